*> Shared check-digit validation for NM-ID account keys, CALLed by
*> every program that takes a key in from outside -- NMMAINT's cards,
*> FRONTEDT's keyed feeds, NMAPPROV's approval cards and TRIBRIDG's
*> verdicts -- so a single mistyped digit is refused where it is
*> keyed instead of surfacing days later as an UNMATCHD orphan. A
*> key is nine digits and a check digit: the tenth character is the
*> mod-10 (Luhn) digit over the first nine, which catches every
*> single-digit error and almost every transposition of neighbours.
*> Keys on the Number Master before the scheme was stood up were
*> taken onto the KEYGRND legacy roster by the one-time KEYCOMP run
*> and are accepted as they stand; until that roster has been taken
*> on there is nothing to enforce against, and every key is accepted
*> with a console note -- the AUTHCHK stand-up convention.
*>   Function "V" validates LK-KEY. Reply Y the check digit holds;
*>                G it does not, but the key is grandfathered (on the
*>                  roster, or the roster not yet taken on);
*>                N it does not -- the caller rejects the key.
*>   Function "C" computes: the check digit for the nine digits in
*>                LK-KEY(1:9) is put in LK-KEY(10:1) for KEYALLOC to
*>                issue. Reply Y, or N when those are not nine digits.
IDENTIFICATION DIVISION.
PROGRAM-ID. KEYCHK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KEY-ROSTER ASSIGN TO "KEYGRND"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GF-KEY
        FILE STATUS IS WS-GF-STATUS.
DATA DIVISION.
FILE SECTION.
FD  KEY-ROSTER.
    COPY KEYGRND.
    WORKING-STORAGE SECTION.
        77 WS-GF-STATUS     PIC XX.
        77 WS-ROSTER-SW     PIC X VALUE SPACE.
            88 WS-ROSTER-UNKNOWN    VALUE SPACE.
            88 WS-ROSTER-IN-FORCE   VALUE "Y".
            88 WS-ROSTER-ABSENT     VALUE "N".
        77 WS-P             PIC 9(2).
        77 WS-Q             PIC 9(3).
        77 WS-R             PIC 9(2).
        77 WS-DOUBLED       PIC 9(2).
        77 WS-CD-SUM        PIC 9(3).
        77 WS-CHECK-DIGIT   PIC 9.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

*>  The key as ten single digits, for the weighting.
01  WS-KEY-WORK.
    05  WS-KEY-X            PIC X(10).
    05  WS-KEY-DIGITS REDEFINES WS-KEY-X.
        10  WS-KD           PIC 9 OCCURS 10 TIMES.
LINKAGE SECTION.
01  LK-FUNCTION             PIC X.
01  LK-KEY                  PIC X(10).
01  LK-REPLY                PIC X.
PROCEDURE DIVISION USING LK-FUNCTION LK-KEY LK-REPLY.
    MOVE "N" TO LK-REPLY.
    MOVE LK-KEY TO WS-KEY-X.
    IF LK-FUNCTION = "C"
        IF WS-KEY-X(1:9) IS NUMERIC
            PERFORM B-COMPUTE-CHECK-DIGIT
            MOVE WS-CHECK-DIGIT TO LK-KEY(10:1)
            MOVE "Y" TO LK-REPLY
        END-IF
    ELSE
        IF WS-KEY-X IS NUMERIC
            PERFORM B-COMPUTE-CHECK-DIGIT
            IF WS-KD(10) = WS-CHECK-DIGIT
                MOVE "Y" TO LK-REPLY
            END-IF
        END-IF
        IF LK-REPLY = "N" AND LK-KEY NOT = SPACES
            PERFORM A-OPEN-ROSTER
            PERFORM B-LOOK-UP-ROSTER
        END-IF
    END-IF.
    GOBACK.

A-OPEN-ROSTER.
*>  Opened on the first key that fails and kept open for the run
*>  unit, the MSGWRITE catalog precedent -- a feed of a hundred
*>  thousand keys is one open, not a hundred thousand. An empty
*>  roster counts as not taken on: the nightly VSAMDEF defines the
*>  cluster long before KEYCOMP fills it, and an empty roster in
*>  force would reject every legacy key on the master.
    IF WS-ROSTER-UNKNOWN
        SET WS-ROSTER-ABSENT TO TRUE
        OPEN INPUT KEY-ROSTER
        IF WS-GF-STATUS = "00"
            MOVE LOW-VALUES TO GF-KEY
            START KEY-ROSTER KEY NOT < GF-KEY
                INVALID KEY
                    CLOSE KEY-ROSTER
                NOT INVALID KEY
                    SET WS-ROSTER-IN-FORCE TO TRUE
            END-START
        ELSE
            IF WS-GF-STATUS NOT = "35"
                MOVE SPACES TO WS-ERR-MSG
                STRING "KEYGRND OPEN FAILED, STATUS " WS-GF-STATUS
                    DELIMITED BY SIZE INTO WS-ERR-MSG
                MOVE 9501 TO WS-ERR-RC
                CALL "ERRHAND" USING "KEYCHK  " WS-ERR-MSG "A"
                    WS-ERR-RC
            END-IF
        END-IF
        IF WS-ROSTER-ABSENT
            DISPLAY "KEYCHK: KEYGRND NOT TAKEN ON -- "
                "CHECK DIGIT NOT ENFORCED"
        END-IF
    END-IF.

B-LOOK-UP-ROSTER.
    IF WS-ROSTER-ABSENT
        MOVE "G" TO LK-REPLY
    ELSE
        MOVE LK-KEY TO GF-KEY
        READ KEY-ROSTER
            INVALID KEY
                MOVE "N" TO LK-REPLY
            NOT INVALID KEY
                MOVE "G" TO LK-REPLY
        END-READ
    END-IF.

B-COMPUTE-CHECK-DIGIT.
*>  Luhn: working left from the ninth digit, every other digit is
*>  doubled (a doubled digit over 9 has 9 taken off); the check
*>  digit is what brings the sum up to the next multiple of ten.
    MOVE 0 TO WS-CD-SUM.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 9
        DIVIDE WS-P BY 2 GIVING WS-Q REMAINDER WS-R
        IF WS-R = 1
            COMPUTE WS-DOUBLED = WS-KD(WS-P) * 2
            IF WS-DOUBLED > 9
                SUBTRACT 9 FROM WS-DOUBLED
            END-IF
            ADD WS-DOUBLED TO WS-CD-SUM
        ELSE
            ADD WS-KD(WS-P) TO WS-CD-SUM
        END-IF
    END-PERFORM.
    DIVIDE WS-CD-SUM BY 10 GIVING WS-Q REMAINDER WS-R.
    IF WS-R = 0
        MOVE 0 TO WS-CHECK-DIGIT
    ELSE
        COMPUTE WS-CHECK-DIGIT = 10 - WS-R
    END-IF.
