*> Probable-pair suggestions for the two-file match's unmatched keys.
*> ZADANIE4 writes every key present on only one side to UNMATCHD,
*> DROPPED (in YESTRDAY only) and NEW (in TODAYEXT only), and the
*> usual cause of a dropped/new couple is one account rekeyed badly:
*> two characters transposed, one character wrong, or the same value
*> turning up under a quite different key. This step scores every
*> dropped/new combination on key likeness and value equality and
*> prints the likely pairs graded HIGH, MEDIUM or LOW, so the
*> morning eyeball of two lists becomes a short list to confirm.
*>
*> With "D" in column 1 of the optional PAIRPARM card it also drafts
*> the correction for every unambiguous HIGH pair, the TRIBRIDG way:
*> NMTRANS-layout cards on the NMDRAFT file -- an add under the
*> dropped key carrying the value, a delete of the mis-keyed new
*> key -- and a pending-approval delete on PENDAPPR, so nothing
*> moves on the master without NMAPPROV's second pair of eyes.
IDENTIFICATION DIVISION.
PROGRAM-ID. PAIRSUGG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT UNMATCHED-IN ASSIGN TO "UNMATCHD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UNM-STATUS.
    SELECT DRAFT-OUT ASSIGN TO "NMDRAFT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DFT-STATUS.
    SELECT PENDING-APPROVAL ASSIGN TO "PENDAPPR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PA-KEY
        FILE STATUS IS WS-PA-STATUS.
    SELECT PAIR-RPT ASSIGN TO "PAIRRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  UNMATCHED-IN
    RECORDING MODE IS F.
01  UNMATCHED-REC.
    05  UNM-TYPE            PIC X(8).
    05  UNM-SEP1            PIC X.
    05  UNM-KEY             PIC X(10).
    05  UNM-SEP2            PIC X.
    05  UNM-VAL             PIC X(13).
FD  DRAFT-OUT
    RECORDING MODE IS F.
01  DRAFT-REC.
    05  DFT-ACTION          PIC X.
    05  DFT-ID              PIC X(10).
    05  DFT-AMOUNT          PIC S9(10)V99.
    05  DFT-BRANCH          PIC X(3).
    05  DFT-CURRENCY        PIC X(3).
FD  PENDING-APPROVAL.
01  PA-REC.
    05  PA-KEY              PIC X(10).
    05  PA-ACTION           PIC X.
    05  PA-AMOUNT           PIC S9(10)V99.
    05  PA-BRANCH           PIC X(3).
    05  PA-CURRENCY         PIC X(3).
    05  PA-SUBMITTER        PIC X(8).
    05  PA-SUBMIT-DATE      PIC 9(8).
FD  PAIR-RPT
    RECORDING MODE IS F.
01  PAIR-LINE               PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-UNM-STATUS    PIC XX.
        77 WS-DFT-STATUS    PIC XX.
        77 WS-PA-STATUS     PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-DRAFT-SW      PIC X VALUE "N".
            88 WS-DRAFT-MODE        VALUE "Y".
        77 WS-PARM-FILE     PIC X(8) VALUE "PAIRPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
        77 WS-MAX-KEYS      PIC 9(4) VALUE 2000.
        77 WS-MAX-PAIRS     PIC 9(4) VALUE 2000.
        77 WS-DROP-CNT      PIC 9(4) VALUE 0.
        77 WS-NEW-CNT       PIC 9(4) VALUE 0.
        77 WS-PAIR-CNT      PIC 9(4) VALUE 0.
        77 WS-SKIPPED-CNT   PIC 9(6) VALUE 0.
        77 WS-LOST-PAIR-CNT PIC 9(6) VALUE 0.
        77 WS-HIGH-CNT      PIC 9(6) VALUE 0.
        77 WS-MED-CNT       PIC 9(6) VALUE 0.
        77 WS-LOW-CNT       PIC 9(6) VALUE 0.
        77 WS-DRAFT-CNT     PIC 9(6) VALUE 0.
        77 WS-DUPPEND-CNT   PIC 9(6) VALUE 0.
        77 WS-AMBIG-CNT     PIC 9(6) VALUE 0.
        77 WS-D             PIC 9(4).
        77 WS-N             PIC 9(4).
        77 WS-P             PIC 9(4).
        77 WS-Q             PIC 9(4).
        77 WS-C             PIC 9(2).
        77 WS-DIFF-CNT      PIC 9(2).
        77 WS-DIFF-POS-1    PIC 9(2).
        77 WS-DIFF-POS-2    PIC 9(2).
        77 WS-KEY-SCORE     PIC 9.
        77 WS-SAME-VAL-SW   PIC X.
            88 WS-SAME-VAL          VALUE "Y".
        77 WS-GRADE         PIC X(6).
        77 WS-BASIS         PIC X(18).
        77 WS-PRINT-GRADE   PIC X(6).
        77 WS-VAL-USES      PIC 9(4).
        77 WS-AMOUNT        PIC S9(10)V99.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-DUTY-SUBJECT  PIC X(20).
        77 WS-DUTY-NONE     PIC X(8) VALUE SPACES.

*>  The two sides of UNMATCHD, held whole -- every dropped key is
*>  scored against every new one. WS-xx-HIGH counts the HIGH pairs a
*>  key takes part in; a key in more than one is ambiguous and is
*>  never drafted.
01  WS-DROP-TABLE.
    05  WS-DROP-ENTRY OCCURS 2000 TIMES.
        10  WS-DROP-KEY     PIC X(10).
        10  WS-DROP-VAL     PIC X(13).
        10  WS-DROP-HIGH    PIC 9(4).
01  WS-NEW-TABLE.
    05  WS-NEW-ENTRY OCCURS 2000 TIMES.
        10  WS-NEW-KEY      PIC X(10).
        10  WS-NEW-VAL      PIC X(13).
        10  WS-NEW-HIGH     PIC 9(4).
01  WS-PAIR-TABLE.
    05  WS-PAIR-ENTRY OCCURS 2000 TIMES.
        10  WS-PR-DROP      PIC 9(4).
        10  WS-PR-NEW       PIC 9(4).
        10  WS-PR-GRADE     PIC X(6).
        10  WS-PR-BASIS     PIC X(18).

01  WS-KEY-A                PIC X(10).
01  WS-KEY-A-TBL REDEFINES WS-KEY-A.
    05  WS-KEY-A-CHR        PIC X OCCURS 10 TIMES.
01  WS-KEY-B                PIC X(10).
01  WS-KEY-B-TBL REDEFINES WS-KEY-B.
    05  WS-KEY-B-CHR        PIC X OCCURS 10 TIMES.

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "PROBABLE REKEYED PAIRS".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(8)  VALUE "GRADE".
    05  FILLER              PIC X(12) VALUE "DROPPED".
    05  FILLER              PIC X(12) VALUE "NEW".
    05  FILLER              PIC X(14) VALUE "VALUE".
    05  FILLER              PIC X(19) VALUE "BASIS".
    05  FILLER              PIC X(15) VALUE "DRAFT".
01  WS-REPORT-DETAIL.
    05  D-GRADE             PIC X(8).
    05  D-DROP-KEY          PIC X(12).
    05  D-NEW-KEY           PIC X(12).
    05  D-VAL               PIC X(14).
    05  D-BASIS             PIC X(19).
    05  D-DRAFT             PIC X(15).
*>  Second line of a pair whose values differ -- the new side's value
*>  under the dropped side's.
01  WS-REPORT-NEWVAL.
    05  FILLER              PIC X(32) VALUE SPACES.
    05  NV-VAL              PIC X(14).
    05  FILLER              PIC X(34) VALUE "(NEW KEY'S VALUE)".
01  WS-REPORT-TOTALS-1.
    05  FILLER              PIC X(30) VALUE
        "DROPPED / NEW KEYS READ".
    05  T-DROP              PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-NEW               PIC ZZZ,ZZ9.
01  WS-REPORT-TOTALS-2.
    05  FILLER              PIC X(30) VALUE
        "PAIRS HIGH / MEDIUM / LOW".
    05  T-HIGH              PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-MED               PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-LOW               PIC ZZZ,ZZ9.
01  WS-REPORT-TOTALS-3.
    05  FILLER              PIC X(30) VALUE
        "DRAFTED / PENDING / AMBIGUOUS".
    05  T-DRAFTED           PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-DUPPEND           PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-AMBIG             PIC ZZZ,ZZ9.
01  WS-REPORT-LIMIT.
    05  FILLER              PIC X(30) VALUE
        "NOT SCORED -- TABLE FULL".
    05  T-SKIPPED           PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-LOST-PAIRS        PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-OPEN-FILES.
    PERFORM UNTIL WS-EOF
        READ UNMATCHED-IN
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-LOAD-ONE
        END-READ
    END-PERFORM.
    CLOSE UNMATCHED-IN.
    PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DROP-CNT
        PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-NEW-CNT
            PERFORM B-SCORE-PAIR
        END-PERFORM
    END-PERFORM.
    MOVE "HIGH" TO WS-PRINT-GRADE.
    PERFORM D-PRINT-GRADE.
    MOVE "MEDIUM" TO WS-PRINT-GRADE.
    PERFORM D-PRINT-GRADE.
    MOVE "LOW" TO WS-PRINT-GRADE.
    PERFORM D-PRINT-GRADE.
    PERFORM D-PRINT-TOTALS.
    CLOSE PAIR-RPT.
    IF WS-DRAFT-MODE
        CLOSE DRAFT-OUT
        CLOSE PENDING-APPROVAL
    END-IF.
    DISPLAY "UNMATCHED DROPPED KEYS: " WS-DROP-CNT.
    DISPLAY "UNMATCHED NEW KEYS    : " WS-NEW-CNT.
    DISPLAY "PROBABLE PAIRS HIGH   : " WS-HIGH-CNT.
    DISPLAY "PROBABLE PAIRS MEDIUM : " WS-MED-CNT.
    DISPLAY "PROBABLE PAIRS LOW    : " WS-LOW-CNT.
    DISPLAY "CORRECTIONS DRAFTED   : " WS-DRAFT-CNT.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "PROBABLE PAIRS HIGH " WS-HIGH-CNT " MEDIUM " WS-MED-CNT
        " LOW " WS-LOW-CNT
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN7701I" WS-MSG-TEXT.
    IF WS-SKIPPED-CNT > 0 OR WS-LOST-PAIR-CNT > 0
        MOVE SPACES TO WS-MSG-TEXT
        STRING "PAIR TABLES FULL, KEYS NOT SCORED " WS-SKIPPED-CNT
            " PAIRS LOST " WS-LOST-PAIR-CNT
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN7702W" WS-MSG-TEXT
        MOVE 4 TO WS-RUN-RC
    END-IF.
    PERFORM A-RUN-COMPLETION.
    GOBACK.

A-RUN-HEADER.
*>  Tags this run's console output with a run-id and timestamp so
*>  several jobs' SYSOUT can still be told apart once bundled together.
*>  The processing date comes from the shared BUSDATE control --
*>  a prior-date rerun stamps the date the data belongs to, not
*>  the date the operator resubmitted it.
    CALL "BUSDATE" USING "G" BY CONTENT WS-RUN-ID
        BY REFERENCE WS-RUN-ID.
    CALL "RUNSEQ" USING "C" WS-RUN-ID WS-RUN-SEQ.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "PAIRSUGG RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "PAIRSUGG" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "PAIRSUGG" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "PAIRSUGG" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "PAIRSUGG" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  No card, or anything but "D", is the report alone. Drafting
*>  generates maintenance transactions, so it is a grant of its own
*>  on the authority master, exactly as keying them would be.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND-SW = "Y" AND WS-PARM-CARD(1:1) = "D"
        CALL "AUTHCHK" USING "PAIRSUGG" "D" WS-AUTH-REPLY
        IF WS-AUTH-REPLY = "Y"
            SET WS-DRAFT-MODE TO TRUE
        ELSE
            DISPLAY "PAIRSUGG: NOT AUTHORIZED TO DRAFT -- REPORT ONLY"
        END-IF
    END-IF.

A-OPEN-FILES.
    OPEN INPUT UNMATCHED-IN.
    IF WS-UNM-STATUS NOT = "00"
        STRING "UNMATCHD OPEN FAILED, STATUS " WS-UNM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 7701 TO WS-ERR-RC
        CALL "ERRHAND" USING "PAIRSUGG" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    IF WS-DRAFT-MODE
        OPEN OUTPUT DRAFT-OUT
*>      OPEN I-O with the status-35 OPEN OUTPUT fallback, the
*>      control-file precedent.
        OPEN I-O PENDING-APPROVAL
        IF WS-PA-STATUS = "35"
            OPEN OUTPUT PENDING-APPROVAL
            CLOSE PENDING-APPROVAL
            OPEN I-O PENDING-APPROVAL
        END-IF
        IF WS-PA-STATUS NOT = "00"
            STRING "PENDAPPR OPEN FAILED, STATUS " WS-PA-STATUS
                DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 7702 TO WS-ERR-RC
            CALL "ERRHAND" USING "PAIRSUGG" WS-ERR-MSG "A" WS-ERR-RC
        END-IF
    END-IF.
    OPEN OUTPUT PAIR-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE PAIR-LINE FROM WS-REPORT-HEADER-1.
    WRITE PAIR-LINE FROM WS-REPORT-BLANK.
    WRITE PAIR-LINE FROM WS-REPORT-COLHDR.

B-LOAD-ONE.
    EVALUATE UNM-TYPE
        WHEN "DROPPED"
            IF WS-DROP-CNT < WS-MAX-KEYS
                ADD 1 TO WS-DROP-CNT
                MOVE UNM-KEY TO WS-DROP-KEY(WS-DROP-CNT)
                MOVE UNM-VAL TO WS-DROP-VAL(WS-DROP-CNT)
                MOVE 0 TO WS-DROP-HIGH(WS-DROP-CNT)
            ELSE
                ADD 1 TO WS-SKIPPED-CNT
            END-IF
        WHEN "NEW"
            IF WS-NEW-CNT < WS-MAX-KEYS
                ADD 1 TO WS-NEW-CNT
                MOVE UNM-KEY TO WS-NEW-KEY(WS-NEW-CNT)
                MOVE UNM-VAL TO WS-NEW-VAL(WS-NEW-CNT)
                MOVE 0 TO WS-NEW-HIGH(WS-NEW-CNT)
            ELSE
                ADD 1 TO WS-SKIPPED-CNT
            END-IF
    END-EVALUATE.

B-SCORE-PAIR.
*>  Key likeness, position by position: one character different is
*>  a slip; exactly two adjacent characters swapped is a
*>  transposition -- both score 2. Two characters different any
*>  other way scores 1. The grade then weighs in the value:
*>    HIGH    a slip or transposition, value equal
*>    MEDIUM  a slip or transposition with the value moved, or two
*>            characters different with the value equal
*>    LOW     value equal and non-zero, keys unlike, and the value
*>            carried by that one dropped and that one new key only
    MOVE WS-DROP-KEY(WS-D) TO WS-KEY-A.
    MOVE WS-NEW-KEY(WS-N) TO WS-KEY-B.
    MOVE 0 TO WS-DIFF-CNT WS-DIFF-POS-1 WS-DIFF-POS-2.
    PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 10
        IF WS-KEY-A-CHR(WS-C) NOT = WS-KEY-B-CHR(WS-C)
            ADD 1 TO WS-DIFF-CNT
            IF WS-DIFF-CNT = 1
                MOVE WS-C TO WS-DIFF-POS-1
            END-IF
            IF WS-DIFF-CNT = 2
                MOVE WS-C TO WS-DIFF-POS-2
            END-IF
        END-IF
    END-PERFORM.
    MOVE 0 TO WS-KEY-SCORE.
    MOVE SPACES TO WS-BASIS.
    EVALUATE TRUE
        WHEN WS-DIFF-CNT = 1
            MOVE 2 TO WS-KEY-SCORE
            MOVE "ONE CHARACTER" TO WS-BASIS
        WHEN WS-DIFF-CNT = 2
            IF WS-DIFF-POS-2 = WS-DIFF-POS-1 + 1
                AND WS-KEY-A-CHR(WS-DIFF-POS-1)
                    = WS-KEY-B-CHR(WS-DIFF-POS-2)
                AND WS-KEY-A-CHR(WS-DIFF-POS-2)
                    = WS-KEY-B-CHR(WS-DIFF-POS-1)
                MOVE 2 TO WS-KEY-SCORE
                MOVE "TRANSPOSED" TO WS-BASIS
            ELSE
                MOVE 1 TO WS-KEY-SCORE
                MOVE "TWO CHARACTERS" TO WS-BASIS
            END-IF
    END-EVALUATE.
    IF WS-DROP-VAL(WS-D) = WS-NEW-VAL(WS-N)
        SET WS-SAME-VAL TO TRUE
    ELSE
        MOVE "N" TO WS-SAME-VAL-SW
    END-IF.
    MOVE SPACES TO WS-GRADE.
    EVALUATE TRUE
        WHEN WS-KEY-SCORE = 2 AND WS-SAME-VAL
            MOVE "HIGH" TO WS-GRADE
        WHEN WS-KEY-SCORE = 2
            MOVE "MEDIUM" TO WS-GRADE
        WHEN WS-KEY-SCORE = 1 AND WS-SAME-VAL
            MOVE "MEDIUM" TO WS-GRADE
        WHEN WS-KEY-SCORE = 0 AND WS-SAME-VAL
            PERFORM B-CHECK-VALUE-UNIQUE
    END-EVALUATE.
    IF WS-GRADE NOT = SPACES
        PERFORM B-KEEP-PAIR
    END-IF.

B-CHECK-VALUE-UNIQUE.
*>  A value-only pairing means something only when the value is
*>  distinctive -- zero, or a value several keys share, pairs
*>  anything with anything.
    IF FUNCTION NUMVAL(WS-DROP-VAL(WS-D)) NOT = 0
        MOVE 0 TO WS-VAL-USES
        PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-DROP-CNT
            IF WS-DROP-VAL(WS-Q) = WS-DROP-VAL(WS-D)
                ADD 1 TO WS-VAL-USES
            END-IF
        END-PERFORM
        PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-NEW-CNT
            IF WS-NEW-VAL(WS-Q) = WS-DROP-VAL(WS-D)
                ADD 1 TO WS-VAL-USES
            END-IF
        END-PERFORM
        IF WS-VAL-USES = 2
            MOVE "LOW" TO WS-GRADE
            MOVE "SAME VALUE ONLY" TO WS-BASIS
        END-IF
    END-IF.

B-KEEP-PAIR.
    IF WS-PAIR-CNT < WS-MAX-PAIRS
        ADD 1 TO WS-PAIR-CNT
        MOVE WS-D TO WS-PR-DROP(WS-PAIR-CNT)
        MOVE WS-N TO WS-PR-NEW(WS-PAIR-CNT)
        MOVE WS-GRADE TO WS-PR-GRADE(WS-PAIR-CNT)
        MOVE WS-BASIS TO WS-PR-BASIS(WS-PAIR-CNT)
        EVALUATE WS-GRADE
            WHEN "HIGH"
                ADD 1 TO WS-HIGH-CNT
                ADD 1 TO WS-DROP-HIGH(WS-D)
                ADD 1 TO WS-NEW-HIGH(WS-N)
            WHEN "MEDIUM"
                ADD 1 TO WS-MED-CNT
            WHEN "LOW"
                ADD 1 TO WS-LOW-CNT
        END-EVALUATE
    ELSE
        ADD 1 TO WS-LOST-PAIR-CNT
    END-IF.

B-DRAFT-PAIR.
*>  One correction per unambiguous HIGH pair. The pending delete of
*>  the mis-keyed new key is what actually moves, through NMAPPROV;
*>  the add under the dropped key is reviewable NMMAINT input that
*>  goes in with it once the delete is approved.
    IF WS-DROP-HIGH(WS-D) > 1 OR WS-NEW-HIGH(WS-N) > 1
        ADD 1 TO WS-AMBIG-CNT
        MOVE "AMBIGUOUS" TO D-DRAFT
    ELSE
        COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-NEW-VAL(WS-N))
        MOVE WS-NEW-KEY(WS-N) TO PA-KEY
        MOVE "D" TO PA-ACTION
        MOVE WS-AMOUNT TO PA-AMOUNT
        MOVE SPACES TO PA-BRANCH
        MOVE SPACES TO PA-CURRENCY
        MOVE "PAIRSUGG" TO PA-SUBMITTER
        MOVE WS-RUN-ID TO PA-SUBMIT-DATE
        WRITE PA-REC
            INVALID KEY
                ADD 1 TO WS-DUPPEND-CNT
                MOVE "ALREADY PENDING" TO D-DRAFT
            NOT INVALID KEY
                PERFORM B-WRITE-DRAFT-CARDS
        END-WRITE
    END-IF.

B-WRITE-DRAFT-CARDS.
    ADD 1 TO WS-DRAFT-CNT.
    MOVE "A" TO DFT-ACTION.
    MOVE WS-DROP-KEY(WS-D) TO DFT-ID.
    MOVE WS-AMOUNT TO DFT-AMOUNT.
    MOVE SPACES TO DFT-BRANCH.
    MOVE SPACES TO DFT-CURRENCY.
    WRITE DRAFT-REC.
    MOVE "D" TO DFT-ACTION.
    MOVE WS-NEW-KEY(WS-N) TO DFT-ID.
    WRITE DRAFT-REC.
    MOVE "AWAITING OK" TO D-DRAFT.
*>  Pended as PAIRSUGG, so whoever ran the suggestion pass is named on
*>  the duty trail, the TRIBRIDG precedent.
    MOVE WS-NEW-KEY(WS-N) TO WS-DUTY-SUBJECT.
    CALL "DUTYLOG" USING "PAIRSUGG" "D" WS-DUTY-SUBJECT
        WS-DUTY-NONE WS-RUN-ID.

D-PRINT-GRADE.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PAIR-CNT
        IF WS-PR-GRADE(WS-P) = WS-PRINT-GRADE
            PERFORM D-PRINT-PAIR
        END-IF
    END-PERFORM.

D-PRINT-PAIR.
    MOVE WS-PR-DROP(WS-P) TO WS-D.
    MOVE WS-PR-NEW(WS-P) TO WS-N.
    MOVE WS-PR-GRADE(WS-P) TO D-GRADE.
    MOVE WS-DROP-KEY(WS-D) TO D-DROP-KEY.
    MOVE WS-NEW-KEY(WS-N) TO D-NEW-KEY.
    MOVE WS-DROP-VAL(WS-D) TO D-VAL.
    MOVE WS-PR-BASIS(WS-P) TO D-BASIS.
    MOVE SPACES TO D-DRAFT.
    IF WS-DRAFT-MODE AND WS-PR-GRADE(WS-P) = "HIGH"
        PERFORM B-DRAFT-PAIR
    END-IF.
    WRITE PAIR-LINE FROM WS-REPORT-DETAIL.
    IF WS-DROP-VAL(WS-D) NOT = WS-NEW-VAL(WS-N)
        MOVE WS-NEW-VAL(WS-N) TO NV-VAL
        WRITE PAIR-LINE FROM WS-REPORT-NEWVAL
    END-IF.

D-PRINT-TOTALS.
    WRITE PAIR-LINE FROM WS-REPORT-BLANK.
    MOVE WS-DROP-CNT TO T-DROP.
    MOVE WS-NEW-CNT TO T-NEW.
    WRITE PAIR-LINE FROM WS-REPORT-TOTALS-1.
    MOVE WS-HIGH-CNT TO T-HIGH.
    MOVE WS-MED-CNT TO T-MED.
    MOVE WS-LOW-CNT TO T-LOW.
    WRITE PAIR-LINE FROM WS-REPORT-TOTALS-2.
    IF WS-DRAFT-MODE
        MOVE WS-DRAFT-CNT TO T-DRAFTED
        MOVE WS-DUPPEND-CNT TO T-DUPPEND
        MOVE WS-AMBIG-CNT TO T-AMBIG
        WRITE PAIR-LINE FROM WS-REPORT-TOTALS-3
    END-IF.
    IF WS-SKIPPED-CNT > 0 OR WS-LOST-PAIR-CNT > 0
        MOVE WS-SKIPPED-CNT TO T-SKIPPED
        MOVE WS-LOST-PAIR-CNT TO T-LOST-PAIRS
        WRITE PAIR-LINE FROM WS-REPORT-LIMIT
    END-IF.
