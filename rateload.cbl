*> Daily rate load and validation for CURRATES. ZADANIE2, CLASSALL,
*> PORTROLL, SUSPROC and the rest take RATE-MULT straight off the
*> file, so yesterday's file sent again, a currency left off, or a
*> decimal slip in one multiplier used to flow into every
*> base-currency figure of the night. This step reads the day's
*> file before anything uses it and holds it against the RATEHIST
*> rate history, keyed by currency and business date. Hard failures
*> -- a line that is not a currency and a multiplier, a currency
*> given twice or past the twenty the readers hold, a multiplier
*> that moved more than the RATEPARM tolerance since its last
*> accepted rate, a currency booked on NUMMAST but missing from the
*> file, and a file whose every rate is the previous day's -- are
*> all listed on RATEVRPT, and then the suite is held through
*> ERRHAND, the FEEDGATE arrangement. A day that passes is stored on
*> RATEHIST, every currency with its multiplier, so any past
*> base-currency figure can be reproduced from BALHIST and the rate
*> of its day; and since a validated day's rates are the approval
*> the parameter-file change control asks of CURRATES, the file's
*> line count and content hash go onto PRMAPREG for PRMWATCH.
IDENTIFICATION DIVISION.
PROGRAM-ID. RATELOAD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RATES-IN ASSIGN TO "CURRATES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.
*>  Keyed by currency + business date so one currency's rates read
*>  back in date order, and a single day's rate is one random read.
    SELECT RATE-HISTORY ASSIGN TO "RATEHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RH-KEY
        FILE STATUS IS WS-RH-STATUS.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NM-ID
        FILE STATUS IS WS-NM-STATUS.
    SELECT APPROVAL-REG ASSIGN TO "PRMAPREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PA-STATUS.
    SELECT VALIDATE-RPT ASSIGN TO "RATEVRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  RATES-IN
    RECORDING MODE IS F.
01  RATE-LINE               PIC X(80).
01  RATE-REC.
    05  RATE-CODE           PIC X(3).
    05  RATE-SEP1           PIC X.
    05  RATE-MULT-X         PIC X(9).
    05  RATE-MULT REDEFINES RATE-MULT-X PIC 9(3)V9(6).
    05  FILLER              PIC X(67).
FD  RATE-HISTORY.
01  RH-REC.
    05  RH-KEY.
        10  RH-CODE         PIC X(3).
        10  RH-DATE         PIC 9(8).
    05  RH-MULT             PIC 9(3)V9(6).
    05  RH-LOAD-TIME        PIC 9(6).
    05  RH-USER             PIC X(8).
FD  NUMBER-MASTER.
01  NM-RECORD.
    05  NM-ID               PIC X(10).
    05  NM-AMOUNT           PIC S9(10)V99.
    05  NM-BRANCH           PIC X(3).
    05  NM-STATUS-FLAG      PIC X.
    05  NM-LAST-ACT-DATE    PIC 9(8).
*>  Booking currency, appended so existing records read back with
*>  spaces -- which every reader treats as the base currency, the
*>  stand-up convention.
    05  NM-CURRENCY         PIC X(3).
FD  APPROVAL-REG
    RECORDING MODE IS F.
01  PA-REC.
    05  PA-FILE             PIC X(8).
    05  PA-SEP1             PIC X.
    05  PA-LINE-CNT         PIC 9(4).
    05  PA-SEP2             PIC X.
    05  PA-HASH             PIC 9(9).
    05  PA-SEP3             PIC X.
    05  PA-USER             PIC X(8).
    05  PA-SEP4             PIC X.
    05  PA-DATE             PIC 9(8).
    05  PA-SEP5             PIC X.
    05  PA-TIME             PIC 9(6).
    05  PA-SEP6             PIC X.
    05  PA-REASON           PIC X(30).
    05  FILLER              PIC X.
FD  VALIDATE-RPT
    RECORDING MODE IS F.
01  VALIDATE-LINE           PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-RATE-STATUS   PIC XX.
        77 WS-RH-STATUS     PIC XX.
        77 WS-NM-STATUS     PIC XX.
        77 WS-PA-STATUS     PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-RATES-OPEN-SW PIC X VALUE "N".
            88 WS-RATES-OPEN        VALUE "Y".
        77 WS-LINE-NO       PIC 9(4) VALUE 0.
        77 WS-LINE-HASH     PIC 9(9) VALUE 0.
        77 WS-R             PIC 9(2).
        77 WS-N             PIC 9(2).
        77 WS-MATCH         PIC 9(2).
        77 WS-DIFF          PIC S9(3)V9(6).
        77 WS-MOVE-PCT      PIC 9(5)V99.
        77 WS-TOLERANCE     PIC 9(3)V99 VALUE 10.
        77 WS-IDENT-WARN-SW PIC X VALUE "N".
            88 WS-IDENT-WARN-ONLY   VALUE "Y".
        77 WS-SAME-CNT      PIC 9(2) VALUE 0.
        77 WS-MOVED-CNT     PIC 9(2) VALUE 0.
        77 WS-NONBASE-CNT   PIC 9(2) VALUE 0.
        77 WS-HARD-CNT      PIC 9(4) VALUE 0.
        77 WS-WARN-CNT      PIC 9(4) VALUE 0.
        77 WS-STORED-CNT    PIC 9(4) VALUE 0.
        77 WS-KEY-CNT       PIC 9(9).
        77 WS-USER-ID       PIC X(8).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "RATEPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".

*>  The RATEPARM card: columns 1-5 the movement tolerance in per
*>  cent with two decimals (01000 is ten per cent); column 6 "W"
*>  makes a file identical to the previous day's a warning instead
*>  of a hold -- for a shop whose rates are fixed for a spell.
01  WS-RATE-PARM.
    05  RP-TOLERANCE-X      PIC X(5).
    05  RP-TOLERANCE REDEFINES RP-TOLERANCE-X PIC 9(3)V99.
    05  RP-IDENT-ACTION     PIC X.
    05  FILLER              PIC X(74).

*>  The day's rates as read, each with the last accepted rate before
*>  today -- twenty, the size every reader's own rate table holds.
01  WS-RATE-TABLE.
    05  WS-RT-CNT           PIC 9(2) VALUE 0.
    05  WS-RT OCCURS 20 TIMES.
        10  WS-RT-CODE      PIC X(3).
        10  WS-RT-MULT      PIC 9(3)V9(6).
        10  WS-RT-PREV-SW   PIC X.
            88  WS-RT-HAS-PREV      VALUE "Y".
        10  WS-RT-PREV-MULT PIC 9(3)V9(6).
        10  WS-RT-PREV-DATE PIC 9(8).
        10  WS-RT-MOVE-PCT  PIC 9(5)V99.
        10  WS-RT-RESULT    PIC X(31).

*>  The currencies the master books in, with how many keys each.
01  WS-USED-TABLE.
    05  WS-UC-CNT           PIC 9(2) VALUE 0.
    05  WS-UC OCCURS 50 TIMES.
        10  WS-UC-CODE      PIC X(3).
        10  WS-UC-KEYS      PIC 9(9).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "DAILY RATE VALIDATION".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-HEADER-2.
    05  FILLER              PIC X(22) VALUE "MOVEMENT TOLERANCE".
    05  H2-TOLERANCE        PIC ZZ9.99.
    05  FILLER              PIC X(9) VALUE " PER CENT".
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TEXT          PIC X(80).
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(5)  VALUE "CUR".
    05  FILLER              PIC X(12) VALUE "     TODAY".
    05  FILLER              PIC X(11) VALUE "  PREVIOUS".
    05  FILLER              PIC X(11) VALUE " OF".
    05  FILLER              PIC X(10) VALUE "   MOVE %".
    05  FILLER              PIC X(31) VALUE "RESULT".
01  WS-REPORT-DETAIL.
    05  D-CODE              PIC X(5).
    05  D-MULT              PIC ZZ9.999999.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-PREV-AREA.
        10  D-PREV-MULT     PIC ZZ9.999999.
        10  FILLER          PIC X VALUE SPACE.
        10  D-PREV-DATE     PIC 9999/99/99.
        10  FILLER          PIC X VALUE SPACE.
        10  D-MOVE          PIC ZZZZ9.99.
    05  D-PREV-NONE REDEFINES D-PREV-AREA PIC X(30).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-RESULT            PIC X(31).
01  WS-REPORT-TOTALS.
    05  T-LABEL             PIC X(30).
    05  T-COUNT             PIC ZZZ9.
01  WS-REPORT-VERDICT       PIC X(60).

PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-OPEN-FILES.
    PERFORM B-LOAD-RATES.
    PERFORM B-CHECK-AGAINST-HISTORY
        VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RT-CNT.
    PERFORM B-CHECK-IDENTICAL.
    PERFORM B-WRITE-RATE-LINES.
    PERFORM B-CHECK-MASTER.
    IF WS-HARD-CNT = 0
        PERFORM C-STORE-HISTORY
        PERFORM C-RECORD-APPROVAL
    END-IF.
    CLOSE RATE-HISTORY.
    PERFORM C-WRITE-SUMMARY.
    CLOSE VALIDATE-RPT.
    IF WS-HARD-CNT > 0
        MOVE SPACES TO WS-ERR-MSG
        STRING "CURRATES FAILED VALIDATION, " WS-HARD-CNT
            " HARD FAILURES -- SUITE HELD"
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 5301 TO WS-ERR-RC
        CALL "ERRHAND" USING "RATELOAD" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "CURRATES ACCEPTED, " WS-RT-CNT " RATES STORED ON RATEHIST"
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN5301I" WS-MSG-TEXT.
    PERFORM A-RUN-COMPLETION.
    GOBACK.

A-RUN-HEADER.
*>  Tags this run's console output with a run-id and timestamp so
*>  several jobs' SYSOUT can still be told apart once bundled together.
    CALL "BUSDATE" USING "G" BY CONTENT WS-RUN-ID
        BY REFERENCE WS-RUN-ID.
*>  The run sequence is only inquired ("Q"): in the nightly chain
*>  FRONTEDT, further on, draws the night's sequence number.
    CALL "RUNSEQ" USING "Q" WS-RUN-ID WS-RUN-SEQ.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "RATELOAD RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "RATELOAD" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
    MOVE SPACES TO WS-USER-ID.
    DISPLAY "USER" UPON ENVIRONMENT-NAME.
    ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
    IF WS-USER-ID = SPACES
        MOVE "UNKNOWN" TO WS-USER-ID
    END-IF.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "RATELOAD" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "RATELOAD" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "RATELOAD" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  No card, or a tolerance that is not numeric or is zero, leaves
*>  the ten per cent default.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        MOVE WS-PARM-CARD TO WS-RATE-PARM
        IF RP-TOLERANCE-X IS NUMERIC AND RP-TOLERANCE > 0
            MOVE RP-TOLERANCE TO WS-TOLERANCE
        END-IF
        IF RP-IDENT-ACTION = "W"
            SET WS-IDENT-WARN-ONLY TO TRUE
        END-IF
    END-IF.

A-OPEN-FILES.
*>  The history is created on first use, the control-file precedent.
    OPEN I-O RATE-HISTORY.
    IF WS-RH-STATUS = "35"
        OPEN OUTPUT RATE-HISTORY
        CLOSE RATE-HISTORY
        OPEN I-O RATE-HISTORY
    END-IF.
    IF WS-RH-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "RATEHIST OPEN FAILED, STATUS " WS-RH-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 5302 TO WS-ERR-RC
        CALL "ERRHAND" USING "RATELOAD" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT VALIDATE-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE VALIDATE-LINE FROM WS-REPORT-HEADER-1.
    MOVE WS-TOLERANCE TO H2-TOLERANCE.
    WRITE VALIDATE-LINE FROM WS-REPORT-HEADER-2.
    WRITE VALIDATE-LINE FROM WS-REPORT-BLANK.

B-LOAD-RATES.
*>  Every line counts toward the line count and content hash
*>  PRMWATCH will see, blank ones included; a blank line is
*>  otherwise passed over, the way every reader passes it over.
    OPEN INPUT RATES-IN.
    IF WS-RATE-STATUS = "00"
        SET WS-RATES-OPEN TO TRUE
        PERFORM UNTIL WS-EOF
            READ RATES-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LINE-NO
                    CALL "PRMHASH" USING RATE-LINE WS-LINE-HASH
                    IF RATE-LINE NOT = SPACES
                        PERFORM B-EDIT-RATE-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RATES-IN
        MOVE "N" TO WS-EOF-SW
    END-IF.
    IF WS-RT-CNT = 0
        MOVE "CURRATES MISSING OR HOLDS NO RATES" TO WS-REPORT-TEXT
        PERFORM B-HARD-FAILURE
    END-IF.

B-EDIT-RATE-LINE.
    MOVE 0 TO WS-MATCH.
    IF RATE-CODE NOT = SPACES
        PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-RT-CNT
            IF WS-RT-CODE(WS-N) = RATE-CODE
                MOVE WS-N TO WS-MATCH
            END-IF
        END-PERFORM
    END-IF.
    MOVE SPACES TO WS-REPORT-TEXT.
    EVALUATE TRUE
        WHEN RATE-CODE = SPACES
                OR RATE-MULT-X IS NOT NUMERIC
            STRING "LINE " WS-LINE-NO " NOT A CURRENCY AND RATE: "
                RATE-LINE(1:40) DELIMITED BY SIZE INTO WS-REPORT-TEXT
            PERFORM B-HARD-FAILURE
        WHEN RATE-MULT = 0
            STRING "LINE " WS-LINE-NO " " RATE-CODE
                " HAS A ZERO MULTIPLIER"
                DELIMITED BY SIZE INTO WS-REPORT-TEXT
            PERFORM B-HARD-FAILURE
        WHEN WS-MATCH > 0
            STRING "LINE " WS-LINE-NO " " RATE-CODE
                " GIVEN MORE THAN ONCE"
                DELIMITED BY SIZE INTO WS-REPORT-TEXT
            PERFORM B-HARD-FAILURE
        WHEN WS-RT-CNT = 20
            STRING "LINE " WS-LINE-NO " " RATE-CODE
                " PAST THE TWENTY CURRENCIES THE READERS HOLD"
                DELIMITED BY SIZE INTO WS-REPORT-TEXT
            PERFORM B-HARD-FAILURE
        WHEN OTHER
            ADD 1 TO WS-RT-CNT
            INITIALIZE WS-RT(WS-RT-CNT)
            MOVE RATE-CODE TO WS-RT-CODE(WS-RT-CNT)
            MOVE RATE-MULT TO WS-RT-MULT(WS-RT-CNT)
    END-EVALUATE.

B-HARD-FAILURE.
    ADD 1 TO WS-HARD-CNT.
    WRITE VALIDATE-LINE FROM WS-REPORT-TEXT.

B-CHECK-AGAINST-HISTORY.
*>  The last accepted rate before today, whatever day that was --
*>  a weekend or a holiday has no rates of its own. A rerun of the
*>  same business date still measures against the day before.
    MOVE WS-RT-CODE(WS-R) TO RH-CODE.
    MOVE 0 TO RH-DATE.
    START RATE-HISTORY KEY IS NOT LESS THAN RH-KEY
        INVALID KEY
            SET WS-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-EOF
        READ RATE-HISTORY NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                IF RH-CODE NOT = WS-RT-CODE(WS-R)
                        OR RH-DATE NOT < WS-RUN-ID
                    SET WS-EOF TO TRUE
                ELSE
                    MOVE "Y" TO WS-RT-PREV-SW(WS-R)
                    MOVE RH-MULT TO WS-RT-PREV-MULT(WS-R)
                    MOVE RH-DATE TO WS-RT-PREV-DATE(WS-R)
                END-IF
        END-READ
    END-PERFORM.
    MOVE "N" TO WS-EOF-SW.
    IF WS-RT-MULT(WS-R) NOT = 1
        ADD 1 TO WS-NONBASE-CNT
    END-IF.
    IF NOT WS-RT-HAS-PREV(WS-R)
        MOVE "ACCEPTED -- FIRST RATE ON FILE" TO WS-RT-RESULT(WS-R)
        ADD 1 TO WS-WARN-CNT
    ELSE
        PERFORM B-MEASURE-MOVEMENT
    END-IF.

B-MEASURE-MOVEMENT.
*>  Movement is measured against the previous rate, in per cent; a
*>  slipped decimal point reads as hundreds or thousands of per
*>  cent and the size error simply pins it at the top.
    IF WS-RT-MULT(WS-R) = WS-RT-PREV-MULT(WS-R)
            AND WS-RT-MULT(WS-R) NOT = 1
        ADD 1 TO WS-SAME-CNT
    END-IF.
    COMPUTE WS-DIFF = WS-RT-MULT(WS-R) - WS-RT-PREV-MULT(WS-R).
    IF WS-DIFF < 0
        COMPUTE WS-DIFF = 0 - WS-DIFF
    END-IF.
    COMPUTE WS-MOVE-PCT ROUNDED
            = WS-DIFF * 100 / WS-RT-PREV-MULT(WS-R)
        ON SIZE ERROR
            MOVE 99999.99 TO WS-MOVE-PCT
    END-COMPUTE.
    MOVE WS-MOVE-PCT TO WS-RT-MOVE-PCT(WS-R).
    IF WS-MOVE-PCT > WS-TOLERANCE
        MOVE "HELD -- MOVED PAST TOLERANCE" TO WS-RT-RESULT(WS-R)
        ADD 1 TO WS-HARD-CNT
        ADD 1 TO WS-MOVED-CNT
    ELSE
        MOVE "ACCEPTED" TO WS-RT-RESULT(WS-R)
    END-IF.

B-CHECK-IDENTICAL.
*>  Yesterday's file sent again: every rate that is not the base's
*>  one is exactly its previous rate. A file of base rates only has
*>  nothing to be stale about.
    IF WS-NONBASE-CNT > 0 AND WS-SAME-CNT = WS-NONBASE-CNT
        IF WS-IDENT-WARN-ONLY
            MOVE "NOTE: EVERY RATE IS THE PREVIOUS DAY'S -- ACCEPTED"
                TO WS-REPORT-TEXT
            WRITE VALIDATE-LINE FROM WS-REPORT-TEXT
            ADD 1 TO WS-WARN-CNT
        ELSE
            MOVE "EVERY RATE IS THE PREVIOUS DAY'S -- FILE SENT AGAIN?"
                TO WS-REPORT-TEXT
            PERFORM B-HARD-FAILURE
        END-IF
    END-IF.

B-WRITE-RATE-LINES.
    WRITE VALIDATE-LINE FROM WS-REPORT-BLANK.
    WRITE VALIDATE-LINE FROM WS-REPORT-COLHDR.
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RT-CNT
        MOVE WS-RT-CODE(WS-R) TO D-CODE
        MOVE WS-RT-MULT(WS-R) TO D-MULT
        IF WS-RT-HAS-PREV(WS-R)
            MOVE WS-RT-PREV-MULT(WS-R) TO D-PREV-MULT
            MOVE WS-RT-PREV-DATE(WS-R) TO D-PREV-DATE
            MOVE WS-RT-MOVE-PCT(WS-R) TO D-MOVE
        ELSE
            MOVE "      NONE" TO D-PREV-NONE
        END-IF
        MOVE WS-RT-RESULT(WS-R) TO D-RESULT
        WRITE VALIDATE-LINE FROM WS-REPORT-DETAIL
    END-PERFORM.
    WRITE VALIDATE-LINE FROM WS-REPORT-BLANK.

B-CHECK-MASTER.
*>  Every currency a key is booked in must have a rate -- a blank
*>  currency is the base and needs none. No master yet is nothing
*>  to check.
    OPEN INPUT NUMBER-MASTER.
    IF WS-NM-STATUS = "35"
        MOVE "NOTE: NO NUMMAST -- CURRENCIES IN USE NOT CHECKED"
            TO WS-REPORT-TEXT
        WRITE VALIDATE-LINE FROM WS-REPORT-TEXT
        ADD 1 TO WS-WARN-CNT
    ELSE
        IF WS-NM-STATUS NOT = "00"
            MOVE SPACES TO WS-ERR-MSG
            STRING "NUMMAST OPEN FAILED, STATUS " WS-NM-STATUS
                DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 5303 TO WS-ERR-RC
            CALL "ERRHAND" USING "RATELOAD" WS-ERR-MSG "A" WS-ERR-RC
        END-IF
        PERFORM UNTIL WS-EOF
            READ NUMBER-MASTER NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF NM-CURRENCY NOT = SPACES
                        PERFORM B-TALLY-CURRENCY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NUMBER-MASTER
        MOVE "N" TO WS-EOF-SW
        PERFORM B-CHECK-USED-CURRENCY
            VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-UC-CNT
    END-IF.

B-TALLY-CURRENCY.
    MOVE 0 TO WS-MATCH.
    PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-UC-CNT
        IF WS-UC-CODE(WS-N) = NM-CURRENCY
            MOVE WS-N TO WS-MATCH
        END-IF
    END-PERFORM.
    IF WS-MATCH = 0 AND WS-UC-CNT < 50
        ADD 1 TO WS-UC-CNT
        MOVE WS-UC-CNT TO WS-MATCH
        MOVE NM-CURRENCY TO WS-UC-CODE(WS-MATCH)
        MOVE 0 TO WS-UC-KEYS(WS-MATCH)
    END-IF.
    IF WS-MATCH > 0
        ADD 1 TO WS-UC-KEYS(WS-MATCH)
    END-IF.

B-CHECK-USED-CURRENCY.
    MOVE 0 TO WS-MATCH.
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RT-CNT
        IF WS-RT-CODE(WS-R) = WS-UC-CODE(WS-N)
            MOVE WS-R TO WS-MATCH
        END-IF
    END-PERFORM.
    IF WS-MATCH = 0
        MOVE WS-UC-KEYS(WS-N) TO WS-KEY-CNT
        MOVE SPACES TO WS-REPORT-TEXT
        STRING WS-UC-CODE(WS-N) " BOOKED ON NUMMAST ("
            WS-KEY-CNT " KEYS) BUT NOT ON CURRATES"
            DELIMITED BY SIZE INTO WS-REPORT-TEXT
        PERFORM B-HARD-FAILURE
    END-IF.

C-STORE-HISTORY.
*>  A rerun of the same business date REWRITEs that date's rates,
*>  the BALHIST precedent.
    ACCEPT WS-RUN-TIME FROM TIME.
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RT-CNT
        MOVE WS-RT-CODE(WS-R) TO RH-CODE
        MOVE WS-RUN-ID TO RH-DATE
        MOVE WS-RT-MULT(WS-R) TO RH-MULT
        MOVE WS-RUN-TIME(1:6) TO RH-LOAD-TIME
        MOVE WS-USER-ID TO RH-USER
        WRITE RH-REC
            INVALID KEY
                REWRITE RH-REC
                    INVALID KEY
                        MOVE SPACES TO WS-ERR-MSG
                        STRING "RATE HISTORY PUT FAILED FOR "
                            RH-CODE DELIMITED BY SIZE INTO WS-ERR-MSG
                        MOVE 5304 TO WS-ERR-RC
                        CALL "ERRHAND" USING "RATELOAD" WS-ERR-MSG
                            "A" WS-ERR-RC
                END-REWRITE
        END-WRITE
        ADD 1 TO WS-STORED-CNT
    END-PERFORM.

C-RECORD-APPROVAL.
*>  Appended to the parameter-change register as RATELOAD's own
*>  approval, so tonight's PRMWATCH passes the rates this step has
*>  just validated -- and only those: a file edited after this step
*>  no longer matches the count and hash recorded here.
    OPEN EXTEND APPROVAL-REG.
    IF WS-PA-STATUS NOT = "00"
        OPEN OUTPUT APPROVAL-REG
    END-IF.
    IF WS-PA-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "PRMAPREG OPEN FAILED, STATUS " WS-PA-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 5305 TO WS-ERR-RC
        CALL "ERRHAND" USING "RATELOAD" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE SPACES TO PA-REC.
    MOVE "CURRATES" TO PA-FILE.
    MOVE WS-LINE-NO TO PA-LINE-CNT.
    MOVE WS-LINE-HASH TO PA-HASH.
    MOVE "RATELOAD" TO PA-USER.
    MOVE WS-RUN-ID TO PA-DATE.
    MOVE WS-RUN-TIME(1:6) TO PA-TIME.
    MOVE "DAILY RATES VALIDATED" TO PA-REASON.
    WRITE PA-REC.
    CLOSE APPROVAL-REG.

C-WRITE-SUMMARY.
    MOVE "RATES READ" TO T-LABEL.
    MOVE WS-RT-CNT TO T-COUNT.
    WRITE VALIDATE-LINE FROM WS-REPORT-TOTALS.
    MOVE "MOVED PAST TOLERANCE" TO T-LABEL.
    MOVE WS-MOVED-CNT TO T-COUNT.
    WRITE VALIDATE-LINE FROM WS-REPORT-TOTALS.
    MOVE "HARD FAILURES" TO T-LABEL.
    MOVE WS-HARD-CNT TO T-COUNT.
    WRITE VALIDATE-LINE FROM WS-REPORT-TOTALS.
    MOVE "NOTES" TO T-LABEL.
    MOVE WS-WARN-CNT TO T-COUNT.
    WRITE VALIDATE-LINE FROM WS-REPORT-TOTALS.
    MOVE "STORED ON RATEHIST" TO T-LABEL.
    MOVE WS-STORED-CNT TO T-COUNT.
    WRITE VALIDATE-LINE FROM WS-REPORT-TOTALS.
    WRITE VALIDATE-LINE FROM WS-REPORT-BLANK.
    IF WS-HARD-CNT > 0
        MOVE "VERDICT: RATES NOT ACCEPTED -- SUITE HELD"
            TO WS-REPORT-VERDICT
    ELSE
        MOVE "VERDICT: RATES ACCEPTED AND STORED" TO WS-REPORT-VERDICT
    END-IF.
    WRITE VALIDATE-LINE FROM WS-REPORT-VERDICT.
