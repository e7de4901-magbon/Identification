*> Month-end average-balance report from the BALHIST snapshots the
*> nightly BALHIST step keeps. For every key it walks the calendar
*> days of the month and prices each day at the balance in force
*> that day: the latest snapshot on or before it, so a weekend, a
*> holiday or any day the key simply did not change carries the
*> previous balance forward instead of counting as zero -- and the
*> first days of the month carry the last balance from before the
*> month began. Per key it prints the average daily balance, the
*> minimum, the maximum and the number of days negative, converted
*> to base currency through CURRATES the way PORTROLL converts, then
*> subtotals the average balances by branch and for the whole file.
*> A key that stops appearing in the snapshots (deleted from the
*> master) is counted up to the day before the next business day's
*> snapshot that no longer held it, not carried to month-end.
*> An optional AVGPARM card (columns 1-6, YYYYMM) picks the month,
*> the MOEPARM convention; without it the current month is reported,
*> up to the run date when the month is still in progress.
IDENTIFICATION DIVISION.
PROGRAM-ID. AVGBAL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BALANCE-HISTORY ASSIGN TO "BALHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BH-KEY
        FILE STATUS IS WS-BH-STATUS.
    SELECT RATES-IN ASSIGN TO "CURRATES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.
    SELECT AVGBAL-RPT ASSIGN TO "AVGBRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
    SELECT SORT-WORK ASSIGN TO "SRTWK12".
DATA DIVISION.
FILE SECTION.
FD  BALANCE-HISTORY.
01  BH-REC.
    05  BH-KEY.
        10  BH-NM-ID        PIC X(10).
        10  BH-DATE         PIC 9(8).
    05  BH-AMOUNT           PIC S9(10)V99.
    05  BH-BRANCH           PIC X(3).
    05  BH-CURRENCY         PIC X(3).
    05  BH-STATUS-FLAG      PIC X.
FD  RATES-IN
    RECORDING MODE IS F.
01  RATE-REC.
    05  RATE-CODE           PIC X(3).
    05  RATE-SEP1           PIC X.
    05  RATE-MULT           PIC 9(3)V9(6).
FD  AVGBAL-RPT
    RECORDING MODE IS F.
01  AVGBAL-LINE             PIC X(80).
*>  One record per key, in branch order for the subtotals. The day
*>  count, balance-days and min/max cover the month up to the key's
*>  last snapshot; that last balance's own run of days is finished
*>  in the output procedure, once the whole file has shown which
*>  date the latest snapshot in the month was taken.
SD  SORT-WORK.
01  SRT-REC.
    05  SRT-BRANCH          PIC X(3).
    05  SRT-NM-ID           PIC X(10).
    05  SRT-CURRENCY        PIC X(3).
    05  SRT-DAYS            PIC 9(3).
    05  SRT-BAL-DAYS        PIC S9(13)V99.
    05  SRT-MIN             PIC S9(10)V99.
    05  SRT-MAX             PIC S9(10)V99.
    05  SRT-NEG-DAYS        PIC 9(3).
    05  SRT-LAST-BAL        PIC S9(10)V99.
    05  SRT-FROM-INT        PIC 9(8).
    05  SRT-LAST-DATE       PIC 9(8).
    WORKING-STORAGE SECTION.
        77 WS-BH-STATUS     PIC XX.
        77 WS-RATE-STATUS   PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-RATE-EOF-SW   PIC X VALUE "N".
            88 WS-RATE-EOF          VALUE "Y".
        77 WS-SORT-EOF-SW   PIC X VALUE "N".
            88 WS-SORT-EOF          VALUE "Y".
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-PARM-FILE     PIC X(8) VALUE "AVGPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-REPORT-MONTH  PIC 9(6).
        77 WS-DAYS-IN-MONTH PIC 9(2).
        77 WS-YY            PIC 9(4).
        77 WS-MM            PIC 9(2).
        77 WS-PERIOD-START  PIC 9(8).
        77 WS-PERIOD-END    PIC 9(8).
        77 WS-START-INT     PIC 9(8).
        77 WS-END-INT       PIC 9(8).
        77 WS-DATE-INT      PIC 9(8).
        77 WS-SEG-DAYS      PIC S9(5).
        77 WS-LAST-SNAP     PIC 9(8) VALUE 0.
        77 WS-NEXT-BUS-DATE PIC 9(8).
        77 WS-RATE          PIC 9(3)V9(6).
        77 WS-R             PIC 9(2).
        77 WS-AVG-BAL       PIC S9(10)V99.
        77 WS-BASE-AVG      PIC S9(13)V99.
        77 WS-BASE-MIN      PIC S9(13)V99.
        77 WS-BASE-MAX      PIC S9(13)V99.
        77 WS-PREV-BRANCH   PIC X(3).
        77 WS-KEY-CNT       PIC 9(7) VALUE 0.
        77 WS-NEG-KEY-CNT   PIC 9(7) VALUE 0.

*>  The key being accumulated. WS-K-BAL is the balance in force
*>  from day WS-K-FROM-INT (an integer date) until the next
*>  snapshot changes it.
01  WS-KEY-STATE.
    05  WS-K-ID             PIC X(10).
    05  WS-K-BRANCH         PIC X(3).
    05  WS-K-CURRENCY       PIC X(3).
    05  WS-K-HAS-BAL-SW     PIC X.
        88  WS-K-HAS-BAL            VALUE "Y".
    05  WS-K-BAL            PIC S9(10)V99.
    05  WS-K-FROM-INT       PIC 9(8).
    05  WS-K-LAST-DATE      PIC 9(8).
    05  WS-K-DAYS           PIC 9(3).
    05  WS-K-BAL-DAYS       PIC S9(13)V99.
    05  WS-K-MIN            PIC S9(10)V99.
    05  WS-K-MAX            PIC S9(10)V99.
    05  WS-K-NEG-DAYS       PIC 9(3).

01  WS-TOTALS.
    05  WS-BR-KEYS          PIC 9(7).
    05  WS-BR-AVG           PIC S9(15)V99.
    05  WS-BR-NEG-DAYS      PIC 9(7).
    05  WS-GR-KEYS          PIC 9(7) VALUE 0.
    05  WS-GR-AVG           PIC S9(15)V99 VALUE 0.
    05  WS-GR-NEG-DAYS      PIC 9(7) VALUE 0.

01  WS-RATE-TABLE.
    05  WS-RT-CNT           PIC 9(2) VALUE 0.
    05  WS-RT OCCURS 20 TIMES.
        10  WS-RT-CODE      PIC X(3).
        10  WS-RT-MULT      PIC 9(3)V9(6).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "AVERAGE BALANCE REPORT".
    05  FILLER              PIC X(7)  VALUE "MONTH: ".
    05  H1-MONTH            PIC 9999/99.
    05  FILLER              PIC X(13) VALUE "  RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-HEADER-2.
    05  FILLER              PIC X(14) VALUE "DAYS COVERED: ".
    05  H2-START            PIC 9999/99/99.
    05  FILLER              PIC X(4)  VALUE " TO ".
    05  H2-END              PIC 9999/99/99.
    05  FILLER              PIC X(30) VALUE
        "  ALL AMOUNTS IN BASE CURRENCY".
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TITLE.
    05  RT-TITLE            PIC X(60).
01  WS-REPORT-SECTION.
    05  FILLER              PIC X(76) VALUE ALL "-".
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(11) VALUE "KEY".
    05  FILLER              PIC X(4)  VALUE "CCY".
    05  FILLER              PIC X(16) VALUE "  AVERAGE DAILY".
    05  FILLER              PIC X(16) VALUE "        MINIMUM".
    05  FILLER              PIC X(16) VALUE "        MAXIMUM".
    05  FILLER              PIC X(5)  VALUE "  NEG".
    05  FILLER              PIC X(5)  VALUE " DAYS".
01  WS-REPORT-DETAIL.
    05  D-KEY               PIC X(11).
    05  D-CURRENCY          PIC X(4).
    05  D-AVG               PIC -(11)9.99.
    05  FILLER              PIC X     VALUE SPACE.
    05  D-MIN               PIC -(11)9.99.
    05  FILLER              PIC X     VALUE SPACE.
    05  D-MAX               PIC -(11)9.99.
    05  FILLER              PIC X     VALUE SPACE.
    05  D-NEG-DAYS          PIC ZZZ9.
    05  FILLER              PIC X     VALUE SPACE.
    05  D-DAYS              PIC ZZZ9.
01  WS-REPORT-SUBTOTAL.
    05  S-LABEL             PIC X(7).
    05  S-BRANCH            PIC X(4).
    05  S-KEYS              PIC ZZZ,ZZ9.
    05  FILLER              PIC X(6)  VALUE " KEYS ".
    05  S-AVG               PIC -(14)9.99.
    05  FILLER              PIC X(17) VALUE "  NEGATIVE DAYS: ".
    05  S-NEG-DAYS          PIC Z,ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-SET-PERIOD.
    PERFORM A-LOAD-RATES.
    OPEN OUTPUT AVGBAL-RPT.
    MOVE WS-REPORT-MONTH TO H1-MONTH.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE AVGBAL-LINE FROM WS-REPORT-HEADER-1.
    MOVE WS-PERIOD-START TO H2-START.
    MOVE WS-PERIOD-END TO H2-END.
    WRITE AVGBAL-LINE FROM WS-REPORT-HEADER-2.
    WRITE AVGBAL-LINE FROM WS-REPORT-BLANK.
    SORT SORT-WORK
        ON ASCENDING KEY SRT-BRANCH SRT-NM-ID
        INPUT PROCEDURE IS B-RELEASE-KEYS
        OUTPUT PROCEDURE IS C-WRITE-REPORT.
    CLOSE AVGBAL-RPT.
    MOVE SPACES TO WS-MSG-TEXT.
    IF WS-KEY-CNT = 0
        MOVE 4 TO WS-RUN-RC
        STRING "NO BALANCE HISTORY FOR MONTH " WS-REPORT-MONTH
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN9302W" WS-MSG-TEXT
    ELSE
        STRING "KEYS REPORTED " WS-KEY-CNT " NEGATIVE AT SOME POINT "
            WS-NEG-KEY-CNT DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN9301I" WS-MSG-TEXT
    END-IF.
    PERFORM A-RUN-COMPLETION.
    GOBACK.

A-RUN-HEADER.
*>  Tags this run's console output with a run-id and timestamp so
*>  several jobs' SYSOUT can still be told apart once bundled together.
    CALL "BUSDATE" USING "G" BY CONTENT WS-RUN-ID
        BY REFERENCE WS-RUN-ID.
    CALL "RUNSEQ" USING "C" WS-RUN-ID WS-RUN-SEQ.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "AVGBAL RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "AVGBAL  " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "AVGBAL  " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "AVGBAL  " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "AVGBAL  " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  Optional card: columns 1-6 the month to report as YYYYMM.
*>  Missing card reports the current month -- the usual month-end
*>  sign-off case.
    MOVE WS-RUN-ID(1:6) TO WS-REPORT-MONTH.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:6) IS NUMERIC
            MOVE WS-PARM-CARD(1:6) TO WS-REPORT-MONTH
        END-IF
    END-IF.

A-SET-PERIOD.
*>  The calendar days of the month, leap years included, cut back to
*>  the run date when the month is not over yet -- days that haven't
*>  happened carry nothing forward.
    MOVE WS-REPORT-MONTH(1:4) TO WS-YY.
    MOVE WS-REPORT-MONTH(5:2) TO WS-MM.
    EVALUATE WS-MM
        WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
            MOVE 31 TO WS-DAYS-IN-MONTH
        WHEN 04 WHEN 06 WHEN 09 WHEN 11
            MOVE 30 TO WS-DAYS-IN-MONTH
        WHEN 02
            IF FUNCTION MOD(WS-YY, 4) = 0
                    AND (FUNCTION MOD(WS-YY, 100) NOT = 0
                    OR FUNCTION MOD(WS-YY, 400) = 0)
                MOVE 29 TO WS-DAYS-IN-MONTH
            ELSE
                MOVE 28 TO WS-DAYS-IN-MONTH
            END-IF
        WHEN OTHER
            MOVE 31 TO WS-DAYS-IN-MONTH
    END-EVALUATE.
    COMPUTE WS-PERIOD-START = WS-REPORT-MONTH * 100 + 1.
    COMPUTE WS-PERIOD-END = WS-REPORT-MONTH * 100 + WS-DAYS-IN-MONTH.
    IF WS-PERIOD-END > WS-RUN-ID
        MOVE WS-RUN-ID TO WS-PERIOD-END
    END-IF.
    IF WS-PERIOD-END < WS-PERIOD-START
        MOVE WS-PERIOD-START TO WS-PERIOD-END
    END-IF.
    COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-PERIOD-START).
    COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-PERIOD-END).

A-LOAD-RATES.
*>  The same CURRATES conversion the classifiers and PORTROLL apply.
    OPEN INPUT RATES-IN.
    IF WS-RATE-STATUS = "00"
        PERFORM UNTIL WS-RATE-EOF OR WS-RT-CNT = 20
            READ RATES-IN
                AT END
                    SET WS-RATE-EOF TO TRUE
                NOT AT END
                    IF RATE-CODE NOT = SPACES
                            AND RATE-MULT IS NUMERIC
                        ADD 1 TO WS-RT-CNT
                        MOVE RATE-CODE TO WS-RT-CODE(WS-RT-CNT)
                        MOVE RATE-MULT TO WS-RT-MULT(WS-RT-CNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RATES-IN
    END-IF.

B-RELEASE-KEYS.
*>  The history reads back in key + date order, so each key's
*>  snapshots arrive together and oldest first. Snapshots after the
*>  period are ignored; those before it only set the opening balance.
    OPEN INPUT BALANCE-HISTORY.
    IF WS-BH-STATUS NOT = "00"
        STRING "BALANCE-HISTORY OPEN FAILED, STATUS " WS-BH-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 9301 TO WS-ERR-RC
        CALL "ERRHAND" USING "AVGBAL  " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE SPACES TO WS-K-ID.
    MOVE "N" TO WS-K-HAS-BAL-SW.
    PERFORM UNTIL WS-EOF
        READ BALANCE-HISTORY NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-TAKE-SNAPSHOT
        END-READ
    END-PERFORM.
    PERFORM B-RELEASE-ONE-KEY.
    CLOSE BALANCE-HISTORY.

B-TAKE-SNAPSHOT.
    IF BH-NM-ID NOT = WS-K-ID
        PERFORM B-RELEASE-ONE-KEY
        INITIALIZE WS-KEY-STATE
        MOVE "N" TO WS-K-HAS-BAL-SW
        MOVE BH-NM-ID TO WS-K-ID
    END-IF.
    IF BH-DATE > WS-PERIOD-END
        CONTINUE
    ELSE
        IF BH-DATE < WS-PERIOD-START
            MOVE WS-START-INT TO WS-K-FROM-INT
        ELSE
            IF BH-DATE > WS-LAST-SNAP
                MOVE BH-DATE TO WS-LAST-SNAP
            END-IF
            COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(BH-DATE)
            IF WS-K-HAS-BAL
                COMPUTE WS-SEG-DAYS = WS-DATE-INT - WS-K-FROM-INT
                PERFORM B-ADD-SEGMENT
            END-IF
            MOVE WS-DATE-INT TO WS-K-FROM-INT
        END-IF
        SET WS-K-HAS-BAL TO TRUE
        MOVE BH-AMOUNT TO WS-K-BAL
        MOVE BH-BRANCH TO WS-K-BRANCH
        MOVE BH-CURRENCY TO WS-K-CURRENCY
        MOVE BH-DATE TO WS-K-LAST-DATE
    END-IF.

B-ADD-SEGMENT.
*>  WS-SEG-DAYS calendar days all at balance WS-K-BAL.
    IF WS-SEG-DAYS > 0
        IF WS-K-DAYS = 0
            MOVE WS-K-BAL TO WS-K-MIN
            MOVE WS-K-BAL TO WS-K-MAX
        ELSE
            IF WS-K-BAL < WS-K-MIN
                MOVE WS-K-BAL TO WS-K-MIN
            END-IF
            IF WS-K-BAL > WS-K-MAX
                MOVE WS-K-BAL TO WS-K-MAX
            END-IF
        END-IF
        ADD WS-SEG-DAYS TO WS-K-DAYS
        COMPUTE WS-K-BAL-DAYS = WS-K-BAL-DAYS
            + (WS-K-BAL * WS-SEG-DAYS)
        IF WS-K-BAL < 0
            ADD WS-SEG-DAYS TO WS-K-NEG-DAYS
        END-IF
    END-IF.

B-RELEASE-ONE-KEY.
*>  A key with no balance on or before the period end has nothing
*>  to report.
    IF WS-K-ID NOT = SPACES AND WS-K-HAS-BAL
        MOVE WS-K-BRANCH TO SRT-BRANCH
        MOVE WS-K-ID TO SRT-NM-ID
        MOVE WS-K-CURRENCY TO SRT-CURRENCY
        MOVE WS-K-DAYS TO SRT-DAYS
        MOVE WS-K-BAL-DAYS TO SRT-BAL-DAYS
        MOVE WS-K-MIN TO SRT-MIN
        MOVE WS-K-MAX TO SRT-MAX
        MOVE WS-K-NEG-DAYS TO SRT-NEG-DAYS
        MOVE WS-K-BAL TO SRT-LAST-BAL
        MOVE WS-K-FROM-INT TO SRT-FROM-INT
        MOVE WS-K-LAST-DATE TO SRT-LAST-DATE
        RELEASE SRT-REC
    END-IF.

C-WRITE-REPORT.
    MOVE SPACES TO WS-PREV-BRANCH.
    PERFORM UNTIL WS-SORT-EOF
        RETURN SORT-WORK
            AT END
                SET WS-SORT-EOF TO TRUE
            NOT AT END
                PERFORM C-REPORT-ONE-KEY
        END-RETURN
    END-PERFORM.
    IF WS-KEY-CNT = 0
        MOVE "NO BALANCE HISTORY FOR THIS MONTH" TO RT-TITLE
        WRITE AVGBAL-LINE FROM WS-REPORT-TITLE
    ELSE
        PERFORM C-WRITE-BRANCH-TOTAL
        WRITE AVGBAL-LINE FROM WS-REPORT-SECTION
        MOVE "TOTAL" TO S-LABEL
        MOVE SPACES TO S-BRANCH
        MOVE WS-GR-KEYS TO S-KEYS
        MOVE WS-GR-AVG TO S-AVG
        MOVE WS-GR-NEG-DAYS TO S-NEG-DAYS
        WRITE AVGBAL-LINE FROM WS-REPORT-SUBTOTAL
    END-IF.

C-REPORT-ONE-KEY.
    PERFORM C-FINISH-KEY.
    IF WS-K-DAYS > 0
        IF SRT-BRANCH NOT = WS-PREV-BRANCH OR WS-KEY-CNT = 0
            IF WS-KEY-CNT > 0
                PERFORM C-WRITE-BRANCH-TOTAL
            END-IF
            PERFORM C-WRITE-BRANCH-HEADER
        END-IF
        ADD 1 TO WS-KEY-CNT
        IF WS-K-NEG-DAYS > 0
            ADD 1 TO WS-NEG-KEY-CNT
        END-IF
        PERFORM C-CONVERT-TO-BASE
        MOVE SPACES TO WS-REPORT-DETAIL
        MOVE WS-K-ID TO D-KEY
        MOVE WS-K-CURRENCY TO D-CURRENCY
        MOVE WS-BASE-AVG TO D-AVG
        MOVE WS-BASE-MIN TO D-MIN
        MOVE WS-BASE-MAX TO D-MAX
        MOVE WS-K-NEG-DAYS TO D-NEG-DAYS
        MOVE WS-K-DAYS TO D-DAYS
        WRITE AVGBAL-LINE FROM WS-REPORT-DETAIL
        ADD 1 TO WS-BR-KEYS WS-GR-KEYS
        ADD WS-BASE-AVG TO WS-BR-AVG WS-GR-AVG
        ADD WS-K-NEG-DAYS TO WS-BR-NEG-DAYS WS-GR-NEG-DAYS
    END-IF.

C-FINISH-KEY.
*>  The key's last balance runs on to the period end -- unless a
*>  later snapshot in the month no longer held the key, in which case
*>  it stops the day before the next business day's snapshot.
    INITIALIZE WS-KEY-STATE.
    MOVE SRT-NM-ID TO WS-K-ID.
    MOVE SRT-BRANCH TO WS-K-BRANCH.
    MOVE SRT-CURRENCY TO WS-K-CURRENCY.
    MOVE SRT-DAYS TO WS-K-DAYS.
    MOVE SRT-BAL-DAYS TO WS-K-BAL-DAYS.
    MOVE SRT-MIN TO WS-K-MIN.
    MOVE SRT-MAX TO WS-K-MAX.
    MOVE SRT-NEG-DAYS TO WS-K-NEG-DAYS.
    MOVE SRT-LAST-BAL TO WS-K-BAL.
    MOVE SRT-FROM-INT TO WS-K-FROM-INT.
    MOVE SRT-LAST-DATE TO WS-K-LAST-DATE.
    MOVE WS-END-INT TO WS-DATE-INT.
    IF WS-K-LAST-DATE < WS-LAST-SNAP
        CALL "BUSDATE" USING "N" WS-K-LAST-DATE WS-NEXT-BUS-DATE
        COMPUTE WS-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-NEXT-BUS-DATE) - 1
        IF WS-DATE-INT > WS-END-INT
            MOVE WS-END-INT TO WS-DATE-INT
        END-IF
    END-IF.
    COMPUTE WS-SEG-DAYS = WS-DATE-INT - WS-K-FROM-INT + 1.
    PERFORM B-ADD-SEGMENT.

C-CONVERT-TO-BASE.
    MOVE 1 TO WS-RATE.
    IF WS-K-CURRENCY NOT = SPACES
        PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RT-CNT
            IF WS-RT-CODE(WS-R) = WS-K-CURRENCY
                MOVE WS-RT-MULT(WS-R) TO WS-RATE
            END-IF
        END-PERFORM
    END-IF.
    COMPUTE WS-AVG-BAL ROUNDED = WS-K-BAL-DAYS / WS-K-DAYS.
    COMPUTE WS-BASE-AVG ROUNDED = WS-AVG-BAL * WS-RATE.
    COMPUTE WS-BASE-MIN ROUNDED = WS-K-MIN * WS-RATE.
    COMPUTE WS-BASE-MAX ROUNDED = WS-K-MAX * WS-RATE.

C-WRITE-BRANCH-HEADER.
    MOVE SRT-BRANCH TO WS-PREV-BRANCH.
    MOVE 0 TO WS-BR-KEYS WS-BR-AVG WS-BR-NEG-DAYS.
    MOVE SPACES TO RT-TITLE.
    STRING "BRANCH " SRT-BRANCH DELIMITED BY SIZE INTO RT-TITLE.
    WRITE AVGBAL-LINE FROM WS-REPORT-TITLE.
    WRITE AVGBAL-LINE FROM WS-REPORT-COLHDR.
    WRITE AVGBAL-LINE FROM WS-REPORT-SECTION.

C-WRITE-BRANCH-TOTAL.
    MOVE "BRANCH" TO S-LABEL.
    MOVE WS-PREV-BRANCH TO S-BRANCH.
    MOVE WS-BR-KEYS TO S-KEYS.
    MOVE WS-BR-AVG TO S-AVG.
    MOVE WS-BR-NEG-DAYS TO S-NEG-DAYS.
    WRITE AVGBAL-LINE FROM WS-REPORT-SUBTOTAL.
    WRITE AVGBAL-LINE FROM WS-REPORT-BLANK.
