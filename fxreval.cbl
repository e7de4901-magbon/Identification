*> Month-end foreign-exchange revaluation of the Number Master, per
*> branch and currency, in base currency. The opening position is
*> every key's balance on the last BALHIST snapshot of the previous
*> month; the closing position is the month-end NUMMAST itself when
*> the month being reported is the current one, or the month's last
*> BALHIST snapshot when an earlier month is asked for. Both are
*> priced from the RATEHIST rate history RATELOAD keeps: the
*> opening at the last rate accepted on or before the previous
*> month-end, the closing at the last rate on or before this one.
*> The change between them is split the usual way -- the FX
*> revaluation is the opening holding priced again at the closing
*> rate, less its opening value; the amount movement is the rest,
*> the month's real activity at the closing rate -- so on every line
*> opening + revaluation + movement = closing to the cent. A key
*> that changed branch or currency in the month leaves its opening
*> under the old line and arrives under the new one. Lines are
*> subtotalled by branch, with a grand total, then the rates used.
*> A currency with no rate on RATEHIST is taken at one and marked,
*> the way every reader treats a currency it holds no rate for.
*> An optional FXRPARM card (columns 1-6, YYYYMM) picks the month,
*> the MOEPARM convention; without it the current month is reported.
IDENTIFICATION DIVISION.
PROGRAM-ID. FXREVAL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BALANCE-HISTORY ASSIGN TO "BALHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BH-KEY
        FILE STATUS IS WS-BH-STATUS.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NM-ID
        FILE STATUS IS WS-NM-STATUS.
    SELECT RATE-HISTORY ASSIGN TO "RATEHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RH-KEY
        FILE STATUS IS WS-RH-STATUS.
    SELECT REVAL-RPT ASSIGN TO "FXREVRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
    SELECT SORT-WORK ASSIGN TO "SRTWK15".
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
FD  NUMBER-MASTER.
01  NM-RECORD.
    05  NM-ID               PIC X(10).
    05  NM-AMOUNT           PIC S9(10)V99.
    05  NM-BRANCH           PIC X(3).
    05  NM-STATUS-FLAG      PIC X.
    05  NM-LAST-ACT-DATE    PIC 9(8).
    05  NM-CURRENCY         PIC X(3).
FD  RATE-HISTORY.
01  RH-REC.
    05  RH-KEY.
        10  RH-CODE         PIC X(3).
        10  RH-DATE         PIC 9(8).
    05  RH-MULT             PIC 9(3)V9(6).
    05  RH-LOAD-TIME        PIC 9(6).
    05  RH-USER             PIC X(8).
FD  REVAL-RPT
    RECORDING MODE IS F.
01  REVAL-LINE              PIC X(80).
*>  One record per key and side: "O" the key's opening holding, "C"
*>  its closing one, each under its own branch and currency. The
*>  date is the snapshot it came from, so the output procedure can
*>  drop a key that had already left the master by the snapshot the
*>  rest of the file was taken on.
SD  SORT-WORK.
01  SRT-REC.
    05  SRT-BRANCH          PIC X(3).
    05  SRT-CURRENCY        PIC X(3).
    05  SRT-SIDE            PIC X.
        88  SRT-OPENING             VALUE "O".
    05  SRT-NM-ID           PIC X(10).
    05  SRT-AMOUNT          PIC S9(10)V99.
    05  SRT-DATE            PIC 9(8).
    WORKING-STORAGE SECTION.
        77 WS-BH-STATUS     PIC XX.
        77 WS-NM-STATUS     PIC XX.
        77 WS-RH-STATUS     PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-SORT-EOF-SW   PIC X VALUE "N".
            88 WS-SORT-EOF          VALUE "Y".
        77 WS-RATES-SW      PIC X VALUE "N".
            88 WS-RATES-OPEN        VALUE "Y".
        77 WS-CLOSE-SRC-SW  PIC X VALUE "M".
            88 WS-CLOSE-FROM-MASTER VALUE "M".
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-PARM-FILE     PIC X(8) VALUE "FXRPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-REPORT-MONTH  PIC 9(6).
        77 WS-PRIOR-MONTH   PIC 9(6).
        77 WS-YY            PIC 9(4).
        77 WS-MM            PIC 9(2).
        77 WS-OPEN-LIMIT    PIC 9(8).
        77 WS-CLOSE-LIMIT   PIC 9(8).
        77 WS-OPEN-SNAP     PIC 9(8) VALUE 0.
        77 WS-CLOSE-SNAP    PIC 9(8) VALUE 0.
        77 WS-R             PIC 9(2).
        77 WS-C             PIC 9(2).
        77 WS-OPEN-RATE     PIC 9(3)V9(6).
        77 WS-CLOSE-RATE    PIC 9(3)V9(6).
        77 WS-AT-OPEN-RATE  PIC S9(13)V99.
        77 WS-AT-CLOSE-RATE PIC S9(13)V99.
        77 WS-PREV-BRANCH   PIC X(3).
        77 WS-PREV-CURRENCY PIC X(3).
        77 WS-LINE-CNT      PIC 9(5) VALUE 0.
        77 WS-NO-RATE-CNT   PIC 9(2) VALUE 0.

*>  The key being walked on BALHIST: its last snapshot on or before
*>  each month-end.
01  WS-KEY-STATE.
    05  WS-K-ID             PIC X(10).
    05  WS-K-OPEN-SW        PIC X.
        88  WS-K-HAS-OPEN           VALUE "Y".
    05  WS-K-OPEN-DATE      PIC 9(8).
    05  WS-K-OPEN-AMT       PIC S9(10)V99.
    05  WS-K-OPEN-BRANCH    PIC X(3).
    05  WS-K-OPEN-CURRENCY  PIC X(3).
    05  WS-K-CLOSE-SW       PIC X.
        88  WS-K-HAS-CLOSE          VALUE "Y".
    05  WS-K-CLOSE-DATE     PIC 9(8).
    05  WS-K-CLOSE-AMT      PIC S9(10)V99.
    05  WS-K-CLOSE-BRANCH   PIC X(3).
    05  WS-K-CLOSE-CURRENCY PIC X(3).

*>  Line, branch and grand figures, all in base currency.
01  WS-TOTALS.
    05  WS-LN-OPENING       PIC S9(15)V99.
    05  WS-LN-FX            PIC S9(15)V99.
    05  WS-LN-MOVEMENT      PIC S9(15)V99.
    05  WS-LN-CLOSING       PIC S9(15)V99.
    05  WS-LN-NO-RATE-SW    PIC X.
        88  WS-LN-NO-RATE           VALUE "Y".
    05  WS-BR-OPENING       PIC S9(15)V99.
    05  WS-BR-FX            PIC S9(15)V99.
    05  WS-BR-MOVEMENT      PIC S9(15)V99.
    05  WS-BR-CLOSING       PIC S9(15)V99.
    05  WS-GR-OPENING       PIC S9(15)V99 VALUE 0.
    05  WS-GR-FX            PIC S9(15)V99 VALUE 0.
    05  WS-GR-MOVEMENT      PIC S9(15)V99 VALUE 0.
    05  WS-GR-CLOSING       PIC S9(15)V99 VALUE 0.

*>  Each currency's opening and closing rate, looked up on RATEHIST
*>  the first time the currency is met.
01  WS-CCY-TABLE.
    05  WS-CC-CNT           PIC 9(2) VALUE 0.
    05  WS-CC OCCURS 50 TIMES.
        10  WS-CC-CODE      PIC X(3).
        10  WS-CC-OPEN-RATE PIC 9(3)V9(6).
        10  WS-CC-OPEN-DATE PIC 9(8).
        10  WS-CC-CLOSE-RATE PIC 9(3)V9(6).
        10  WS-CC-CLOSE-DATE PIC 9(8).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "FX REVALUATION BY BRANCH".
    05  FILLER              PIC X(7)  VALUE "MONTH: ".
    05  H1-MONTH            PIC 9999/99.
    05  FILLER              PIC X(13) VALUE "  RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-HEADER-2.
    05  FILLER              PIC X(17) VALUE "OPENING BALANCES ".
    05  H2-OPEN-SNAP        PIC 9999/99/99.
    05  FILLER              PIC X(20) VALUE "  CLOSING BALANCES ".
    05  H2-CLOSE-SNAP       PIC 9999/99/99.
    05  H2-CLOSE-SOURCE     PIC X(12).
01  WS-REPORT-HEADER-3.
    05  FILLER              PIC X(32) VALUE
        "ALL AMOUNTS IN BASE CURRENCY -- ".
    05  FILLER              PIC X(34) VALUE
        "OPENING + FX + MOVEMENT = CLOSING".
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TITLE.
    05  RT-TITLE            PIC X(60).
01  WS-REPORT-SECTION.
    05  FILLER              PIC X(78) VALUE ALL "-".
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(9)  VALUE "BR  CCY".
    05  FILLER              PIC X(17) VALUE "     OPENING BASE".
    05  FILLER              PIC X(17) VALUE "   FX REVALUATION".
    05  FILLER              PIC X(17) VALUE "  AMOUNT MOVEMENT".
    05  FILLER              PIC X(17) VALUE "     CLOSING BASE".
01  WS-REPORT-DETAIL.
    05  D-LINE-KEY.
        10  D-BRANCH        PIC X(4).
        10  D-CURRENCY      PIC X(4).
    05  D-LABEL REDEFINES D-LINE-KEY PIC X(8).
    05  D-OPENING           PIC --,---,---,--9.99.
    05  D-FX                PIC --,---,---,--9.99.
    05  D-MOVEMENT          PIC --,---,---,--9.99.
    05  D-CLOSING           PIC --,---,---,--9.99.
    05  FILLER              PIC X     VALUE SPACE.
    05  D-FLAG              PIC X.
01  WS-REPORT-RATE-COLHDR.
    05  FILLER              PIC X(8)  VALUE "CCY".
    05  FILLER              PIC X(23) VALUE "   OPENING  RATE DATE".
    05  FILLER              PIC X(22) VALUE "   CLOSING  RATE DATE".
01  WS-REPORT-RATE.
    05  R-CODE              PIC X(8).
    05  R-OPEN-AREA.
        10  R-OPEN-RATE     PIC ZZ9.999999.
        10  FILLER          PIC X(2) VALUE SPACES.
        10  R-OPEN-DATE     PIC 9999/99/99.
    05  R-OPEN-NONE REDEFINES R-OPEN-AREA PIC X(22).
    05  FILLER              PIC X     VALUE SPACE.
    05  R-CLOSE-AREA.
        10  R-CLOSE-RATE    PIC ZZ9.999999.
        10  FILLER          PIC X(2) VALUE SPACES.
        10  R-CLOSE-DATE    PIC 9999/99/99.
    05  R-CLOSE-NONE REDEFINES R-CLOSE-AREA PIC X(22).
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-SET-PERIOD.
    SORT SORT-WORK
        ON ASCENDING KEY SRT-BRANCH SRT-CURRENCY
        INPUT PROCEDURE IS B-RELEASE-HOLDINGS
        OUTPUT PROCEDURE IS C-WRITE-REPORT.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "FX REVALUATION FOR " WS-REPORT-MONTH ", " WS-LINE-CNT
        " BRANCH/CURRENCY LINES" DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN5401I" WS-MSG-TEXT.
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
    STRING "FXREVAL RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "FXREVAL " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "FXREVAL " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "FXREVAL " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "FXREVAL " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  Optional card: columns 1-6 the month to report as YYYYMM.
*>  Missing card reports the current month -- the month-end case.
    MOVE WS-RUN-ID(1:6) TO WS-REPORT-MONTH.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:6) IS NUMERIC
            MOVE WS-PARM-CARD(1:6) TO WS-REPORT-MONTH
        END-IF
    END-IF.

A-SET-PERIOD.
*>  The limits are "on or before the month's last day"; day 31 of
*>  any month serves, as no date of the next month sorts below it.
*>  The current month closes on today's master, and an earlier one
*>  on its own last snapshot; a month still to come is the current.
    MOVE WS-REPORT-MONTH(1:4) TO WS-YY.
    MOVE WS-REPORT-MONTH(5:2) TO WS-MM.
    IF WS-MM = 01
        COMPUTE WS-PRIOR-MONTH = (WS-YY - 1) * 100 + 12
    ELSE
        COMPUTE WS-PRIOR-MONTH = WS-REPORT-MONTH - 1
    END-IF.
    COMPUTE WS-OPEN-LIMIT = WS-PRIOR-MONTH * 100 + 31.
    COMPUTE WS-CLOSE-LIMIT = WS-REPORT-MONTH * 100 + 31.
    IF WS-CLOSE-LIMIT < WS-RUN-ID
        MOVE "S" TO WS-CLOSE-SRC-SW
    ELSE
        MOVE WS-RUN-ID TO WS-CLOSE-LIMIT
        MOVE WS-RUN-ID TO WS-CLOSE-SNAP
    END-IF.

B-RELEASE-HOLDINGS.
*>  The history reads back in key + date order, so each key's
*>  snapshots arrive together and oldest first. The latest date seen
*>  on or before each limit is the snapshot the month-end position
*>  stands on.
    OPEN INPUT BALANCE-HISTORY.
    IF WS-BH-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "BALANCE-HISTORY OPEN FAILED, STATUS " WS-BH-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 5401 TO WS-ERR-RC
        CALL "ERRHAND" USING "FXREVAL " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    INITIALIZE WS-KEY-STATE.
    MOVE SPACES TO WS-K-ID.
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
    MOVE "N" TO WS-EOF-SW.
    IF WS-CLOSE-FROM-MASTER
        PERFORM B-RELEASE-MASTER
    END-IF.

B-TAKE-SNAPSHOT.
    IF BH-NM-ID NOT = WS-K-ID
        PERFORM B-RELEASE-ONE-KEY
        INITIALIZE WS-KEY-STATE
        MOVE BH-NM-ID TO WS-K-ID
    END-IF.
    IF BH-DATE NOT > WS-OPEN-LIMIT
        MOVE "Y" TO WS-K-OPEN-SW
        MOVE BH-DATE TO WS-K-OPEN-DATE
        MOVE BH-AMOUNT TO WS-K-OPEN-AMT
        MOVE BH-BRANCH TO WS-K-OPEN-BRANCH
        MOVE BH-CURRENCY TO WS-K-OPEN-CURRENCY
        IF BH-DATE > WS-OPEN-SNAP
            MOVE BH-DATE TO WS-OPEN-SNAP
        END-IF
    END-IF.
    IF BH-DATE NOT > WS-CLOSE-LIMIT AND NOT WS-CLOSE-FROM-MASTER
        MOVE "Y" TO WS-K-CLOSE-SW
        MOVE BH-DATE TO WS-K-CLOSE-DATE
        MOVE BH-AMOUNT TO WS-K-CLOSE-AMT
        MOVE BH-BRANCH TO WS-K-CLOSE-BRANCH
        MOVE BH-CURRENCY TO WS-K-CLOSE-CURRENCY
        IF BH-DATE > WS-CLOSE-SNAP
            MOVE BH-DATE TO WS-CLOSE-SNAP
        END-IF
    END-IF.

B-RELEASE-ONE-KEY.
    IF WS-K-ID NOT = SPACES
        IF WS-K-HAS-OPEN
            MOVE WS-K-OPEN-BRANCH TO SRT-BRANCH
            MOVE WS-K-OPEN-CURRENCY TO SRT-CURRENCY
            MOVE "O" TO SRT-SIDE
            MOVE WS-K-ID TO SRT-NM-ID
            MOVE WS-K-OPEN-AMT TO SRT-AMOUNT
            MOVE WS-K-OPEN-DATE TO SRT-DATE
            RELEASE SRT-REC
        END-IF
        IF WS-K-HAS-CLOSE
            MOVE WS-K-CLOSE-BRANCH TO SRT-BRANCH
            MOVE WS-K-CLOSE-CURRENCY TO SRT-CURRENCY
            MOVE "C" TO SRT-SIDE
            MOVE WS-K-ID TO SRT-NM-ID
            MOVE WS-K-CLOSE-AMT TO SRT-AMOUNT
            MOVE WS-K-CLOSE-DATE TO SRT-DATE
            RELEASE SRT-REC
        END-IF
    END-IF.

B-RELEASE-MASTER.
*>  Tonight's master is the closing position; every key on it holds.
    OPEN INPUT NUMBER-MASTER.
    IF WS-NM-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "NUMMAST OPEN FAILED, STATUS " WS-NM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 5402 TO WS-ERR-RC
        CALL "ERRHAND" USING "FXREVAL " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    PERFORM UNTIL WS-EOF
        READ NUMBER-MASTER NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                MOVE NM-BRANCH TO SRT-BRANCH
                MOVE NM-CURRENCY TO SRT-CURRENCY
                MOVE "C" TO SRT-SIDE
                MOVE NM-ID TO SRT-NM-ID
                MOVE NM-AMOUNT TO SRT-AMOUNT
                MOVE WS-CLOSE-SNAP TO SRT-DATE
                RELEASE SRT-REC
        END-READ
    END-PERFORM.
    CLOSE NUMBER-MASTER.

C-WRITE-REPORT.
*>  No rate history yet means every currency at one, each marked.
    OPEN INPUT RATE-HISTORY.
    IF WS-RH-STATUS = "00"
        SET WS-RATES-OPEN TO TRUE
    ELSE
        IF WS-RH-STATUS NOT = "35"
            MOVE SPACES TO WS-ERR-MSG
            STRING "RATEHIST OPEN FAILED, STATUS " WS-RH-STATUS
                DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 5403 TO WS-ERR-RC
            CALL "ERRHAND" USING "FXREVAL " WS-ERR-MSG "A" WS-ERR-RC
        END-IF
    END-IF.
    OPEN OUTPUT REVAL-RPT.
    MOVE WS-REPORT-MONTH TO H1-MONTH.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE REVAL-LINE FROM WS-REPORT-HEADER-1.
    MOVE WS-OPEN-SNAP TO H2-OPEN-SNAP.
    MOVE WS-CLOSE-SNAP TO H2-CLOSE-SNAP.
    IF WS-CLOSE-FROM-MASTER
        MOVE " (NUMMAST)" TO H2-CLOSE-SOURCE
    ELSE
        MOVE " (BALHIST)" TO H2-CLOSE-SOURCE
    END-IF.
    WRITE REVAL-LINE FROM WS-REPORT-HEADER-2.
    WRITE REVAL-LINE FROM WS-REPORT-HEADER-3.
    WRITE REVAL-LINE FROM WS-REPORT-BLANK.
    IF WS-OPEN-SNAP = 0
        MOVE "NO BALHIST SNAPSHOT BEFORE THE MONTH -- OPENING AT ZERO"
            TO RT-TITLE
        WRITE REVAL-LINE FROM WS-REPORT-TITLE
        WRITE REVAL-LINE FROM WS-REPORT-BLANK
    END-IF.
    WRITE REVAL-LINE FROM WS-REPORT-COLHDR.
    WRITE REVAL-LINE FROM WS-REPORT-SECTION.
    MOVE HIGH-VALUES TO WS-PREV-BRANCH WS-PREV-CURRENCY.
    PERFORM UNTIL WS-SORT-EOF
        RETURN SORT-WORK
            AT END
                SET WS-SORT-EOF TO TRUE
            NOT AT END
                PERFORM C-TAKE-HOLDING
        END-RETURN
    END-PERFORM.
    IF WS-PREV-BRANCH = HIGH-VALUES
        MOVE "NO BALANCES FOR THIS MONTH" TO RT-TITLE
        WRITE REVAL-LINE FROM WS-REPORT-TITLE
    ELSE
        PERFORM C-WRITE-LINE
        PERFORM C-WRITE-BRANCH-TOTAL
        MOVE "TOTAL" TO D-LABEL
        MOVE SPACE TO D-FLAG
        MOVE WS-GR-OPENING TO D-OPENING
        MOVE WS-GR-FX TO D-FX
        MOVE WS-GR-MOVEMENT TO D-MOVEMENT
        MOVE WS-GR-CLOSING TO D-CLOSING
        WRITE REVAL-LINE FROM WS-REPORT-DETAIL
    END-IF.
    PERFORM C-WRITE-RATES.
    CLOSE REVAL-RPT.
    IF WS-RATES-OPEN
        CLOSE RATE-HISTORY
    END-IF.

C-TAKE-HOLDING.
*>  A holding from an older snapshot than the month-end one belongs
*>  to a key the master had already dropped -- it is not held.
    IF (SRT-OPENING AND SRT-DATE = WS-OPEN-SNAP)
            OR (NOT SRT-OPENING AND SRT-DATE = WS-CLOSE-SNAP)
        IF SRT-BRANCH NOT = WS-PREV-BRANCH
                OR SRT-CURRENCY NOT = WS-PREV-CURRENCY
            PERFORM C-START-LINE
        END-IF
        PERFORM C-PRICE-HOLDING
    END-IF.

C-START-LINE.
    IF WS-PREV-BRANCH NOT = HIGH-VALUES
        PERFORM C-WRITE-LINE
        IF SRT-BRANCH NOT = WS-PREV-BRANCH
            PERFORM C-WRITE-BRANCH-TOTAL
        END-IF
    END-IF.
    IF SRT-BRANCH NOT = WS-PREV-BRANCH
        MOVE 0 TO WS-BR-OPENING WS-BR-FX WS-BR-MOVEMENT WS-BR-CLOSING
    END-IF.
    MOVE SRT-BRANCH TO WS-PREV-BRANCH.
    MOVE SRT-CURRENCY TO WS-PREV-CURRENCY.
    MOVE 0 TO WS-LN-OPENING WS-LN-FX WS-LN-MOVEMENT WS-LN-CLOSING.
    MOVE "N" TO WS-LN-NO-RATE-SW.
    PERFORM C-FIND-RATES.

C-PRICE-HOLDING.
*>  Both sides are priced at the closing rate and the opening side
*>  at its own rate too, each rounded once, so the split is exact.
    COMPUTE WS-AT-CLOSE-RATE ROUNDED = SRT-AMOUNT * WS-CLOSE-RATE.
    IF SRT-OPENING
        COMPUTE WS-AT-OPEN-RATE ROUNDED = SRT-AMOUNT * WS-OPEN-RATE
        ADD WS-AT-OPEN-RATE TO WS-LN-OPENING
        COMPUTE WS-LN-FX = WS-LN-FX + WS-AT-CLOSE-RATE
            - WS-AT-OPEN-RATE
        SUBTRACT WS-AT-CLOSE-RATE FROM WS-LN-MOVEMENT
    ELSE
        ADD WS-AT-CLOSE-RATE TO WS-LN-CLOSING
        ADD WS-AT-CLOSE-RATE TO WS-LN-MOVEMENT
    END-IF.

C-FIND-RATES.
*>  The base currency is one at both ends. Any other is found, or
*>  added, in the currency table: its last RATEHIST rate on or
*>  before each month-end, one if it has none.
    MOVE 1 TO WS-OPEN-RATE WS-CLOSE-RATE.
    IF SRT-CURRENCY NOT = SPACES
        MOVE 0 TO WS-C
        PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-CC-CNT
            IF WS-CC-CODE(WS-R) = SRT-CURRENCY
                MOVE WS-R TO WS-C
            END-IF
        END-PERFORM
        IF WS-C = 0 AND WS-CC-CNT < 50
            ADD 1 TO WS-CC-CNT
            MOVE WS-CC-CNT TO WS-C
            PERFORM C-LOAD-CURRENCY-RATES
        END-IF
        IF WS-C = 0
            MOVE "Y" TO WS-LN-NO-RATE-SW
        ELSE
            IF WS-CC-OPEN-DATE(WS-C) = 0 OR WS-CC-CLOSE-DATE(WS-C) = 0
                MOVE "Y" TO WS-LN-NO-RATE-SW
            END-IF
            MOVE WS-CC-OPEN-RATE(WS-C) TO WS-OPEN-RATE
            MOVE WS-CC-CLOSE-RATE(WS-C) TO WS-CLOSE-RATE
        END-IF
    END-IF.

C-LOAD-CURRENCY-RATES.
    MOVE SRT-CURRENCY TO WS-CC-CODE(WS-C).
    MOVE 1 TO WS-CC-OPEN-RATE(WS-C) WS-CC-CLOSE-RATE(WS-C).
    MOVE 0 TO WS-CC-OPEN-DATE(WS-C) WS-CC-CLOSE-DATE(WS-C).
    IF WS-RATES-OPEN
        MOVE SRT-CURRENCY TO RH-CODE
        MOVE 0 TO RH-DATE
        START RATE-HISTORY KEY IS NOT LESS THAN RH-KEY
            INVALID KEY
                SET WS-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-EOF
            READ RATE-HISTORY NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF RH-CODE NOT = SRT-CURRENCY
                            OR RH-DATE > WS-CLOSE-LIMIT
                        SET WS-EOF TO TRUE
                    ELSE
                        IF RH-DATE NOT > WS-OPEN-LIMIT
                            MOVE RH-MULT TO WS-CC-OPEN-RATE(WS-C)
                            MOVE RH-DATE TO WS-CC-OPEN-DATE(WS-C)
                        END-IF
                        MOVE RH-MULT TO WS-CC-CLOSE-RATE(WS-C)
                        MOVE RH-DATE TO WS-CC-CLOSE-DATE(WS-C)
                    END-IF
            END-READ
        END-PERFORM
        MOVE "N" TO WS-EOF-SW
    END-IF.
    IF WS-CC-OPEN-DATE(WS-C) = 0 OR WS-CC-CLOSE-DATE(WS-C) = 0
        ADD 1 TO WS-NO-RATE-CNT
    END-IF.

C-WRITE-LINE.
    ADD 1 TO WS-LINE-CNT.
    MOVE WS-PREV-BRANCH TO D-BRANCH.
    IF WS-PREV-CURRENCY = SPACES
        MOVE "BAS" TO D-CURRENCY
    ELSE
        MOVE WS-PREV-CURRENCY TO D-CURRENCY
    END-IF.
    MOVE WS-LN-OPENING TO D-OPENING.
    MOVE WS-LN-FX TO D-FX.
    MOVE WS-LN-MOVEMENT TO D-MOVEMENT.
    MOVE WS-LN-CLOSING TO D-CLOSING.
    IF WS-LN-NO-RATE
        MOVE "*" TO D-FLAG
    ELSE
        MOVE SPACE TO D-FLAG
    END-IF.
    WRITE REVAL-LINE FROM WS-REPORT-DETAIL.
    ADD WS-LN-OPENING TO WS-BR-OPENING WS-GR-OPENING.
    ADD WS-LN-FX TO WS-BR-FX WS-GR-FX.
    ADD WS-LN-MOVEMENT TO WS-BR-MOVEMENT WS-GR-MOVEMENT.
    ADD WS-LN-CLOSING TO WS-BR-CLOSING WS-GR-CLOSING.

C-WRITE-BRANCH-TOTAL.
    MOVE WS-PREV-BRANCH TO D-BRANCH.
    MOVE "ALL" TO D-CURRENCY.
    MOVE WS-BR-OPENING TO D-OPENING.
    MOVE WS-BR-FX TO D-FX.
    MOVE WS-BR-MOVEMENT TO D-MOVEMENT.
    MOVE WS-BR-CLOSING TO D-CLOSING.
    MOVE SPACE TO D-FLAG.
    WRITE REVAL-LINE FROM WS-REPORT-DETAIL.
    WRITE REVAL-LINE FROM WS-REPORT-SECTION.

C-WRITE-RATES.
    WRITE REVAL-LINE FROM WS-REPORT-BLANK.
    MOVE "RATES USED (BASE CURRENCY AT ONE)" TO RT-TITLE.
    WRITE REVAL-LINE FROM WS-REPORT-TITLE.
    WRITE REVAL-LINE FROM WS-REPORT-RATE-COLHDR.
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-CC-CNT
        MOVE WS-CC-CODE(WS-R) TO R-CODE
        IF WS-CC-OPEN-DATE(WS-R) = 0
            MOVE "NONE -- TAKEN AT ONE" TO R-OPEN-NONE
        ELSE
            MOVE WS-CC-OPEN-RATE(WS-R) TO R-OPEN-RATE
            MOVE WS-CC-OPEN-DATE(WS-R) TO R-OPEN-DATE
        END-IF
        IF WS-CC-CLOSE-DATE(WS-R) = 0
            MOVE "NONE -- TAKEN AT ONE" TO R-CLOSE-NONE
        ELSE
            MOVE WS-CC-CLOSE-RATE(WS-R) TO R-CLOSE-RATE
            MOVE WS-CC-CLOSE-DATE(WS-R) TO R-CLOSE-DATE
        END-IF
        WRITE REVAL-LINE FROM WS-REPORT-RATE
    END-PERFORM.
    IF WS-NO-RATE-CNT > 0
        MOVE SPACES TO RT-TITLE
        STRING "* " WS-NO-RATE-CNT
            " CURRENCIES LACK A RATEHIST RATE AT ONE MONTH-END"
            DELIMITED BY SIZE INTO RT-TITLE
        WRITE REVAL-LINE FROM WS-REPORT-TITLE
    END-IF.
