*> Management-information export of the daily report figures. EODRPT,
*> OPSDASH, TRENDRPT, RANKSTAT and PORTRPT are print images, and the
*> MI team's warehouse load scraped the 80-column pages and broke
*> every time a column moved. This step writes the same figures to
*> the MIXTR file in the MIXCTL layout instead, taken from what the
*> reports themselves are built from rather than from the pages:
*>   EODRPT    the THRCNTS, SGNCNTS and PARCNTS counts extracts, one
*>             set of measures per branch record and the ALL record;
*>   OPSDASH   each suite program's starts on RUNLOG for the business
*>             date, the three classifiers' record totals and the
*>             equality checker's EXCPTOUT exception count;
*>   TRENDRPT  the day-over-day move percentage CLSHIST reports for
*>             every label, latest history date against the one
*>             before it, worked exactly as CLSHIST works it;
*>   RANKSTAT  the pair-difference statistics, recomputed from
*>             ZADANIE5's RANKOUT the way ZADANIE5 computes them;
*>   PORTRPT   the PORTCNTS portfolio rollup, when PORTROLL has run.
*> A header names the business date, run sequence and layout
*> version; a trailer carries the detail count and the signed sum of
*> the values, for the receiving load to balance against. A nightly
*> source that is missing or empty leaves its measures off the file
*> and ends the step RC 4 with a console warning, the PLANEXT
*> arrangement -- absent rows are how the consumer is told, never
*> zeros. PORTROLL is run on demand, so a missing PORTCNTS is only
*> noted on the console.
IDENTIFICATION DIVISION.
PROGRAM-ID. MIEXPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT THRESH-CNTS-IN ASSIGN TO "THRCNTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-THR-STATUS.
    SELECT SIGN-CNTS-IN ASSIGN TO "SGNCNTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SGN-STATUS.
    SELECT PARITY-CNTS-IN ASSIGN TO "PARCNTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAR-STATUS.
    SELECT PORT-CNTS-IN ASSIGN TO "PORTCNTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRT-STATUS.
    SELECT RUNLOG-IN ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
    SELECT EXCEPTION-IN ASSIGN TO "EXCPTOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCP-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "CLSHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HIST-KEY
        FILE STATUS IS WS-HIST-STATUS.
    SELECT RANKING-IN ASSIGN TO "RANKOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RANK-STATUS.
    SELECT MI-EXTRACT ASSIGN TO "MIXTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MIX-STATUS.
DATA DIVISION.
FILE SECTION.
*>  Same record shapes EODSUM reads from these ddnames.
FD  THRESH-CNTS-IN
    RECORDING MODE IS F.
01  THR-CNT-REC.
    05  THR-BRANCH          PIC X(3).
    05  THR-BAND-COUNT      PIC 9(2).
    05  THR-BAND-ENTRY OCCURS 10 TIMES.
        10  THR-BAND-LABEL  PIC X(20).
        10  THR-BAND-CNT    PIC 9(6).
    05  THR-TOTAL-CNT       PIC 9(6).
FD  SIGN-CNTS-IN
    RECORDING MODE IS F.
01  SGN-CNT-REC.
    05  SGN-BRANCH          PIC X(3).
    05  SGN-POS-CNT         PIC 9(6).
    05  SGN-NEG-CNT         PIC 9(6).
    05  SGN-ZERO-CNT        PIC 9(6).
    05  SGN-OVF-CNT         PIC 9(6).
    05  SGN-TOTAL-CNT       PIC 9(6).
FD  PARITY-CNTS-IN
    RECORDING MODE IS F.
01  PAR-CNT-REC.
    05  PAR-BRANCH          PIC X(3).
    05  PAR-EVEN-CNT        PIC 9(6).
    05  PAR-ODD-CNT         PIC 9(6).
    05  PAR-TOTAL-CNT       PIC 9(6).
FD  PORT-CNTS-IN
    RECORDING MODE IS F.
01  PRT-CNT-REC.
    05  PRT-PORTFOLIO       PIC X(8).
    05  PRT-RECS            PIC 9(9).
    05  PRT-AMOUNT          PIC S9(13)V99.
FD  RUNLOG-IN
    RECORDING MODE IS F.
01  RUNLOG-REC.
    05  RUNLOG-PROGRAM-ID       PIC X(8).
    05  RUNLOG-SEP1             PIC X.
    05  RUNLOG-USER-ID          PIC X(8).
    05  RUNLOG-SEP2             PIC X.
    05  RUNLOG-RUN-DATE         PIC 9(8).
    05  RUNLOG-SEP3             PIC X.
    05  RUNLOG-RUN-TIME         PIC 9(8).
    05  RUNLOG-SEP4             PIC X.
    05  RUNLOG-EVENT            PIC X.
    05  RUNLOG-SEP5             PIC X.
    05  RUNLOG-RC               PIC 9(4).
    05  RUNLOG-SEP6             PIC X.
    05  RUNLOG-RUN-SEQ          PIC 9(3).
FD  EXCEPTION-IN
    RECORDING MODE IS F.
01  EXCP-IN-LINE                PIC X(80).
FD  HISTORY-FILE.
01  HIST-REC.
    05  HIST-KEY.
        10  HIST-RUN-DATE   PIC 9(8).
        10  HIST-SOURCE     PIC X(8).
    05  HIST-ENTRY-CNT      PIC 9(2).
    05  HIST-ENTRY OCCURS 10 TIMES.
        10  HIST-LABEL      PIC X(20).
        10  HIST-COUNT      PIC 9(6).
    05  HIST-TOTAL          PIC 9(6).
FD  RANKING-IN
    RECORDING MODE IS F.
01  RANKING-REC.
    05  RANK-KEY            PIC X(10).
    05  RANK-SEP0           PIC X.
    05  RANK-VAL1           PIC -(9)9.99.
    05  RANK-SEP1           PIC X.
    05  RANK-VAL2           PIC -(9)9.99.
    05  RANK-SEP2           PIC X.
    05  RANK-RESULT         PIC X(9).
    05  RANK-SEP3           PIC X.
    05  RANK-DIFF           PIC -(9)9.99.
FD  MI-EXTRACT
    RECORDING MODE IS F.
01  MIX-REC                 PIC X(99).
    WORKING-STORAGE SECTION.
        77 WS-THR-STATUS    PIC XX.
        77 WS-SGN-STATUS    PIC XX.
        77 WS-PAR-STATUS    PIC XX.
        77 WS-PRT-STATUS    PIC XX.
        77 WS-RUNLOG-STATUS PIC XX.
        77 WS-EXCP-STATUS   PIC XX.
        77 WS-HIST-STATUS   PIC XX.
        77 WS-RANK-STATUS   PIC XX.
        77 WS-MIX-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-MISSING-CNT   PIC 9(2) VALUE 0.
        77 WS-SOURCE-DD     PIC X(8).
        77 WS-E             PIC 9(2).
        77 WS-S             PIC 9(2).
        77 WS-P             PIC 9(2).
        77 WS-VALUE         PIC S9(13)V99.
        77 WS-MOVE-PCT      PIC S9(5).
        77 WS-PREV-CNT      PIC 9(6).
        77 WS-LAST-CNT      PIC 9(6).
        77 WS-EXCP-COUNT    PIC 9(9) VALUE 0.
        77 WS-THR-ALL-CNT   PIC 9(6).
        77 WS-SGN-ALL-CNT   PIC 9(6).
        77 WS-PAR-ALL-CNT   PIC 9(6).
        77 WS-THR-ALL-SW    PIC X VALUE "N".
            88 WS-THR-ALL-FOUND     VALUE "Y".
        77 WS-SGN-ALL-SW    PIC X VALUE "N".
            88 WS-SGN-ALL-FOUND     VALUE "Y".
        77 WS-PAR-ALL-SW    PIC X VALUE "N".
            88 WS-PAR-ALL-FOUND     VALUE "Y".
        77 WS-PAIR-CNT      PIC 9(9) VALUE 0.
        77 WS-DIFF          PIC S9(10)V99.
        77 WS-DIFF-ABS      PIC 9(10)V99.
        77 WS-DIFF-MIN      PIC S9(10)V99.
        77 WS-DIFF-MAX      PIC S9(10)V99.
        77 WS-DIFF-SUM      PIC S9(13)V99 VALUE 0.
        77 WS-DIFF-MEAN     PIC S9(10)V99.
        77 WS-BUCKET-IDX    PIC 9(2).
        77 WS-BUCKET-WORK   PIC 9(10).

    COPY MIXCTL.

*>  The suite roster the dashboard reports on, in its order.
01  WS-DASH-PROGRAMS.
    05  FILLER              PIC X(8) VALUE "ZADANIE1".
    05  FILLER              PIC X(8) VALUE "ZADANIE2".
    05  FILLER              PIC X(8) VALUE "ZADANIE3".
    05  FILLER              PIC X(8) VALUE "ZADANIE4".
    05  FILLER              PIC X(8) VALUE "ZADANIE5".
    05  FILLER              PIC X(8) VALUE "ZADANIE6".
    05  FILLER              PIC X(8) VALUE "ZADANIE7".
    05  FILLER              PIC X(8) VALUE "IDEONE".
01  WS-DASH-PROGRAM-TBL REDEFINES WS-DASH-PROGRAMS.
    05  WS-DASH-PROGRAM     PIC X(8) OCCURS 8 TIMES.
01  WS-DASH-RUNS.
    05  WS-DASH-RUN-CNT     PIC 9(4) OCCURS 8 TIMES.

*>  CLSHIST's sources and the measure prefix each goes out under --
*>  the same prefixes the EODRPT measures carry.
01  WS-TREND-SOURCES.
    05  FILLER              PIC X(11) VALUE "ZADANIE1THR".
    05  FILLER              PIC X(11) VALUE "ZADANIE2SGN".
    05  FILLER              PIC X(11) VALUE "ZADANIE3PAR".
01  WS-TREND-SOURCE-TBL REDEFINES WS-TREND-SOURCES.
    05  WS-TREND-SOURCE OCCURS 3 TIMES.
        10  WS-TS-NAME      PIC X(8).
        10  WS-TS-PREFIX    PIC X(3).

*>  The latest history date on or before the business date and the
*>  date before it, with each source's record on each -- the last
*>  two columns of the CLSHIST trend window.
01  WS-TREND-DAYS.
    05  WS-TD-LAST-DATE     PIC 9(8) VALUE 0.
    05  WS-TD-PREV-DATE     PIC 9(8) VALUE 0.
    05  WS-TD-LAST OCCURS 3 TIMES.
        10  WS-TD-LAST-SW   PIC X.
            88  WS-TD-LAST-FOUND    VALUE "Y".
        10  WS-TD-LAST-REC  PIC X(284).
    05  WS-TD-PREV OCCURS 3 TIMES.
        10  WS-TD-PREV-SW   PIC X.
            88  WS-TD-PREV-FOUND    VALUE "Y".
        10  WS-TD-PREV-REC  PIC X(284).
01  WS-PREV-HIST-REC.
    05  FILLER              PIC X(16).
    05  WS-PH-ENTRY-CNT     PIC 9(2).
    05  WS-PH-ENTRY OCCURS 10 TIMES.
        10  WS-PH-LABEL     PIC X(20).
        10  WS-PH-COUNT     PIC 9(6).
    05  FILLER              PIC X(6).

*>  ZADANIE5's magnitude buckets: 1 exactly zero, 2 for 1-9, 3 for
*>  10-99 and so on to 11 for ten digits, under its own labels.
01  WS-BUCKET-TABLE.
    05  WS-BUCKET-CNT       PIC 9(9) OCCURS 11 TIMES VALUE 0.
01  WS-BUCKET-LABELS.
    05  FILLER              PIC X(23) VALUE "EXACTLY ZERO".
    05  FILLER              PIC X(23) VALUE "1 - 9".
    05  FILLER              PIC X(23) VALUE "10 - 99".
    05  FILLER              PIC X(23) VALUE "100 - 999".
    05  FILLER              PIC X(23) VALUE "1,000 - 9,999".
    05  FILLER              PIC X(23) VALUE "10,000 - 99,999".
    05  FILLER              PIC X(23) VALUE "100,000 - 999,999".
    05  FILLER              PIC X(23) VALUE "1 MILLION - 9.9 MILLION".
    05  FILLER              PIC X(23) VALUE "10 MILLION - 99 MILLION".
    05  FILLER              PIC X(23) VALUE "100M - 999 MILLION".
    05  FILLER              PIC X(23) VALUE "1 BILLION AND ABOVE".
01  WS-BUCKET-LABEL-TBL REDEFINES WS-BUCKET-LABELS.
    05  WS-BUCKET-LABEL     PIC X(23) OCCURS 11 TIMES.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-OPEN-EXTRACT.
    PERFORM B-EXPORT-THRESH.
    PERFORM B-EXPORT-SIGN.
    PERFORM B-EXPORT-PARITY.
    PERFORM B-EXPORT-DASHBOARD.
    PERFORM B-EXPORT-TREND.
    PERFORM B-EXPORT-RANKSTAT.
    PERFORM B-EXPORT-PORTFOLIOS.
    PERFORM C-WRITE-TRAILER.
    CLOSE MI-EXTRACT.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "MI EXPORT WRITTEN, " MIX-CTL-COUNT " MEASURES, "
        WS-MISSING-CNT " SOURCES MISSING"
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN5901I" WS-MSG-TEXT.
    IF WS-MISSING-CNT > 0
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
    STRING "MIEXPORT RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "MIEXPORT" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "MIEXPORT" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "MIEXPORT" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "MIEXPORT" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-OPEN-EXTRACT.
*>  Every run cuts a fresh file: a rerun replaces the night's export
*>  under its own run sequence, which the header carries.
    OPEN OUTPUT MI-EXTRACT.
    IF WS-MIX-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "MIXTR OPEN FAILED, STATUS " WS-MIX-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 5901 TO WS-ERR-RC
        CALL "ERRHAND" USING "MIEXPORT" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE WS-RUN-ID TO MIXH-RUN-DATE.
    MOVE WS-RUN-SEQ TO MIXH-RUN-SEQ.
    WRITE MIX-REC FROM MIX-HEADER-REC.
    MOVE WS-RUN-ID TO MIXD-RUN-DATE.
    MOVE WS-RUN-SEQ TO MIXD-RUN-SEQ.
    MOVE 0 TO MIX-CTL-COUNT.
    MOVE 0 TO MIX-CTL-HASH.

B-EXPORT-THRESH.
*>  One measure per band and the total, for every branch record and
*>  the leading ALL record alike -- the branch field tells them apart.
    MOVE "EODRPT" TO MIXD-REPORT.
    MOVE SPACES TO MIXD-PORTFOLIO.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT THRESH-CNTS-IN.
    IF WS-THR-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ THRESH-CNTS-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-EXPORT-THRESH-REC
            END-READ
        END-PERFORM
        CLOSE THRESH-CNTS-IN
    END-IF.
    IF NOT WS-THR-ALL-FOUND
        MOVE "THRCNTS" TO WS-SOURCE-DD
        PERFORM C-NOTE-MISSING
    END-IF.

B-EXPORT-THRESH-REC.
    MOVE THR-BRANCH TO MIXD-BRANCH.
    IF THR-BRANCH = "ALL"
        MOVE THR-TOTAL-CNT TO WS-THR-ALL-CNT
        SET WS-THR-ALL-FOUND TO TRUE
    END-IF.
    PERFORM VARYING WS-E FROM 1 BY 1
        UNTIL WS-E > THR-BAND-COUNT OR WS-E > 10
        MOVE SPACES TO MIXD-MEASURE
        STRING "THR " THR-BAND-LABEL(WS-E)
            DELIMITED BY SIZE INTO MIXD-MEASURE
        MOVE THR-BAND-CNT(WS-E) TO WS-VALUE
        PERFORM C-WRITE-DETAIL
    END-PERFORM.
    MOVE "THR TOTAL RECORDS" TO MIXD-MEASURE.
    MOVE THR-TOTAL-CNT TO WS-VALUE.
    PERFORM C-WRITE-DETAIL.

B-EXPORT-SIGN.
    MOVE "EODRPT" TO MIXD-REPORT.
    MOVE SPACES TO MIXD-PORTFOLIO.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT SIGN-CNTS-IN.
    IF WS-SGN-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ SIGN-CNTS-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-EXPORT-SIGN-REC
            END-READ
        END-PERFORM
        CLOSE SIGN-CNTS-IN
    END-IF.
    IF NOT WS-SGN-ALL-FOUND
        MOVE "SGNCNTS" TO WS-SOURCE-DD
        PERFORM C-NOTE-MISSING
    END-IF.

B-EXPORT-SIGN-REC.
    MOVE SGN-BRANCH TO MIXD-BRANCH.
    IF SGN-BRANCH = "ALL"
        MOVE SGN-TOTAL-CNT TO WS-SGN-ALL-CNT
        SET WS-SGN-ALL-FOUND TO TRUE
    END-IF.
    MOVE "SGN POSITIVE" TO MIXD-MEASURE.
    MOVE SGN-POS-CNT TO WS-VALUE.
    PERFORM C-WRITE-DETAIL.
    MOVE "SGN NEGATIVE" TO MIXD-MEASURE.
    MOVE SGN-NEG-CNT TO WS-VALUE.
    PERFORM C-WRITE-DETAIL.
    MOVE "SGN ZERO" TO MIXD-MEASURE.
    MOVE SGN-ZERO-CNT TO WS-VALUE.
    PERFORM C-WRITE-DETAIL.
    MOVE "SGN OVERFLOW" TO MIXD-MEASURE.
    MOVE SGN-OVF-CNT TO WS-VALUE.
    PERFORM C-WRITE-DETAIL.
    MOVE "SGN TOTAL RECORDS" TO MIXD-MEASURE.
    MOVE SGN-TOTAL-CNT TO WS-VALUE.
    PERFORM C-WRITE-DETAIL.

B-EXPORT-PARITY.
    MOVE "EODRPT" TO MIXD-REPORT.
    MOVE SPACES TO MIXD-PORTFOLIO.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT PARITY-CNTS-IN.
    IF WS-PAR-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ PARITY-CNTS-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-EXPORT-PARITY-REC
            END-READ
        END-PERFORM
        CLOSE PARITY-CNTS-IN
    END-IF.
    IF NOT WS-PAR-ALL-FOUND
        MOVE "PARCNTS" TO WS-SOURCE-DD
        PERFORM C-NOTE-MISSING
    END-IF.

B-EXPORT-PARITY-REC.
    MOVE PAR-BRANCH TO MIXD-BRANCH.
    IF PAR-BRANCH = "ALL"
        MOVE PAR-TOTAL-CNT TO WS-PAR-ALL-CNT
        SET WS-PAR-ALL-FOUND TO TRUE
    END-IF.
    MOVE "PAR EVEN" TO MIXD-MEASURE.
    MOVE PAR-EVEN-CNT TO WS-VALUE.
    PERFORM C-WRITE-DETAIL.
    MOVE "PAR ODD" TO MIXD-MEASURE.
    MOVE PAR-ODD-CNT TO WS-VALUE.
    PERFORM C-WRITE-DETAIL.
    MOVE "PAR TOTAL RECORDS" TO MIXD-MEASURE.
    MOVE PAR-TOTAL-CNT TO WS-VALUE.
    PERFORM C-WRITE-DETAIL.

B-EXPORT-DASHBOARD.
*>  The board's figures as numbers: each program's starts logged for
*>  the business date (zero is "NOT RUN"), the classifiers' record
*>  totals off their ALL records, and ZADANIE4's exceptions counted
*>  off EXCPTOUT the way DASHBOARD counts them.
    MOVE "OPSDASH" TO MIXD-REPORT.
    MOVE "ALL" TO MIXD-BRANCH.
    MOVE SPACES TO MIXD-PORTFOLIO.
    INITIALIZE WS-DASH-RUNS.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT RUNLOG-IN.
    IF WS-RUNLOG-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ RUNLOG-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-COUNT-RUNLOG-START
            END-READ
        END-PERFORM
        CLOSE RUNLOG-IN
    END-IF.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 8
        MOVE SPACES TO MIXD-MEASURE
        STRING WS-DASH-PROGRAM(WS-P) DELIMITED BY SPACE
            " RUNS" DELIMITED BY SIZE INTO MIXD-MEASURE
        MOVE WS-DASH-RUN-CNT(WS-P) TO WS-VALUE
        PERFORM C-WRITE-DETAIL
    END-PERFORM.
    IF WS-THR-ALL-FOUND
        MOVE "ZADANIE1 RECORDS" TO MIXD-MEASURE
        MOVE WS-THR-ALL-CNT TO WS-VALUE
        PERFORM C-WRITE-DETAIL
    END-IF.
    IF WS-SGN-ALL-FOUND
        MOVE "ZADANIE2 RECORDS" TO MIXD-MEASURE
        MOVE WS-SGN-ALL-CNT TO WS-VALUE
        PERFORM C-WRITE-DETAIL
    END-IF.
    IF WS-PAR-ALL-FOUND
        MOVE "ZADANIE3 RECORDS" TO MIXD-MEASURE
        MOVE WS-PAR-ALL-CNT TO WS-VALUE
        PERFORM C-WRITE-DETAIL
    END-IF.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT EXCEPTION-IN.
    IF WS-EXCP-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ EXCEPTION-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-EXCP-COUNT
            END-READ
        END-PERFORM
        CLOSE EXCEPTION-IN
        MOVE "ZADANIE4 EXCEPTIONS" TO MIXD-MEASURE
        MOVE WS-EXCP-COUNT TO WS-VALUE
        PERFORM C-WRITE-DETAIL
    ELSE
        MOVE "EXCPTOUT" TO WS-SOURCE-DD
        PERFORM C-NOTE-MISSING
    END-IF.

B-COUNT-RUNLOG-START.
    IF RUNLOG-EVENT = "S" AND RUNLOG-RUN-DATE = WS-RUN-ID
        PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 8
            IF RUNLOG-PROGRAM-ID = WS-DASH-PROGRAM(WS-P)
                ADD 1 TO WS-DASH-RUN-CNT(WS-P)
            END-IF
        END-PERFORM
    END-IF.

B-EXPORT-TREND.
*>  CLSHIST reads back in date order; dates after the business date
*>  (a prior-date rerun) are not part of its trend and are passed
*>  over.
    MOVE "TRENDRPT" TO MIXD-REPORT.
    MOVE "ALL" TO MIXD-BRANCH.
    MOVE SPACES TO MIXD-PORTFOLIO.
    INITIALIZE WS-TREND-DAYS.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT HISTORY-FILE.
    IF WS-HIST-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ HISTORY-FILE NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF HIST-RUN-DATE NOT > WS-RUN-ID
                        PERFORM B-SLOT-HISTORY-REC
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HISTORY-FILE
    END-IF.
    IF WS-TD-LAST-DATE = 0
        MOVE "CLSHIST" TO WS-SOURCE-DD
        PERFORM C-NOTE-MISSING
    ELSE
        PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 3
            IF WS-TD-LAST-FOUND(WS-S) AND WS-TD-PREV-DATE > 0
                PERFORM B-EXPORT-TREND-SOURCE
            END-IF
        END-PERFORM
    END-IF.

B-SLOT-HISTORY-REC.
    IF HIST-RUN-DATE NOT = WS-TD-LAST-DATE
        IF WS-TD-LAST-DATE > 0
            MOVE WS-TD-LAST-DATE TO WS-TD-PREV-DATE
            PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 3
                MOVE WS-TD-LAST(WS-S) TO WS-TD-PREV(WS-S)
            END-PERFORM
        END-IF
        MOVE HIST-RUN-DATE TO WS-TD-LAST-DATE
        PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 3
            MOVE "N" TO WS-TD-LAST-SW(WS-S)
        END-PERFORM
    END-IF.
    PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 3
        IF HIST-SOURCE = WS-TS-NAME(WS-S)
            SET WS-TD-LAST-FOUND(WS-S) TO TRUE
            MOVE HIST-REC TO WS-TD-LAST-REC(WS-S)
        END-IF
    END-PERFORM.

B-EXPORT-TREND-SOURCE.
*>  Latest day against the day before it, by label; a label the day
*>  before did not carry counts from zero. A move off a zero base is
*>  999 per cent, as CLSHIST reports it.
    MOVE WS-TD-LAST-REC(WS-S) TO HIST-REC.
    IF WS-TD-PREV-FOUND(WS-S)
        MOVE WS-TD-PREV-REC(WS-S) TO WS-PREV-HIST-REC
    ELSE
        MOVE 0 TO WS-PH-ENTRY-CNT
    END-IF.
    PERFORM VARYING WS-E FROM 1 BY 1
        UNTIL WS-E > HIST-ENTRY-CNT OR WS-E > 10
        MOVE HIST-COUNT(WS-E) TO WS-LAST-CNT
        MOVE 0 TO WS-PREV-CNT
        PERFORM VARYING WS-P FROM 1 BY 1
            UNTIL WS-P > WS-PH-ENTRY-CNT OR WS-P > 10
            IF WS-PH-LABEL(WS-P) = HIST-LABEL(WS-E)
                MOVE WS-PH-COUNT(WS-P) TO WS-PREV-CNT
            END-IF
        END-PERFORM
        IF WS-PREV-CNT = 0
            IF WS-LAST-CNT > 0
                MOVE 999 TO WS-MOVE-PCT
            ELSE
                MOVE 0 TO WS-MOVE-PCT
            END-IF
        ELSE
            COMPUTE WS-MOVE-PCT =
                ((WS-LAST-CNT - WS-PREV-CNT) * 100) / WS-PREV-CNT
        END-IF
        MOVE SPACES TO MIXD-MEASURE
        STRING WS-TS-PREFIX(WS-S) " DAY MOVE PCT " HIST-LABEL(WS-E)
            DELIMITED BY SIZE INTO MIXD-MEASURE
        MOVE WS-MOVE-PCT TO WS-VALUE
        PERFORM C-WRITE-DETAIL
    END-PERFORM.

B-EXPORT-RANKSTAT.
*>  RANKOUT's difference column is the edited -(9)9.99 ZADANIE5
*>  printed; moving it to a numeric item de-edits it.
    MOVE "RANKSTAT" TO MIXD-REPORT.
    MOVE "ALL" TO MIXD-BRANCH.
    MOVE SPACES TO MIXD-PORTFOLIO.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT RANKING-IN.
    IF WS-RANK-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ RANKING-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE RANK-DIFF TO WS-DIFF
                    PERFORM B-ACCUMULATE-PAIR
            END-READ
        END-PERFORM
        CLOSE RANKING-IN
    END-IF.
    IF WS-PAIR-CNT = 0
        MOVE "RANKOUT" TO WS-SOURCE-DD
        PERFORM C-NOTE-MISSING
    ELSE
        MOVE "PAIRS RANKED" TO MIXD-MEASURE
        MOVE WS-PAIR-CNT TO WS-VALUE
        PERFORM C-WRITE-DETAIL
        MOVE "MINIMUM DIFFERENCE" TO MIXD-MEASURE
        MOVE WS-DIFF-MIN TO WS-VALUE
        PERFORM C-WRITE-DETAIL
        MOVE "MAXIMUM DIFFERENCE" TO MIXD-MEASURE
        MOVE WS-DIFF-MAX TO WS-VALUE
        PERFORM C-WRITE-DETAIL
        COMPUTE WS-DIFF-MEAN ROUNDED = WS-DIFF-SUM / WS-PAIR-CNT
        MOVE "MEAN DIFFERENCE" TO MIXD-MEASURE
        MOVE WS-DIFF-MEAN TO WS-VALUE
        PERFORM C-WRITE-DETAIL
        PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 11
            MOVE SPACES TO MIXD-MEASURE
            STRING "DIFFERENCES " WS-BUCKET-LABEL(WS-P)
                DELIMITED BY SIZE INTO MIXD-MEASURE
            MOVE WS-BUCKET-CNT(WS-P) TO WS-VALUE
            PERFORM C-WRITE-DETAIL
        END-PERFORM
    END-IF.

B-ACCUMULATE-PAIR.
    ADD 1 TO WS-PAIR-CNT.
    IF WS-PAIR-CNT = 1
        MOVE WS-DIFF TO WS-DIFF-MIN
        MOVE WS-DIFF TO WS-DIFF-MAX
    ELSE
        IF WS-DIFF < WS-DIFF-MIN
            MOVE WS-DIFF TO WS-DIFF-MIN
        END-IF
        IF WS-DIFF > WS-DIFF-MAX
            MOVE WS-DIFF TO WS-DIFF-MAX
        END-IF
    END-IF.
    ADD WS-DIFF TO WS-DIFF-SUM.
    IF WS-DIFF < 0
        COMPUTE WS-DIFF-ABS = 0 - WS-DIFF
    ELSE
        MOVE WS-DIFF TO WS-DIFF-ABS
    END-IF.
    IF WS-DIFF-ABS = 0
        ADD 1 TO WS-BUCKET-CNT(1)
    ELSE
        MOVE 2 TO WS-BUCKET-IDX
        MOVE WS-DIFF-ABS TO WS-BUCKET-WORK
        PERFORM UNTIL WS-BUCKET-WORK < 10
            DIVIDE WS-BUCKET-WORK BY 10 GIVING WS-BUCKET-WORK
            ADD 1 TO WS-BUCKET-IDX
        END-PERFORM
        ADD 1 TO WS-BUCKET-CNT(WS-BUCKET-IDX)
    END-IF.

B-EXPORT-PORTFOLIOS.
*>  Record count and base-currency amount per portfolio, branch ALL
*>  -- a portfolio cuts across branches.
    MOVE "PORTRPT" TO MIXD-REPORT.
    MOVE "ALL" TO MIXD-BRANCH.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT PORT-CNTS-IN.
    IF WS-PRT-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ PORT-CNTS-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE PRT-PORTFOLIO TO MIXD-PORTFOLIO
                    MOVE "PORTFOLIO RECORDS" TO MIXD-MEASURE
                    MOVE PRT-RECS TO WS-VALUE
                    PERFORM C-WRITE-DETAIL
                    MOVE "PORTFOLIO BASE AMOUNT" TO MIXD-MEASURE
                    MOVE PRT-AMOUNT TO WS-VALUE
                    PERFORM C-WRITE-DETAIL
            END-READ
        END-PERFORM
        CLOSE PORT-CNTS-IN
    ELSE
        DISPLAY "PORTCNTS NOT PRESENT -- NO PORTRPT MEASURES"
    END-IF.

C-WRITE-DETAIL.
*>  A "|" inside a band label would split the field on the receiving
*>  side, so it goes out as "/".
    INSPECT MIXD-MEASURE REPLACING ALL "|" BY "/".
    MOVE WS-VALUE TO MIXD-VALUE.
    WRITE MIX-REC FROM MIX-DETAIL-REC.
    ADD 1 TO MIX-CTL-COUNT.
    ADD WS-VALUE TO MIX-CTL-HASH.

C-NOTE-MISSING.
    ADD 1 TO WS-MISSING-CNT.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING WS-SOURCE-DD DELIMITED BY SPACE
        " MISSING OR EMPTY -- ITS MEASURES NOT EXPORTED"
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN5902W" WS-MSG-TEXT.

C-WRITE-TRAILER.
    MOVE WS-RUN-ID TO MIXT-RUN-DATE.
    MOVE WS-RUN-SEQ TO MIXT-RUN-SEQ.
    MOVE MIX-CTL-COUNT TO MIXT-REC-CNT.
    MOVE MIX-CTL-HASH TO MIXT-HASH-TOTAL.
    WRITE MIX-REC FROM MIX-TRAILER-REC.
