*> Weekly dataset growth forecast over the GROWHIST counts the
*> nightly DSGROW step captures -- the WINHIST trend-and-forecast
*> arrangement, applied to file sizes instead of elapsed times. For
*> each watched file it prints the latest record count against the
*> allocated extent, the growth per day over the last week (or the
*> DSGPARM span), the growth per day over the four spans before
*> that, and at the current rate the days left before the file
*> reaches its extent. Two things are flagged: a file due to reach
*> its extent within the DSGPARM horizon (EXTENT), and a file whose
*> growth has suddenly changed -- the recent rate off the earlier
*> rate by more than the DSGPARM percentage, or a file that was
*> flat or shrinking and has started to grow (CHANGED). A purge by
*> HOUSKEEP shows as negative growth, so a file whose purge has
*> stopped keeping up is one of the CHANGED files. Every file
*> flagged EXTENT is named on the console with the date it fills,
*> and the step ends RC 4 on the run log, the SODRPT arrangement.
*> DSGPARM: columns 1-3 the horizon in days (default 30), columns
*> 4-6 the change percentage (default 100), columns 7-8 the span in
*> days (default 7, at most 14).
IDENTIFICATION DIVISION.
PROGRAM-ID. DSGRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GROWTH-HIST ASSIGN TO "GROWHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GH-KEY
        FILE STATUS IS WS-HIST-STATUS.
    SELECT FORECAST-RPT ASSIGN TO "DSGRPTRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  GROWTH-HIST.
    COPY GROWHIST.
FD  FORECAST-RPT
    RECORDING MODE IS F.
01  FORECAST-LINE           PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-HIST-STATUS   PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-HIST-OPEN-SW  PIC X VALUE "N".
            88 WS-HIST-OPEN         VALUE "Y".
        77 WS-HORIZON-DAYS  PIC 9(3) VALUE 30.
        77 WS-CHANGE-PCT    PIC 9(3) VALUE 100.
        77 WS-SPAN-DAYS     PIC 9(2) VALUE 7.
        77 WS-CUR-FILE      PIC X(8) VALUE SPACES.
        77 WS-T             PIC 9(3).
        77 WS-T-SHIFT       PIC 9(3).
        77 WS-W             PIC 9(2).
        77 WS-B             PIC 9(2).
        77 WS-DAY-LIMIT     PIC S9(8).
        77 WS-RECENT-RATE   PIC S9(11)V9.
        77 WS-PRIOR-RATE    PIC S9(11)V9.
        77 WS-RATE-DIFF     PIC S9(11)V9.
        77 WS-PRIOR-SW      PIC X.
            88 WS-HAVE-PRIOR        VALUE "Y".
        77 WS-RECENT-SW     PIC X.
            88 WS-HAVE-RECENT       VALUE "Y".
        77 WS-EXTENT-SW     PIC X.
            88 WS-EXTENT-RISK       VALUE "Y".
        77 WS-CHANGED-SW    PIC X.
            88 WS-GROWTH-CHANGED    VALUE "Y".
        77 WS-DAYS-LEFT     PIC S9(9).
        77 WS-FULL-INT      PIC 9(8).
        77 WS-FULL-DATE     PIC 9(8).
        77 WS-USED-PCT      PIC 9(3).
        77 WS-FILE-CNT      PIC 9(3) VALUE 0.
        77 WS-RISK-CNT      PIC 9(3) VALUE 0.
        77 WS-CHANGED-CNT   PIC 9(3) VALUE 0.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "DSGPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".

*>  The file being forecast: its most recent captures, oldest in
*>  slot 1 -- the WINHIST rolling-buffer precedent, sized for the
*>  longest span and the four spans before it.
01  WS-BUFFER.
    05  WS-BF-CNT           PIC 9(2) VALUE 0.
    05  WS-BF-ENTRY OCCURS 80 TIMES.
        10  WS-BF-DAY       PIC 9(8).
        10  WS-BF-DATE      PIC 9(8).
        10  WS-BF-COUNT     PIC 9(11).
        10  WS-BF-EXTENT    PIC 9(11).

*>  The files flagged EXTENT, for the list that closes the report.
01  WS-RISK-TABLE.
    05  WS-RK OCCURS 200 TIMES.
        10  WS-RK-FILE      PIC X(8).
        10  WS-RK-DATE      PIC 9(8).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "DATASET GROWTH FORECAST".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-HEADER-2.
    05  FILLER              PIC X(13) VALUE "SPAN (DAYS): ".
    05  H2-SPAN             PIC Z9.
    05  FILLER              PIC X(18) VALUE "   HORIZON (DAYS):".
    05  H2-HORIZON          PIC ZZ9.
    05  FILLER              PIC X(12) VALUE "   CHANGE %:".
    05  H2-CHANGE           PIC ZZ9.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-COLHDR-1.
    05  FILLER              PIC X(42) VALUE SPACES.
    05  FILLER              PIC X(25) VALUE
        "     GROWTH PER DAY  DAYS".
01  WS-REPORT-COLHDR-2.
    05  FILLER              PIC X(9)  VALUE "FILE".
    05  FILLER              PIC X(11) VALUE "    RECORDS".
    05  FILLER              PIC X(12) VALUE "      EXTENT".
    05  FILLER              PIC X(5)  VALUE " USED".
    05  FILLER              PIC X(12) VALUE "      RECENT".
    05  FILLER              PIC X(12) VALUE "     EARLIER".
    05  FILLER              PIC X(6)  VALUE "  LEFT".
    05  FILLER              PIC X(13) VALUE "  FLAG".
01  WS-REPORT-DETAIL.
    05  D-FILE              PIC X(9).
    05  D-COUNT             PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X VALUE SPACE.
    05  D-EXTENT-AREA.
        10  D-EXTENT        PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X VALUE SPACE.
    05  D-USED-AREA.
        10  D-USED          PIC ZZ9.
        10  D-PCT-SIGN      PIC X.
    05  FILLER              PIC X VALUE SPACE.
    05  D-RECENT-AREA.
        10  D-RECENT        PIC -ZZ,ZZZ,ZZ9.
    05  FILLER              PIC X VALUE SPACE.
    05  D-PRIOR-AREA.
        10  D-PRIOR         PIC -ZZ,ZZZ,ZZ9.
    05  FILLER              PIC X VALUE SPACE.
    05  D-DAYS-AREA.
        10  D-DAYS          PIC ZZZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-FLAG              PIC X(11).
01  WS-REPORT-TOTALS.
    05  T-LABEL             PIC X(40).
    05  T-COUNT             PIC ZZ9.
01  WS-REPORT-RISK.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  R-FILE              PIC X(9).
    05  FILLER              PIC X(33) VALUE
        "REACHES ITS EXTENT ON OR ABOUT ".
    05  R-DATE              PIC 9999/99/99.

PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-OPEN-FILES.
    PERFORM UNTIL WS-EOF
        READ GROWTH-HIST
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-TAKE-CAPTURE
        END-READ
    END-PERFORM.
    IF WS-BF-CNT > 0
        PERFORM C-FORECAST-FILE
    END-IF.
    IF WS-HIST-OPEN
        CLOSE GROWTH-HIST
    END-IF.
    PERFORM D-WRITE-SUMMARY.
    CLOSE FORECAST-RPT.
    IF WS-RISK-CNT > 0
        MOVE 4 TO WS-RUN-RC
        MOVE SPACES TO WS-MSG-TEXT
        STRING WS-RISK-CNT " FILES DUE TO REACH THEIR EXTENT WITHIN "
            WS-HORIZON-DAYS " DAYS" DELIMITED BY SIZE
            INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN5802W" WS-MSG-TEXT
    ELSE
        MOVE SPACES TO WS-MSG-TEXT
        STRING "GROWTH FORECAST FOR " WS-FILE-CNT " FILES, "
            WS-CHANGED-CNT " CHANGED" DELIMITED BY SIZE
            INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN5801I" WS-MSG-TEXT
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
    STRING "DSGRPT RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "DSGRPT  " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "DSGRPT  " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "DSGRPT  " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "DSGRPT  " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:3) IS NUMERIC
            MOVE WS-PARM-CARD(1:3) TO WS-HORIZON-DAYS
        END-IF
        IF WS-PARM-CARD(4:3) IS NUMERIC
            MOVE WS-PARM-CARD(4:3) TO WS-CHANGE-PCT
        END-IF
        IF WS-PARM-CARD(7:2) IS NUMERIC
            MOVE WS-PARM-CARD(7:2) TO WS-SPAN-DAYS
        END-IF
    END-IF.
    IF WS-SPAN-DAYS > 14 OR WS-SPAN-DAYS = 0
        MOVE 14 TO WS-SPAN-DAYS
    END-IF.

A-OPEN-FILES.
*>  No history yet is a first week, not a failure: the report says
*>  so and the step ends clean.
    OPEN INPUT GROWTH-HIST.
    IF WS-HIST-STATUS = "35"
        SET WS-EOF TO TRUE
    ELSE
        IF WS-HIST-STATUS NOT = "00"
            MOVE SPACES TO WS-ERR-MSG
            STRING "GROWHIST OPEN FAILED, STATUS " WS-HIST-STATUS
                DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 5801 TO WS-ERR-RC
            CALL "ERRHAND" USING "DSGRPT  " WS-ERR-MSG "A" WS-ERR-RC
        END-IF
        SET WS-HIST-OPEN TO TRUE
    END-IF.
    OPEN OUTPUT FORECAST-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE FORECAST-LINE FROM WS-REPORT-HEADER-1.
    MOVE WS-SPAN-DAYS TO H2-SPAN.
    MOVE WS-HORIZON-DAYS TO H2-HORIZON.
    MOVE WS-CHANGE-PCT TO H2-CHANGE.
    WRITE FORECAST-LINE FROM WS-REPORT-HEADER-2.
    WRITE FORECAST-LINE FROM WS-REPORT-BLANK.
    WRITE FORECAST-LINE FROM WS-REPORT-COLHDR-1.
    WRITE FORECAST-LINE FROM WS-REPORT-COLHDR-2.

B-TAKE-CAPTURE.
*>  The history reads file by file, each in date order: a change of
*>  file forecasts the one just finished.
    IF GH-FILE NOT = WS-CUR-FILE
        IF WS-BF-CNT > 0
            PERFORM C-FORECAST-FILE
        END-IF
        MOVE GH-FILE TO WS-CUR-FILE
        MOVE 0 TO WS-BF-CNT
    END-IF.
    IF WS-BF-CNT < 80
        ADD 1 TO WS-BF-CNT
    ELSE
        PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 79
            COMPUTE WS-T-SHIFT = WS-T + 1
            MOVE WS-BF-ENTRY(WS-T-SHIFT) TO WS-BF-ENTRY(WS-T)
        END-PERFORM
    END-IF.
    COMPUTE WS-BF-DAY(WS-BF-CNT) = FUNCTION INTEGER-OF-DATE(GH-DATE).
    MOVE GH-DATE TO WS-BF-DATE(WS-BF-CNT).
    MOVE GH-COUNT TO WS-BF-COUNT(WS-BF-CNT).
    MOVE GH-EXTENT TO WS-BF-EXTENT(WS-BF-CNT).

C-FORECAST-FILE.
*>  W is the latest capture a span or more before the latest, B the
*>  latest four spans before W; where the history is younger than
*>  that, the oldest capture stands in so a new file still gets a
*>  recent rate.
    ADD 1 TO WS-FILE-CNT.
    MOVE "N" TO WS-RECENT-SW WS-PRIOR-SW WS-EXTENT-SW WS-CHANGED-SW.
    COMPUTE WS-DAY-LIMIT = WS-BF-DAY(WS-BF-CNT) - WS-SPAN-DAYS.
    PERFORM C-FIND-CAPTURE-BEFORE.
    MOVE WS-B TO WS-W.
    IF WS-W = 0 AND WS-BF-CNT > 1
        MOVE 1 TO WS-W
    END-IF.
    IF WS-W > 0
        SET WS-HAVE-RECENT TO TRUE
        COMPUTE WS-RECENT-RATE ROUNDED =
            (WS-BF-COUNT(WS-BF-CNT) - WS-BF-COUNT(WS-W))
            / (WS-BF-DAY(WS-BF-CNT) - WS-BF-DAY(WS-W))
        COMPUTE WS-DAY-LIMIT = WS-BF-DAY(WS-W) - 4 * WS-SPAN-DAYS
        PERFORM C-FIND-CAPTURE-BEFORE
        IF WS-B = 0 AND WS-W > 1
            MOVE 1 TO WS-B
        END-IF
        IF WS-B > 0
            SET WS-HAVE-PRIOR TO TRUE
            COMPUTE WS-PRIOR-RATE ROUNDED =
                (WS-BF-COUNT(WS-W) - WS-BF-COUNT(WS-B))
                / (WS-BF-DAY(WS-W) - WS-BF-DAY(WS-B))
        END-IF
    END-IF.
    PERFORM C-TEST-CHANGE.
    PERFORM C-PROJECT-EXTENT.
    PERFORM C-WRITE-DETAIL.

C-FIND-CAPTURE-BEFORE.
    MOVE 0 TO WS-B.
    PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-BF-CNT
        IF WS-BF-DAY(WS-T) NOT > WS-DAY-LIMIT
            MOVE WS-T TO WS-B
        END-IF
    END-PERFORM.

C-TEST-CHANGE.
*>  A change of less than a record a day is noise, whatever its
*>  percentage.
    IF WS-HAVE-PRIOR
        COMPUTE WS-RATE-DIFF = WS-RECENT-RATE - WS-PRIOR-RATE
        IF WS-RATE-DIFF < 0
            COMPUTE WS-RATE-DIFF = 0 - WS-RATE-DIFF
        END-IF
        IF WS-RATE-DIFF NOT < 1
            IF WS-PRIOR-RATE > 0
                IF WS-RATE-DIFF * 100 > WS-PRIOR-RATE * WS-CHANGE-PCT
                    SET WS-GROWTH-CHANGED TO TRUE
                END-IF
            ELSE
                IF WS-RECENT-RATE > 0
                    SET WS-GROWTH-CHANGED TO TRUE
                END-IF
            END-IF
        END-IF
    END-IF.
    IF WS-GROWTH-CHANGED
        ADD 1 TO WS-CHANGED-CNT
    END-IF.

C-PROJECT-EXTENT.
*>  Straight-line projection, as WINHIST projects the window: days
*>  left = headroom over growth per day. A file already at its
*>  extent has none left; flat or shrinking growth never fills.
    MOVE 0 TO WS-DAYS-LEFT.
    IF WS-BF-EXTENT(WS-BF-CNT) > 0
        IF WS-BF-COUNT(WS-BF-CNT) NOT < WS-BF-EXTENT(WS-BF-CNT)
            SET WS-EXTENT-RISK TO TRUE
        ELSE
            IF WS-HAVE-RECENT AND WS-RECENT-RATE > 0
                COMPUTE WS-DAYS-LEFT =
                    (WS-BF-EXTENT(WS-BF-CNT) - WS-BF-COUNT(WS-BF-CNT))
                    / WS-RECENT-RATE
                IF WS-DAYS-LEFT > 99999
                    MOVE 99999 TO WS-DAYS-LEFT
                END-IF
                IF WS-DAYS-LEFT NOT > WS-HORIZON-DAYS
                    SET WS-EXTENT-RISK TO TRUE
                END-IF
            END-IF
        END-IF
    END-IF.
    IF WS-EXTENT-RISK AND WS-RISK-CNT < 200
        ADD 1 TO WS-RISK-CNT
        COMPUTE WS-FULL-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-ID)
            + WS-DAYS-LEFT
        COMPUTE WS-FULL-DATE = FUNCTION DATE-OF-INTEGER(WS-FULL-INT)
        MOVE WS-CUR-FILE TO WS-RK-FILE(WS-RISK-CNT)
        MOVE WS-FULL-DATE TO WS-RK-DATE(WS-RISK-CNT)
        MOVE SPACES TO WS-MSG-TEXT
        STRING WS-CUR-FILE " REACHES ITS EXTENT ON OR ABOUT "
            WS-FULL-DATE DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN5803W" WS-MSG-TEXT
    END-IF.

C-WRITE-DETAIL.
    MOVE WS-CUR-FILE TO D-FILE.
    MOVE WS-BF-COUNT(WS-BF-CNT) TO D-COUNT.
    IF WS-BF-EXTENT(WS-BF-CNT) > 0
        MOVE WS-BF-EXTENT(WS-BF-CNT) TO D-EXTENT
        COMPUTE WS-USED-PCT =
            WS-BF-COUNT(WS-BF-CNT) * 100 / WS-BF-EXTENT(WS-BF-CNT)
            ON SIZE ERROR
                MOVE 999 TO WS-USED-PCT
        END-COMPUTE
        MOVE WS-USED-PCT TO D-USED
        MOVE "%" TO D-PCT-SIGN
    ELSE
        MOVE "       NONE" TO D-EXTENT-AREA
        MOVE SPACES TO D-USED-AREA
    END-IF.
    IF WS-HAVE-RECENT
        MOVE WS-RECENT-RATE TO D-RECENT
    ELSE
        MOVE "    NEW" TO D-RECENT-AREA
    END-IF.
    IF WS-HAVE-PRIOR
        MOVE WS-PRIOR-RATE TO D-PRIOR
    ELSE
        MOVE SPACES TO D-PRIOR-AREA
    END-IF.
    IF WS-BF-EXTENT(WS-BF-CNT) > 0
            AND (WS-EXTENT-RISK OR WS-DAYS-LEFT > 0)
        MOVE WS-DAYS-LEFT TO D-DAYS
    ELSE
        MOVE SPACES TO D-DAYS-AREA
    END-IF.
    EVALUATE TRUE
        WHEN WS-EXTENT-RISK AND WS-GROWTH-CHANGED
            MOVE "EXT+CHANGED" TO D-FLAG
        WHEN WS-EXTENT-RISK
            MOVE "EXTENT" TO D-FLAG
        WHEN WS-GROWTH-CHANGED
            MOVE "CHANGED" TO D-FLAG
        WHEN OTHER
            MOVE SPACES TO D-FLAG
    END-EVALUATE.
    WRITE FORECAST-LINE FROM WS-REPORT-DETAIL.

D-WRITE-SUMMARY.
    WRITE FORECAST-LINE FROM WS-REPORT-BLANK.
    IF WS-FILE-CNT = 0
        MOVE "NO GROWTH HISTORY YET -- NO FORECAST"
            TO FORECAST-LINE
        WRITE FORECAST-LINE
    END-IF.
    MOVE "FILES FORECAST" TO T-LABEL.
    MOVE WS-FILE-CNT TO T-COUNT.
    WRITE FORECAST-LINE FROM WS-REPORT-TOTALS.
    MOVE "FILES WHOSE GROWTH HAS CHANGED" TO T-LABEL.
    MOVE WS-CHANGED-CNT TO T-COUNT.
    WRITE FORECAST-LINE FROM WS-REPORT-TOTALS.
    MOVE "FILES DUE TO REACH THEIR EXTENT" TO T-LABEL.
    MOVE WS-RISK-CNT TO T-COUNT.
    WRITE FORECAST-LINE FROM WS-REPORT-TOTALS.
    IF WS-RISK-CNT > 0
        WRITE FORECAST-LINE FROM WS-REPORT-BLANK
        PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-RISK-CNT
            MOVE WS-RK-FILE(WS-T) TO R-FILE
            MOVE WS-RK-DATE(WS-T) TO R-DATE
            WRITE FORECAST-LINE FROM WS-REPORT-RISK
        END-PERFORM
    END-IF.
