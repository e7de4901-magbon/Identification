*> file, then flags any device whose daily mean has moved more than
*> the configured amount against its own trailing average. The
*> argument moves from the band table to the device that needs
*> recalibrating. The trend is kept on the device's raw readings, so
*> a calibration offset applied upstream neither hides continuing
*> drift nor shows up as a one-day jump; the corrected mean is kept
*> alongside it and printed wherever a correction was in force.
*> Every flagged device gets a field work order through WOWRITE --
*> one open order per device, however many nights it stays flagged.
*> A device swapped in the field (the SENSREPL register SENSMNT
*> keeps) inherits the history of the unit it replaced, so its
*> trailing average starts full on its first night instead of
*> empty.
IDENTIFICATION DIVISION.
PROGRAM-ID. SENSHIST.
ENVIRONMENT DIVISION.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-KEY
        FILE STATUS IS WS-HIST-STATUS.
*>  Old-to-new device swaps, maintained by SENSMNT.
    SELECT REPLACEMENTS ASSIGN TO "SENSREPL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPL-STATUS.
    SELECT DRIFT-RPT ASSIGN TO "SENSDRFT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
    05  SDAY-MIN            PIC 9(2).
    05  SDAY-SEP5           PIC X.
    05  SDAY-MAX            PIC 9(2).
    05  SDAY-SEP6           PIC X.
    05  SDAY-RAW-MEAN       PIC 9(3)V99.
FD  HISTORY-FILE.
01  SH-REC.
    05  SH-KEY.
        10  SH-SENSOR       PIC X(10).
        10  SH-RUN-DATE     PIC 9(8).
    05  SH-COUNT            PIC 9(6).
*>  SH-MEAN is the device's own (raw) mean, the figure the drift
*>  trend has always been taken on; SH-CORR-MEAN is the mean after
*>  any calibration offset, equal to it for an uncorrected device.
    05  SH-MEAN             PIC 9(3)V99.
    05  SH-MIN              PIC 9(2).
    05  SH-MAX              PIC 9(2).
    05  SH-CORR-MEAN        PIC 9(3)V99.
FD  REPLACEMENTS
    RECORDING MODE IS F.
01  RPL-REC.
    05  RPL-OLD             PIC X(10).
    05  RPL-SEP1            PIC X.
    05  RPL-NEW             PIC X(10).
    05  RPL-SEP2            PIC X.
    05  RPL-SWAP-DATE       PIC 9(8).
    05  RPL-SEP3            PIC X.
    05  RPL-SET-DATE        PIC 9(8).
    05  RPL-SEP4            PIC X.
    05  RPL-BRANCH          PIC X(3).
FD  DRIFT-RPT
    RECORDING MODE IS F.
01  DRIFT-LINE              PIC X(80).
        77 WS-SDAY-STATUS   PIC XX.
        77 WS-HIST-STATUS   PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-RPL-STATUS    PIC XX.
        77 WS-RPL-EOF-SW    PIC X VALUE "N".
            88 WS-RPL-EOF           VALUE "Y".
        77 WS-RP            PIC 9(3).
        77 WS-RP-MATCH      PIC 9(3).
        77 WS-LN            PIC 9(2).
        77 WS-LIN-END-SW    PIC X.
            88 WS-LIN-END           VALUE "Y".
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-BRWS-EOF-SW   PIC X.
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".
        77 WS-WO-RESULT     PIC X.
        77 WS-WO-NEW-CNT    PIC 9(6) VALUE 0.
        77 WS-WO-REOPEN-CNT PIC 9(6) VALUE 0.
        77 WS-WO-PROBLEM    PIC X VALUE "D".

*>  The finding handed to the work order.
01  WS-WO-DETAIL.
    05  FILLER              PIC X(11) VALUE "DRIFT MOVE ".
    05  WD-MOVE             PIC -ZZ9.99.
    05  FILLER              PIC X(5) VALUE " VS ".
    05  WD-TRAIL            PIC ZZ9.99.
    05  FILLER              PIC X(1) VALUE SPACE.

*>  Rolling buffer of the most recent trailing-day means while a
*>  device's prior history is browsed -- whatever is in here when
    05  WS-TB-CNT           PIC 9(2) VALUE 0.
    05  WS-TB-MEAN          PIC 9(3)V99 OCCURS 10 TIMES.

*>  Device swaps in force on the run date.
01  WS-REPL-TABLE.
    05  WS-RPL-CNT          PIC 9(3) VALUE 0.
    05  WS-RPL-ENTRY OCCURS 200 TIMES.
        10  WS-RPL-OLD      PIC X(10).
        10  WS-RPL-NEW      PIC X(10).

*>  The device and the units it replaced, newest first -- followed
*>  back through as many swaps as fit.
01  WS-LINEAGE.
    05  WS-LIN-CNT          PIC 9(2).
    05  WS-LIN-ID           PIC X(10) OCCURS 5 TIMES.

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "SENSOR CALIBRATION DRIFT".
    05  FILLER              PIC X(10) VALUE "READS".
    05  FILLER              PIC X(10) VALUE "MEAN".
    05  FILLER              PIC X(10) VALUE "TRAIL AVG".
    05  FILLER              PIC X(14) VALUE "MOVE".
    05  FILLER              PIC X(10) VALUE "CORRECTED".
01  WS-REPORT-DETAIL.
    05  D-SENSOR            PIC X(12).
    05  D-READS             PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE SPACES.
    05  D-MOVE              PIC -ZZ9.99.
    05  D-FLAG              PIC X(9).
    05  FILLER              PIC X(1) VALUE SPACES.
    05  D-CORR              PIC ZZ9.99 BLANK WHEN ZERO.
01  WS-REPORT-TOTALS.
    05  FILLER              PIC X(26) VALUE
        "SENSORS FOLDED / FLAGGED  ".
    05  T-FOLDED            PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-FLAGGED           PIC ZZZ,ZZ9.
01  WS-REPORT-ORDERS.
    05  FILLER              PIC X(26) VALUE
        "WORK ORDERS NEW / REOPENED".
    05  T-WO-NEW            PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-WO-REOPEN         PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-LOAD-REPLACEMENTS.
    PERFORM A-OPEN-HISTORY.
    OPEN OUTPUT DRIFT-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    MOVE WS-FOLDED-CNT TO T-FOLDED.
    MOVE WS-FLAG-CNT TO T-FLAGGED.
    WRITE DRIFT-LINE FROM WS-REPORT-TOTALS.
    MOVE WS-WO-NEW-CNT TO T-WO-NEW.
    MOVE WS-WO-REOPEN-CNT TO T-WO-REOPEN.
    WRITE DRIFT-LINE FROM WS-REPORT-ORDERS.
    CLOSE DRIFT-RPT.
    CLOSE HISTORY-FILE.
    PERFORM A-RUN-COMPLETION.
        MOVE 5 TO WS-TRAIL-DAYS
    END-IF.

A-LOAD-REPLACEMENTS.
*>  Swaps dated after the run date are not in force yet. No register
*>  means no device has been swapped -- the QUARREL tolerate-missing-
*>  file precedent.
    OPEN INPUT REPLACEMENTS.
    IF WS-RPL-STATUS NOT = "00"
        DISPLAY "SENSHIST: SENSREPL NOT PRESENT -- NO SWAPS"
    ELSE
        PERFORM UNTIL WS-RPL-EOF OR WS-RPL-CNT = 200
            READ REPLACEMENTS
                AT END
                    SET WS-RPL-EOF TO TRUE
                NOT AT END
                    IF RPL-SWAP-DATE NOT > WS-RUN-ID
                        ADD 1 TO WS-RPL-CNT
                        MOVE RPL-OLD TO WS-RPL-OLD(WS-RPL-CNT)
                        MOVE RPL-NEW TO WS-RPL-NEW(WS-RPL-CNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REPLACEMENTS
    END-IF.

A-OPEN-HISTORY.
*>  OPEN I-O fails with status 35 the very first time there is no
*>  history yet, which falls back to OPEN OUTPUT to create it -- the

B-FOLD-ONE-SENSOR.
    ADD 1 TO WS-FOLDED-CNT.
    MOVE SDAY-RAW-MEAN TO WS-TODAY-MEAN.
    PERFORM B-TRAILING-AVERAGE.
    PERFORM B-PUT-HISTORY.
    PERFORM C-CHECK-DRIFT.
    MOVE SDAY-SENSOR TO SH-SENSOR.
    MOVE SDAY-DATE TO SH-RUN-DATE.
    MOVE SDAY-COUNT TO SH-COUNT.
    MOVE SDAY-RAW-MEAN TO SH-MEAN.
    MOVE SDAY-MIN TO SH-MIN.
    MOVE SDAY-MAX TO SH-MAX.
    MOVE SDAY-MEAN TO SH-CORR-MEAN.
    WRITE SH-REC
        INVALID KEY
            REWRITE SH-REC
B-TRAILING-AVERAGE.
*>  Browses this device's prior history in key (date) order, keeping
*>  a rolling buffer of the last WS-TRAIL-DAYS means before today --
*>  whatever the buffer holds at the end IS the trailing window. A
*>  swapped-in device's predecessors are browsed first, oldest unit
*>  first, so their days roll through the buffer ahead of its own.
    MOVE 0 TO WS-TB-CNT.
    MOVE 0 TO WS-TRAIL-CNT.
    MOVE 0 TO WS-TRAIL-AVG.
    PERFORM B-BUILD-LINEAGE.
    PERFORM VARYING WS-LN FROM WS-LIN-CNT BY -1 UNTIL WS-LN < 1
        PERFORM B-BROWSE-ONE-DEVICE
    END-PERFORM.
    MOVE 0 TO WS-TRAIL-SUM.
    PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TB-CNT
        ADD WS-TB-MEAN(WS-T) TO WS-TRAIL-SUM
    END-PERFORM.
    MOVE WS-TB-CNT TO WS-TRAIL-CNT.
    IF WS-TRAIL-CNT > 0
        COMPUTE WS-TRAIL-AVG ROUNDED =
            WS-TRAIL-SUM / WS-TRAIL-CNT
    END-IF.

B-BUILD-LINEAGE.
    MOVE 1 TO WS-LIN-CNT.
    MOVE SDAY-SENSOR TO WS-LIN-ID(1).
    MOVE "N" TO WS-LIN-END-SW.
    PERFORM UNTIL WS-LIN-END OR WS-LIN-CNT = 5
        MOVE 0 TO WS-RP-MATCH
        PERFORM VARYING WS-RP FROM 1 BY 1 UNTIL WS-RP > WS-RPL-CNT
            IF WS-RPL-NEW(WS-RP) = WS-LIN-ID(WS-LIN-CNT)
                MOVE WS-RP TO WS-RP-MATCH
            END-IF
        END-PERFORM
        IF WS-RP-MATCH = 0
            SET WS-LIN-END TO TRUE
        ELSE
            ADD 1 TO WS-LIN-CNT
            MOVE WS-RPL-OLD(WS-RP-MATCH) TO WS-LIN-ID(WS-LIN-CNT)
        END-IF
    END-PERFORM.

B-BROWSE-ONE-DEVICE.
    MOVE "N" TO WS-BRWS-EOF-SW.
    MOVE WS-LIN-ID(WS-LN) TO SH-SENSOR.
    MOVE 0 TO SH-RUN-DATE.
    START HISTORY-FILE KEY NOT < SH-KEY
        INVALID KEY
            AT END
                SET WS-BRWS-EOF TO TRUE
            NOT AT END
                IF SH-SENSOR NOT = WS-LIN-ID(WS-LN)
                        OR SH-RUN-DATE NOT < SDAY-DATE
                    SET WS-BRWS-EOF TO TRUE
                ELSE
                END-IF
        END-READ
    END-PERFORM.

B-ROLL-TRAIL.
*>  Keeps the last WS-TRAIL-DAYS means in arrival (date) order:
            STRING "SENSOR " SDAY-SENSOR " DRIFTING, MOVE "
                WS-MOVE DELIMITED BY SIZE INTO WS-MSG-TEXT
            CALL "MSGWRITE" USING "IDN1401W" WS-MSG-TEXT
            PERFORM C-RAISE-WORK-ORDER
        END-IF
    END-IF.

C-RAISE-WORK-ORDER.
*>  Drift has no "last known good" of its own, so the run date goes
*>  as that date and only the reopen window decides whether a
*>  closed order is reopened or replaced.
    MOVE WS-MOVE TO WD-MOVE.
    MOVE WS-TRAIL-AVG TO WD-TRAIL.
    CALL "WOWRITE" USING "SENSHIST" SDAY-SENSOR WS-WO-PROBLEM
        WS-RUN-ID WS-WO-DETAIL WS-RUN-ID WS-WO-RESULT.
    EVALUATE WS-WO-RESULT
        WHEN "N"
            ADD 1 TO WS-WO-NEW-CNT
        WHEN "R"
            ADD 1 TO WS-WO-REOPEN-CNT
            MOVE SPACES TO WS-MSG-TEXT
            STRING "SENSOR " SDAY-SENSOR " DRIFTING AFTER FIX"
                " -- WORK ORDER REOPENED"
                DELIMITED BY SIZE INTO WS-MSG-TEXT
            CALL "MSGWRITE" USING "IDN1402W" WS-MSG-TEXT
    END-EVALUATE.

C-WRITE-DRIFT-LINE.
    MOVE SDAY-SENSOR TO D-SENSOR.
    MOVE SDAY-COUNT TO D-READS.
    MOVE WS-TODAY-MEAN TO D-MEAN.
    MOVE WS-TRAIL-AVG TO D-TRAIL.
    MOVE WS-MOVE TO D-MOVE.
    IF SDAY-MEAN = SDAY-RAW-MEAN
        MOVE 0 TO D-CORR
    ELSE
        MOVE SDAY-MEAN TO D-CORR
    END-IF.
    WRITE DRIFT-LINE FROM WS-REPORT-DETAIL.
