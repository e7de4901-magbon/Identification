    SELECT ID-EXTRACT ASSIGN TO "IDXTRACT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IDX-STATUS.
*>  Signed per-device corrections keyed sensor + effective date, set
*>  by SENSMNT when a drifting device is recalibrated in place.
*>  Read through once at start-up; the latest correction effective
*>  on or before the run date is the one in force for the device.
    SELECT CAL-OFFSETS ASSIGN TO "CALOFFS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CO-KEY
        FILE STATUS IS WS-CAL-STATUS.
*>  Old-to-new device swaps, maintained by SENSMNT: a unit swapped
*>  in carries on its predecessor's sequence rather than starting
*>  one of its own.
    SELECT REPLACEMENTS ASSIGN TO "SENSREPL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPL-STATUS.
*>  One record per device: the band its last accepted reading landed
*>  in and how many readings in a row it has stayed there. Each
*>  reading on its own says nothing about a device stuck in the top
*>  band for three days -- this state file, carried across runs the
*>  SENSLAST way, is what tells the two apart.
    SELECT BAND-STATE ASSIGN TO "SENSBAND"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SB-SENSOR
        FILE STATUS IS WS-SB-STATUS.
*>  Band events: one record per band crossing, and one per run for a
*>  device held in the alarm band past its allowance. ALERTMON picks
*>  up the sustained-exceedance records.
    SELECT BAND-EVENTS ASSIGN TO "BANDEVT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BEV-STATUS.
DATA DIVISION.
FILE SECTION.
FD  TRANS-IN
    05  SDAY-MIN            PIC 9(2).
    05  SDAY-SEP5           PIC X.
    05  SDAY-MAX            PIC 9(2).
*>  Mean of the readings as they arrived, before any calibration
*>  offset -- equal to SDAY-MEAN for a device with no correction.
    05  SDAY-SEP6           PIC X.
    05  SDAY-RAW-MEAN       PIC 9(3)V99.
FD  ID-EXTRACT
    RECORDING MODE IS F.
01  IDX-REC.
    05  IDX-RUN-DATE        PIC 9(8).
    05  IDX-SEP5            PIC X.
    05  IDX-RUN-SEQ         PIC 9(3).
*>  The value as it arrived, ahead of any calibration correction --
*>  the same as IDX-VALUE for every source but the band classifier.
    05  IDX-SEP6            PIC X.
    05  IDX-RAW-VALUE       PIC -(9)9.99.
FD  CAL-OFFSETS.
01  CO-REC.
    05  CO-KEY.
        10  CO-SENSOR       PIC X(10).
        10  CO-EFF-DATE     PIC 9(8).
    05  CO-OFFSET           PIC S9(2) SIGN LEADING SEPARATE.
    05  CO-SET-DATE         PIC 9(8).
    05  CO-SET-BY           PIC X(8).
    05  CO-REASON           PIC X(16).
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
FD  BAND-STATE.
01  SB-REC.
    05  SB-SENSOR           PIC X(10).
    05  SB-BAND-LABEL       PIC X(20).
    05  SB-RUN-LEN          PIC 9(6).
    05  SB-SINCE-DATE       PIC 9(8).
    05  SB-SINCE-TS         PIC 9(8).
    05  SB-SUST-DATE        PIC 9(8).
FD  BAND-EVENTS
    RECORDING MODE IS F.
01  BEV-REC.
    05  BEV-TYPE            PIC X(4).
        88  BEV-CROSSING            VALUE "XING".
        88  BEV-SUSTAINED           VALUE "SUST".
    05  BEV-SEP1            PIC X.
    05  BEV-SENSOR          PIC X(10).
    05  BEV-SEP2            PIC X.
    05  BEV-BRANCH          PIC X(3).
    05  BEV-SEP3            PIC X.
    05  BEV-DATE            PIC 9(8).
    05  BEV-SEP4            PIC X.
    05  BEV-TIMESTAMP       PIC 9(8).
    05  BEV-SEP5            PIC X.
    05  BEV-OLD-BAND        PIC X(20).
    05  BEV-SEP6            PIC X.
    05  BEV-NEW-BAND        PIC X(20).
    05  BEV-SEP7            PIC X.
    05  BEV-RUN-LEN         PIC 9(6).
    05  BEV-SEP8            PIC X.
    05  BEV-VALUE           PIC 9(2).
    WORKING-STORAGE SECTION.
        77 X PIC 99.
        77 WS-THRESHOLD     PIC 99 VALUE 5.
        77 WS-RANGE-CNT     PIC 9(6) VALUE 0.
        77 WS-SN            PIC 9(3).
        77 WS-SN-MATCH      PIC 9(3).
        77 WS-CAL-STATUS    PIC XX.
        77 WS-CAL-EOF-SW    PIC X VALUE "N".
            88 WS-CAL-EOF           VALUE "Y".
        77 WS-RAW-X         PIC 99.
        77 WS-CAL-WORK      PIC S9(3).
        77 WS-CAL-APPLIED   PIC 9(6) VALUE 0.
        77 WS-CO            PIC 9(3).
        77 WS-CO-MATCH      PIC 9(3).
        77 WS-SB-STATUS     PIC XX.
        77 WS-RPL-STATUS    PIC XX.
        77 WS-RPL-EOF-SW    PIC X VALUE "N".
            88 WS-RPL-EOF           VALUE "Y".
        77 WS-RP            PIC 9(3).
        77 WS-RP-MATCH      PIC 9(3).
        77 WS-INHERIT-TS    PIC 9(8).
        77 WS-BEV-STATUS    PIC XX.
        77 WS-XING-CNT      PIC 9(6) VALUE 0.
        77 WS-SUST-CNT      PIC 9(6) VALUE 0.
        77 WS-ALARM-BAND    PIC 9(2) VALUE 0.
        77 WS-ALARM-LIMIT   PIC 9(6) VALUE 12.
        77 WS-PARM-FILE     PIC X(8) VALUE "BANDEVPM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".

*>  The registered-device roster off the sensor master, loaded on
*>  start-up and held for the run -- the MSGWRITE catalog precedent.
        10  WS-SENS-MAX     PIC 9(2).
        10  WS-SENS-FLAG    PIC X.

*>  Device swaps in force on the run date, off SENSREPL.
01  WS-REPL-TABLE.
    05  WS-RPL-CNT          PIC 9(3) VALUE 0.
    05  WS-RPL-ENTRY OCCURS 200 TIMES.
        10  WS-RPL-OLD      PIC X(10).
        10  WS-RPL-NEW      PIC X(10).

*>  The calibration offset in force for each corrected device, off
*>  CALOFFS at start-up -- the sensor-table precedent, same size.
*>  A device absent from the table reads uncorrected.
01  WS-CAL-TABLE.
    05  WS-CAL-CNT          PIC 9(3) VALUE 0.
    05  WS-CAL-ENTRY OCCURS 200 TIMES.
        10  WS-CAL-ID       PIC X(10).
        10  WS-CAL-OFFSET   PIC S9(2).
        10  WS-CAL-EFF      PIC 9(8).

*>  Per-sensor running statistics over the accepted readings -- one
*>  slot per device seen this run, discovered as readings arrive,
*>  the branch-table precedent. Dumped to the SENSDAYS extract at
        10  WS-SS-ID        PIC X(10).
        10  WS-SS-READS     PIC 9(6).
        10  WS-SS-SUM       PIC 9(9).
        10  WS-SS-RAW-SUM   PIC 9(9).
        10  WS-SS-MIN       PIC 9(2).
        10  WS-SS-MAX       PIC 9(2).
01  WS-SS-IDX               PIC 9(3).
    05  RD-VALUE            PIC Z9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  RD-BAND             PIC X(20).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  RD-RAW-AREA.
        10  RD-RAW-NOTE     PIC X(4).
        10  RD-RAW-VALUE    PIC Z9.
01  WS-REPORT-TOTAL.
    05  FILLER              PIC X(30) VALUE "GRAND TOTAL RECORDS".
    05  T-COUNT             PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-BANDS.
    PERFORM A-READ-EVENT-PARM.
    PERFORM A-LOAD-SENSORS.
    PERFORM A-LOAD-BRANCHES.
    PERFORM A-LOAD-OFFSETS.
    PERFORM A-LOAD-REPLACEMENTS.
    PERFORM A-OPEN-FILES.

    PERFORM UNTIL WS-EOF
    CLOSE COUNTS-OUT.
    CLOSE SENSOR-REJ-RPT.
    PERFORM C-CLOSE-SEQUENCE-FILES.
    PERFORM C-CLOSE-BAND-FILES.
    CLOSE ID-EXTRACT.
    PERFORM A-RUN-COMPLETION.
    GOBACK.
        MOVE "ABOVE THRESHOLD"     TO WS-BAND-LABEL(3)
    END-IF.

A-READ-EVENT-PARM.
*>  Optional card: columns 1-2 the alarm band's position in the band
*>  table, columns 3-8 the readings a device may sit in it before a
*>  sustained-exceedance event is raised. Band 00, or a position past
*>  the table, means the top band -- the open-ended catch-all.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:2) IS NUMERIC
            MOVE WS-PARM-CARD(1:2) TO WS-ALARM-BAND
        END-IF
        IF WS-PARM-CARD(3:6) IS NUMERIC
            MOVE WS-PARM-CARD(3:6) TO WS-ALARM-LIMIT
        END-IF
    END-IF.
    IF WS-ALARM-BAND = 0 OR WS-ALARM-BAND > WS-BAND-COUNT
        MOVE WS-BAND-COUNT TO WS-ALARM-BAND
    END-IF.

A-LOAD-SENSORS.
*>  Loads the registered-device roster. Each record carries the
*>  device's owning branch and location for the humans, and its
            "BRANCHES DISCOVERED FROM THE FEED"
    END-IF.

A-LOAD-OFFSETS.
*>  CALOFFS arrives in sensor + effective-date order, so for each
*>  device the last correction read that is already effective is
*>  the one in force -- later entries simply overwrite earlier ones.
*>  A correction dated after the run date is not yet in force. A
*>  missing file means no device is corrected, the SENSMAST
*>  stand-up convention.
    OPEN INPUT CAL-OFFSETS.
    IF WS-CAL-STATUS NOT = "00"
        DISPLAY "ZADANIE1: CALOFFS NOT PRESENT -- "
            "NO CALIBRATION OFFSETS APPLIED"
    ELSE
        PERFORM UNTIL WS-CAL-EOF
            READ CAL-OFFSETS
                AT END
                    SET WS-CAL-EOF TO TRUE
                NOT AT END
                    IF CO-EFF-DATE NOT > WS-RUN-DATE
                        PERFORM A-HOLD-OFFSET
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CAL-OFFSETS
    END-IF.

A-LOAD-REPLACEMENTS.
*>  Swaps dated after the run date are not in force yet. A missing
*>  register means no device has been swapped, the SENSMAST stand-up
*>  convention.
    OPEN INPUT REPLACEMENTS.
    IF WS-RPL-STATUS NOT = "00"
        DISPLAY "ZADANIE1: SENSREPL NOT PRESENT -- NO SWAPS"
    ELSE
        PERFORM UNTIL WS-RPL-EOF OR WS-RPL-CNT = 200
            READ REPLACEMENTS
                AT END
                    SET WS-RPL-EOF TO TRUE
                NOT AT END
                    IF RPL-SWAP-DATE NOT > WS-RUN-DATE
                        ADD 1 TO WS-RPL-CNT
                        MOVE RPL-OLD TO WS-RPL-OLD(WS-RPL-CNT)
                        MOVE RPL-NEW TO WS-RPL-NEW(WS-RPL-CNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REPLACEMENTS
    END-IF.

A-HOLD-OFFSET.
    MOVE 0 TO WS-CO-MATCH.
    PERFORM VARYING WS-CO FROM 1 BY 1 UNTIL WS-CO > WS-CAL-CNT
        IF WS-CAL-ID(WS-CO) = CO-SENSOR
            MOVE WS-CO TO WS-CO-MATCH
        END-IF
    END-PERFORM.
    IF WS-CO-MATCH = 0 AND WS-CAL-CNT < 200
        ADD 1 TO WS-CAL-CNT
        MOVE WS-CAL-CNT TO WS-CO-MATCH
        MOVE CO-SENSOR TO WS-CAL-ID(WS-CO-MATCH)
    END-IF.
    IF WS-CO-MATCH > 0
        MOVE CO-OFFSET TO WS-CAL-OFFSET(WS-CO-MATCH)
        MOVE CO-EFF-DATE TO WS-CAL-EFF(WS-CO-MATCH)
    END-IF.

A-RUN-HEADER.
*>  Tags this run's console output with a run-id and timestamp so
*>  several jobs' SYSOUT can still be told apart once bundled together.
    END-IF.
    OPEN OUTPUT DUP-RPT.
    OPEN OUTPUT OOS-OUT.
    OPEN I-O BAND-STATE.
    IF WS-SB-STATUS = "35"
        OPEN OUTPUT BAND-STATE
        CLOSE BAND-STATE
        OPEN I-O BAND-STATE
    END-IF.
    IF WS-SB-STATUS NOT = "00"
        STRING "SENSBAND OPEN FAILED, STATUS " WS-SB-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 1005 TO WS-ERR-RC
        CALL "ERRHAND" USING "ZADANIE1" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
*>  An intraday correction run appends behind the morning's events,
*>  the IDXTRACT convention.
    IF WS-RUN-SEQ > 1
        OPEN EXTEND BAND-EVENTS
        IF WS-BEV-STATUS NOT = "00"
            OPEN OUTPUT BAND-EVENTS
        END-IF
    ELSE
        OPEN OUTPUT BAND-EVENTS
    END-IF.

C-CLOSE-SEQUENCE-FILES.
    CLOSE LAST-READING.
        CALL "MSGWRITE" USING "IDN1202W" WS-MSG-TEXT
    END-IF.

C-CLOSE-BAND-FILES.
    CLOSE BAND-STATE.
    CLOSE BAND-EVENTS.
    IF WS-SUST-CNT > 0
        MOVE SPACES TO WS-MSG-TEXT
        STRING "SUSTAINED ALARM-BAND DEVICES " WS-SUST-CNT
            " BAND CROSSINGS " WS-XING-CNT
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN1203W" WS-MSG-TEXT
    END-IF.

B-CHECK-SEQUENCE.
*>  The last-reading state decides: an exact sensor+timestamp repeat
*>  is a re-delivery and drops to the duplicates report (classifying
*>  it would double-count straight into the bands); a timestamp
*>  behind the last accepted one is out of sequence and routes to
*>  the review file instead of being classified; anything else is
*>  accepted and becomes the device's new high-water mark. A device
*>  seen for the first time that was swapped in for another starts
*>  from the old unit's high-water mark, not from nothing.
    SET WS-SEQ-OK TO TRUE.
    MOVE TRANS-SENSOR-ID TO SL-SENSOR.
    READ LAST-READING
        INVALID KEY
            PERFORM B-INHERIT-SEQUENCE
            MOVE TRANS-SENSOR-ID TO SL-SENSOR
            IF WS-INHERIT-TS = 0
                MOVE TRANS-TIMESTAMP TO SL-LAST-TS
            ELSE
                MOVE WS-INHERIT-TS TO SL-LAST-TS
            END-IF
            WRITE SL-REC
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-INHERIT-TS > 0
                PERFORM B-SEQUENCE-VERDICT
            END-IF
        NOT INVALID KEY
            PERFORM B-SEQUENCE-VERDICT
    END-READ.

B-INHERIT-SEQUENCE.
*>  WS-INHERIT-TS comes back as the replaced unit's last accepted
*>  timestamp, or zero when this device replaced nothing (or the
*>  unit it replaced never had a reading accepted).
    MOVE 0 TO WS-INHERIT-TS.
    MOVE 0 TO WS-RP-MATCH.
    PERFORM VARYING WS-RP FROM 1 BY 1 UNTIL WS-RP > WS-RPL-CNT
        IF WS-RPL-NEW(WS-RP) = TRANS-SENSOR-ID
            MOVE WS-RP TO WS-RP-MATCH
        END-IF
    END-PERFORM.
    IF WS-RP-MATCH > 0
        MOVE WS-RPL-OLD(WS-RP-MATCH) TO SL-SENSOR
        READ LAST-READING
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SL-LAST-TS TO WS-INHERIT-TS
        END-READ
    END-IF.

B-SEQUENCE-VERDICT.
    EVALUATE TRUE
        WHEN TRANS-TIMESTAMP = SL-LAST-TS
            MOVE "N" TO WS-SEQ-OK-SW
            ADD 1 TO WS-DUP-CNT
            MOVE TRANS-SENSOR-ID TO DD-SENSOR
            MOVE TRANS-TIMESTAMP TO DD-TS
            MOVE "DUPLICATE -- DROPPED" TO DD-NOTE
            WRITE DUP-LINE FROM WS-DUP-DETAIL
        WHEN TRANS-TIMESTAMP < SL-LAST-TS
            MOVE "N" TO WS-SEQ-OK-SW
            ADD 1 TO WS-OOS-CNT
            WRITE OOS-REC FROM TRANS-REC
            MOVE TRANS-SENSOR-ID TO DD-SENSOR
            MOVE TRANS-TIMESTAMP TO DD-TS
            MOVE "OUT OF SEQUENCE -- TO REVIEW" TO DD-NOTE
            WRITE DUP-LINE FROM WS-DUP-DETAIL
        WHEN OTHER
            MOVE TRANS-TIMESTAMP TO SL-LAST-TS
            REWRITE SL-REC
    END-EVALUATE.

B-CHECK-BRANCH.
*>  With the branch master loaded, a reading whose branch code the
*>  master doesn't carry (or carries retired) is rejected to the
*>  Walks the bands in order; the first band whose limit covers X
*>  wins. The last configured band is never limit-tested -- it is the
*>  open-ended catch-all for anything higher than every other band.
*>  The device's calibration offset is applied first, so a reading
*>  from a known-drifting device lands in the band it should have.
    PERFORM B-APPLY-CALIBRATION.
    SET WS-BAND-IDX TO 1.
    MOVE WS-BAND-COUNT TO WS-MATCH-IDX.
    PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
    ADD 1 TO WS-TOTAL-CNT.
    PERFORM B-COUNT-BRANCH.
    PERFORM B-COUNT-SENSOR.
    PERFORM B-TRACK-BAND.
    PERFORM B-WRITE-READING-DETAIL.
    MOVE "ZADANIE1" TO IDX-SOURCE.
    MOVE SPACE TO IDX-SEP1.
    MOVE WS-RUN-DATE TO IDX-RUN-DATE.
    MOVE SPACE TO IDX-SEP5.
    MOVE WS-RUN-SEQ TO IDX-RUN-SEQ.
    MOVE SPACE TO IDX-SEP6.
    MOVE WS-RAW-X TO IDX-RAW-VALUE.
    WRITE IDX-REC.
    ADD 1 TO IDX-CTL-COUNT.
    ADD X TO IDX-CTL-HASH.

B-TRACK-BAND.
*>  Readings arrive in timestamp order per device (B-CHECK-SEQUENCE
*>  has already turned away the rest), so the state record always
*>  holds the band the device was in just before this reading. The
*>  band is remembered by label, so a reshuffled THRESHLD table is
*>  read as a crossing rather than mistaken for the same band. A
*>  device's first reading only opens its state -- there is nothing
*>  to have crossed from.
    MOVE TRANS-SENSOR-ID TO SB-SENSOR.
    READ BAND-STATE
        INVALID KEY
            MOVE TRANS-SENSOR-ID TO SB-SENSOR
            PERFORM B-START-BAND-RUN
            PERFORM B-CHECK-SUSTAINED
            WRITE SB-REC
                INVALID KEY
                    CONTINUE
            END-WRITE
        NOT INVALID KEY
            IF SB-BAND-LABEL = WS-BAND-LABEL(WS-BAND-IDX)
                ADD 1 TO SB-RUN-LEN
            ELSE
                MOVE "XING" TO BEV-TYPE
                MOVE SB-BAND-LABEL TO BEV-OLD-BAND
                MOVE SB-RUN-LEN TO BEV-RUN-LEN
                PERFORM B-START-BAND-RUN
                PERFORM B-WRITE-BAND-EVENT
                ADD 1 TO WS-XING-CNT
            END-IF
            PERFORM B-CHECK-SUSTAINED
            REWRITE SB-REC
    END-READ.

B-START-BAND-RUN.
    MOVE WS-BAND-LABEL(WS-BAND-IDX) TO SB-BAND-LABEL.
    MOVE 1 TO SB-RUN-LEN.
    MOVE WS-RUN-DATE TO SB-SINCE-DATE.
    MOVE TRANS-TIMESTAMP TO SB-SINCE-TS.
    MOVE 0 TO SB-SUST-DATE.

B-CHECK-SUSTAINED.
*>  One sustained-exceedance event per device per run once the run
*>  in the alarm band passes the allowance -- a device still stuck
*>  tomorrow raises it again, with the longer run length, so the
*>  alert keeps coming back until the device is dealt with.
    IF WS-MATCH-IDX = WS-ALARM-BAND
            AND SB-RUN-LEN > WS-ALARM-LIMIT
            AND SB-SUST-DATE NOT = WS-RUN-DATE
        MOVE "SUST" TO BEV-TYPE
        MOVE SB-BAND-LABEL TO BEV-OLD-BAND
        MOVE SB-RUN-LEN TO BEV-RUN-LEN
        PERFORM B-WRITE-BAND-EVENT
        MOVE WS-RUN-DATE TO SB-SUST-DATE
        ADD 1 TO WS-SUST-CNT
    END-IF.

B-WRITE-BAND-EVENT.
    MOVE SPACE TO BEV-SEP1.
    MOVE TRANS-SENSOR-ID TO BEV-SENSOR.
    MOVE SPACE TO BEV-SEP2.
    MOVE TRANS-BRANCH TO BEV-BRANCH.
    MOVE SPACE TO BEV-SEP3.
    MOVE WS-RUN-DATE TO BEV-DATE.
    MOVE SPACE TO BEV-SEP4.
    MOVE TRANS-TIMESTAMP TO BEV-TIMESTAMP.
    MOVE SPACE TO BEV-SEP5.
    MOVE SPACE TO BEV-SEP6.
    MOVE WS-BAND-LABEL(WS-BAND-IDX) TO BEV-NEW-BAND.
    MOVE SPACE TO BEV-SEP7.
    MOVE SPACE TO BEV-SEP8.
    MOVE X TO BEV-VALUE.
    WRITE BEV-REC.

B-APPLY-CALIBRATION.
*>  The raw reading is kept aside for RPT1, SENSDAYS and IDXTRACT;
*>  X becomes the corrected value the bands are tested against,
*>  held inside the two-digit reading scale.
    MOVE X TO WS-RAW-X.
    MOVE 0 TO WS-CO-MATCH.
    PERFORM VARYING WS-CO FROM 1 BY 1 UNTIL WS-CO > WS-CAL-CNT
        IF WS-CAL-ID(WS-CO) = TRANS-SENSOR-ID
            MOVE WS-CO TO WS-CO-MATCH
        END-IF
    END-PERFORM.
    IF WS-CO-MATCH > 0
        IF WS-CAL-OFFSET(WS-CO-MATCH) NOT = 0
            COMPUTE WS-CAL-WORK = X + WS-CAL-OFFSET(WS-CO-MATCH)
            IF WS-CAL-WORK < 0
                MOVE 0 TO WS-CAL-WORK
            END-IF
            IF WS-CAL-WORK > 99
                MOVE 99 TO WS-CAL-WORK
            END-IF
            MOVE WS-CAL-WORK TO X
            ADD 1 TO WS-CAL-APPLIED
        END-IF
    END-IF.

B-COUNT-BRANCH.
*>  Finds (or registers) this record's branch and advances its own
*>  copy of the matched band's count. With the branch master loaded
        MOVE TRANS-SENSOR-ID TO WS-SS-ID(WS-SS-MATCH)
        MOVE 0 TO WS-SS-READS(WS-SS-MATCH)
        MOVE 0 TO WS-SS-SUM(WS-SS-MATCH)
        MOVE 0 TO WS-SS-RAW-SUM(WS-SS-MATCH)
        MOVE X TO WS-SS-MIN(WS-SS-MATCH)
        MOVE X TO WS-SS-MAX(WS-SS-MATCH)
    END-IF.
    IF WS-SS-MATCH > 0
        ADD 1 TO WS-SS-READS(WS-SS-MATCH)
        ADD X TO WS-SS-SUM(WS-SS-MATCH)
        ADD WS-RAW-X TO WS-SS-RAW-SUM(WS-SS-MATCH)
        IF X < WS-SS-MIN(WS-SS-MATCH)
            MOVE X TO WS-SS-MIN(WS-SS-MATCH)
        END-IF
B-WRITE-READING-DETAIL.
*>  One traceable line per reading on the shift report -- sensor,
*>  reading time, branch, value and the band it landed in -- ahead
*>  of the band summary C-WRITE-REPORT closes the report with. A
*>  corrected reading also shows the value as it arrived.
    MOVE TRANS-SENSOR-ID TO RD-SENSOR.
    MOVE TRANS-TIMESTAMP(1:6) TO RD-TIME.
    MOVE TRANS-BRANCH TO RD-BRANCH.
    MOVE X TO RD-VALUE.
    MOVE WS-BAND-LABEL(WS-BAND-IDX) TO RD-BAND.
    IF X = WS-RAW-X
        MOVE SPACES TO RD-RAW-AREA
    ELSE
        MOVE "RAW " TO RD-RAW-NOTE
        MOVE WS-RAW-X TO RD-RAW-VALUE
    END-IF.
    WRITE REPORT-LINE FROM WS-READING-DETAIL.

C-WRITE-REPORT.
    WRITE REPORT-LINE FROM WS-REPORT-BLANK.
    MOVE WS-TOTAL-CNT              TO T-COUNT.
    WRITE REPORT-LINE FROM WS-REPORT-TOTAL.
    MOVE "CALIBRATION OFFSETS APPLIED" TO D-LABEL.
    MOVE WS-CAL-APPLIED            TO D-COUNT.
    WRITE REPORT-LINE FROM WS-REPORT-DETAIL.

D-WRITE-COUNTS.
*>  Machine-readable counts extract alongside the print-image report,
        MOVE WS-SS-MIN(WS-SS-IDX) TO SDAY-MIN
        MOVE SPACE TO SDAY-SEP5
        MOVE WS-SS-MAX(WS-SS-IDX) TO SDAY-MAX
        MOVE SPACE TO SDAY-SEP6
        COMPUTE WS-SS-MEAN ROUNDED =
            WS-SS-RAW-SUM(WS-SS-IDX) / WS-SS-READS(WS-SS-IDX)
        MOVE WS-SS-MEAN TO SDAY-RAW-MEAN
        WRITE SDAY-REC
    END-PERFORM.
    CLOSE SENSOR-DAYS.
