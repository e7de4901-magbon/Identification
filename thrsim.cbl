*> What-if simulation of a proposed THRESHLD band table. A change to
*> the band boundaries used to go live blind -- the first anyone saw
*> of its effect was the next morning's EODSUM and the IDXTRACT
*> verdicts the downstream matching system had already taken. This
*> step replays one day's cleaned readings (today's TRANSCLN, or an
*> archived generation mounted in its place) through both the band
*> table in force and the proposed one, applying each device's
*> calibration offset first exactly as ZADANIE1 does, and prints a
*> migration matrix per branch and for the whole day: how many
*> readings banded A under the current table land in band B under the
*> proposed one. The sensors whose readings move most follow. Nothing
*> is written but the report -- no THRCNTS, no IDXTRACT, no band
*> state -- so it is safe to run in the day while a change is still
*> waiting for approval.
IDENTIFICATION DIVISION.
PROGRAM-ID. THRSIM.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>  The readings to replay, in the TRANSCLN layout. The job's DD
*>  decides which day: today's file or a TRANSCLN.ARCH generation.
    SELECT REPLAY-IN ASSIGN TO "SIMIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPLAY-STATUS.
*>  The table in force and the one proposed, both in the THRESHLD
*>  one-band-per-record layout.
    SELECT CURRENT-BANDS ASSIGN TO "THRESHLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CUR-STATUS.
    SELECT PROPOSED-BANDS ASSIGN TO "THRPROP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROP-STATUS.
*>  Read only, in key order, the ZADANIE1 load.
    SELECT CAL-OFFSETS ASSIGN TO "CALOFFS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CO-KEY
        FILE STATUS IS WS-CAL-STATUS.
    SELECT SIM-RPT ASSIGN TO "THRSIMRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  REPLAY-IN
    RECORDING MODE IS F.
01  RP-REC.
    05  RP-BRANCH           PIC X(3).
    05  RP-SENSOR-ID        PIC X(10).
    05  RP-TIMESTAMP        PIC X(8).
    05  RP-X                PIC XX.
    05  RP-X-N REDEFINES RP-X   PIC 99.
FD  CURRENT-BANDS
    RECORDING MODE IS F.
01  CUR-BAND-REC.
    05  CB-LIMIT            PIC 9(9).
    05  CB-LABEL            PIC X(20).
FD  PROPOSED-BANDS
    RECORDING MODE IS F.
01  PROP-BAND-REC.
    05  PB-LIMIT            PIC 9(9).
    05  PB-LABEL            PIC X(20).
FD  CAL-OFFSETS.
01  CO-REC.
    05  CO-KEY.
        10  CO-SENSOR       PIC X(10).
        10  CO-EFF-DATE     PIC 9(8).
    05  CO-OFFSET           PIC S9(2) SIGN LEADING SEPARATE.
    05  CO-SET-DATE         PIC 9(8).
    05  CO-SET-BY           PIC X(8).
    05  CO-REASON           PIC X(16).
FD  SIM-RPT
    RECORDING MODE IS F.
01  SIM-LINE                PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-REPLAY-STATUS PIC XX.
        77 WS-CUR-STATUS    PIC XX.
        77 WS-PROP-STATUS   PIC XX.
        77 WS-CAL-STATUS    PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-BAND-EOF-SW   PIC X.
            88 WS-BAND-EOF          VALUE "Y".
        77 WS-CAL-EOF-SW    PIC X VALUE "N".
            88 WS-CAL-EOF           VALUE "Y".
        77 WS-THRESHOLD     PIC 99 VALUE 5.
        77 WS-X             PIC 99.
        77 WS-CAL-WORK      PIC S9(3).
        77 WS-CUR-MATCH     PIC 9(2).
        77 WS-PROP-MATCH    PIC 9(2).
        77 WS-B             PIC 9(2).
        77 WS-F             PIC 9(2).
        77 WS-T             PIC 9(2).
        77 WS-BR            PIC 9(2).
        77 WS-BR-MATCH      PIC 9(2).
        77 WS-MX            PIC 9(2).
        77 WS-CO            PIC 9(3).
        77 WS-CO-MATCH      PIC 9(3).
        77 WS-SN            PIC 9(3).
        77 WS-SN-MATCH      PIC 9(3).
        77 WS-TOP           PIC 9(2).
        77 WS-TOP-LIMIT     PIC 9(2) VALUE 10.
        77 WS-BEST          PIC 9(3).
        77 WS-BEST-MOVED    PIC 9(6).
        77 WS-READ-CNT      PIC 9(7) VALUE 0.
        77 WS-SKIP-CNT      PIC 9(7) VALUE 0.
        77 WS-MOVED-CNT     PIC 9(7) VALUE 0.
        77 WS-PCT           PIC 9(3).
        77 WS-REPLAY-DATE   PIC 9(8).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "THRSIMPM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".

*>  The two band tables, the ZADANIE1 boundary-band layout.
01  WS-CUR-TABLE.
    05  WS-CUR-COUNT        PIC 9(2) VALUE 0.
    05  WS-CUR-ENTRY OCCURS 10 TIMES.
        10  WS-CUR-LIMIT    PIC 9(9).
        10  WS-CUR-LABEL    PIC X(20).
01  WS-PROP-TABLE.
    05  WS-PROP-COUNT       PIC 9(2) VALUE 0.
    05  WS-PROP-ENTRY OCCURS 10 TIMES.
        10  WS-PROP-LIMIT   PIC 9(9).
        10  WS-PROP-LABEL   PIC X(20).

*>  Offsets in force on the replay date, the ZADANIE1 table.
01  WS-CAL-TABLE.
    05  WS-CAL-CNT          PIC 9(3) VALUE 0.
    05  WS-CAL-ENTRY OCCURS 200 TIMES.
        10  WS-CAL-ID       PIC X(10).
        10  WS-CAL-OFFSET   PIC S9(2).

*>  Branches in first-seen order, plus the matrix for each: current
*>  band down, proposed band across. Slot 21 is the whole day.
01  WS-BRANCH-TABLE.
    05  WS-BR-CNT           PIC 9(2) VALUE 0.
    05  WS-BR-ENTRY OCCURS 21 TIMES.
        10  WS-BR-CODE      PIC X(3).
        10  WS-BR-READS     PIC 9(7).
        10  WS-BR-MOVED     PIC 9(7).
        10  WS-MX-FROM OCCURS 10 TIMES.
            15  WS-MX-CELL  PIC 9(6) OCCURS 10 TIMES.

*>  Per-device reading and moved counts for the most-affected list.
01  WS-SENSOR-TABLE.
    05  WS-SENS-CNT         PIC 9(3) VALUE 0.
    05  WS-SENS-ENTRY OCCURS 200 TIMES.
        10  WS-SENS-ID      PIC X(10).
        10  WS-SENS-BRANCH  PIC X(3).
        10  WS-SENS-READS   PIC 9(6).
        10  WS-SENS-MOVED   PIC 9(6).
        10  WS-SENS-SHOWN-SW PIC X.
            88  WS-SENS-SHOWN       VALUE "Y".

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "THRESHOLD WHAT-IF SIMULATION".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-HEADER-2.
    05  FILLER              PIC X(13) VALUE "REPLAY DATE: ".
    05  H2-REPLAY-DATE      PIC 9999/99/99.
    05  FILLER              PIC X(13) VALUE "   READINGS: ".
    05  H2-READS            PIC Z,ZZZ,ZZ9.
    05  FILLER              PIC X(10) VALUE "   MOVED: ".
    05  H2-MOVED            PIC Z,ZZZ,ZZ9.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TITLE.
    05  RT-TITLE            PIC X(80).
01  WS-LEGEND-LINE.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  LG-TAG              PIC X.
    05  LG-NUM              PIC 99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  LG-LABEL            PIC X(20).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  LG-LIMIT-AREA.
        10  LG-LIMIT-WORD   PIC X(9).
        10  LG-LIMIT        PIC Z(8)9.
01  WS-MATRIX-TITLE.
    05  FILLER              PIC X(7) VALUE "BRANCH ".
    05  MT-BRANCH           PIC X(12).
    05  FILLER              PIC X(10) VALUE "READINGS: ".
    05  MT-READS            PIC Z,ZZZ,ZZ9.
    05  FILLER              PIC X(10) VALUE "   MOVED: ".
    05  MT-MOVED            PIC Z,ZZZ,ZZ9.
01  WS-MATRIX-HEAD.
    05  MH-LABEL            PIC X(18).
    05  MH-CELL OCCURS 10 TIMES.
        10  MH-TAG          PIC X(4).
        10  MH-NUM          PIC 99.
01  WS-MATRIX-ROW.
    05  MR-TAG              PIC X.
    05  MR-NUM              PIC 99.
    05  FILLER              PIC X VALUE SPACE.
    05  MR-LABEL            PIC X(14).
    05  MR-CELL             PIC ZZZZZ9 OCCURS 10 TIMES.
01  WS-TOP-COLHDR.
    05  FILLER              PIC X(12) VALUE "SENSOR".
    05  FILLER              PIC X(8)  VALUE "BRANCH".
    05  FILLER              PIC X(10) VALUE "READINGS".
    05  FILLER              PIC X(10) VALUE "MOVED".
    05  FILLER              PIC X(10) VALUE "PCT".
01  WS-TOP-DETAIL.
    05  TD-SENSOR           PIC X(12).
    05  TD-BRANCH           PIC X(8).
    05  TD-READS            PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE SPACES.
    05  TD-MOVED            PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE SPACES.
    05  TD-PCT              PIC ZZ9.
    05  FILLER              PIC X(1) VALUE "%".
01  WS-REPORT-SKIPPED.
    05  FILLER              PIC X(35) VALUE
        "READINGS SKIPPED, VALUE NOT NUMERIC".
    05  T-SKIPPED           PIC Z,ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-READ-CURRENT-BANDS.
    PERFORM A-READ-PROPOSED-BANDS.
    PERFORM A-LOAD-OFFSETS.
    PERFORM A-INIT-MATRIX.
    OPEN INPUT REPLAY-IN.
    IF WS-REPLAY-STATUS NOT = "00"
        STRING "SIMIN OPEN FAILED, STATUS " WS-REPLAY-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 6701 TO WS-ERR-RC
        CALL "ERRHAND" USING "THRSIM  " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    PERFORM UNTIL WS-EOF
        READ REPLAY-IN
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-REPLAY-READING
        END-READ
    END-PERFORM.
    CLOSE REPLAY-IN.
    PERFORM D-WRITE-REPORT.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "SIMULATED READINGS " WS-READ-CNT " MOVED "
        WS-MOVED-CNT DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN6701I" WS-MSG-TEXT.
    PERFORM A-RUN-COMPLETION.
    GOBACK.

A-RUN-HEADER.
*>  Tags this run's console output with a run-id and timestamp so
*>  several jobs' SYSOUT can still be told apart once bundled together.
*>  The sequence is only inquired ("Q"), never drawn: a daytime
*>  simulation must not leave tonight's real run looking like a
*>  rerun.
    CALL "BUSDATE" USING "G" BY CONTENT WS-RUN-ID
        BY REFERENCE WS-RUN-ID.
    CALL "RUNSEQ" USING "Q" WS-RUN-ID WS-RUN-SEQ.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "THRSIM RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "THRSIM  " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "THRSIM  " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "THRSIM  " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "THRSIM  " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  Optional card: columns 1-8 the business date the replayed
*>  readings belong to, which decides the calibration offsets in
*>  force. Blank or missing means today, the usual replay of
*>  today's TRANSCLN.
    MOVE WS-RUN-ID TO WS-REPLAY-DATE.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:8) IS NUMERIC
            MOVE WS-PARM-CARD(1:8) TO WS-REPLAY-DATE
        END-IF
    END-IF.

A-READ-CURRENT-BANDS.
*>  Same load and the same three-way fallback around threshold 5 as
*>  ZADANIE1's A-READ-BANDS, so "current" means exactly what
*>  tonight's classifier would use.
    MOVE "N" TO WS-BAND-EOF-SW.
    OPEN INPUT CURRENT-BANDS.
    IF WS-CUR-STATUS = "00"
        PERFORM UNTIL WS-BAND-EOF OR WS-CUR-COUNT = 10
            READ CURRENT-BANDS
                AT END
                    SET WS-BAND-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-CUR-COUNT
                    MOVE CB-LIMIT TO WS-CUR-LIMIT(WS-CUR-COUNT)
                    MOVE CB-LABEL TO WS-CUR-LABEL(WS-CUR-COUNT)
            END-READ
        END-PERFORM
        CLOSE CURRENT-BANDS
    END-IF.
    IF WS-CUR-COUNT = 0
        MOVE 3 TO WS-CUR-COUNT
        COMPUTE WS-CUR-LIMIT(1) = WS-THRESHOLD - 1
        MOVE "BELOW THRESHOLD"     TO WS-CUR-LABEL(1)
        MOVE WS-THRESHOLD          TO WS-CUR-LIMIT(2)
        MOVE "AT THRESHOLD"        TO WS-CUR-LABEL(2)
        MOVE 0                     TO WS-CUR-LIMIT(3)
        MOVE "ABOVE THRESHOLD"     TO WS-CUR-LABEL(3)
    END-IF.

A-READ-PROPOSED-BANDS.
*>  No proposal means nothing to simulate -- an abend, not a report
*>  comparing the table with itself.
    MOVE "N" TO WS-BAND-EOF-SW.
    OPEN INPUT PROPOSED-BANDS.
    IF WS-PROP-STATUS = "00"
        PERFORM UNTIL WS-BAND-EOF OR WS-PROP-COUNT = 10
            READ PROPOSED-BANDS
                AT END
                    SET WS-BAND-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-PROP-COUNT
                    MOVE PB-LIMIT TO WS-PROP-LIMIT(WS-PROP-COUNT)
                    MOVE PB-LABEL TO WS-PROP-LABEL(WS-PROP-COUNT)
            END-READ
        END-PERFORM
        CLOSE PROPOSED-BANDS
    END-IF.
    IF WS-PROP-COUNT = 0
        MOVE "THRPROP MISSING OR EMPTY -- NOTHING TO SIMULATE"
            TO WS-ERR-MSG
        MOVE 6702 TO WS-ERR-RC
        CALL "ERRHAND" USING "THRSIM  " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-LOAD-OFFSETS.
*>  The ZADANIE1 rule: for each device the last correction already
*>  effective on the replay date is the one in force.
    OPEN INPUT CAL-OFFSETS.
    IF WS-CAL-STATUS NOT = "00"
        DISPLAY "THRSIM: CALOFFS NOT PRESENT -- "
            "NO CALIBRATION OFFSETS APPLIED"
    ELSE
        PERFORM UNTIL WS-CAL-EOF
            READ CAL-OFFSETS
                AT END
                    SET WS-CAL-EOF TO TRUE
                NOT AT END
                    IF CO-EFF-DATE NOT > WS-REPLAY-DATE
                        PERFORM A-HOLD-OFFSET
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CAL-OFFSETS
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
    END-IF.

A-INIT-MATRIX.
    PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 21
        MOVE SPACES TO WS-BR-CODE(WS-MX)
        MOVE 0 TO WS-BR-READS(WS-MX)
        MOVE 0 TO WS-BR-MOVED(WS-MX)
        PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 10
            PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 10
                MOVE 0 TO WS-MX-CELL(WS-MX WS-F WS-T)
            END-PERFORM
        END-PERFORM
    END-PERFORM.

B-REPLAY-READING.
*>  A reading counts as moved when its verdict label changes -- the
*>  label is what EODSUM counts and IDXTRACT carries, so a band
*>  merely renumbered under the same name moves nothing downstream.
    IF RP-X-N IS NOT NUMERIC
        ADD 1 TO WS-SKIP-CNT
    ELSE
        ADD 1 TO WS-READ-CNT
        MOVE RP-X-N TO WS-X
        PERFORM B-APPLY-CALIBRATION
        PERFORM B-BAND-CURRENT
        PERFORM B-BAND-PROPOSED
        PERFORM B-FIND-BRANCH
        PERFORM B-FIND-SENSOR
        MOVE 21 TO WS-MX
        PERFORM B-COUNT-CELL
        IF WS-BR-MATCH > 0
            MOVE WS-BR-MATCH TO WS-MX
            PERFORM B-COUNT-CELL
        END-IF
        IF WS-SN-MATCH > 0
            ADD 1 TO WS-SENS-READS(WS-SN-MATCH)
        END-IF
        IF WS-CUR-LABEL(WS-CUR-MATCH)
                NOT = WS-PROP-LABEL(WS-PROP-MATCH)
            ADD 1 TO WS-MOVED-CNT
            ADD 1 TO WS-BR-MOVED(21)
            IF WS-BR-MATCH > 0
                ADD 1 TO WS-BR-MOVED(WS-BR-MATCH)
            END-IF
            IF WS-SN-MATCH > 0
                ADD 1 TO WS-SENS-MOVED(WS-SN-MATCH)
            END-IF
        END-IF
    END-IF.

B-APPLY-CALIBRATION.
*>  The ZADANIE1 correction, held inside the two-digit scale.
    MOVE 0 TO WS-CO-MATCH.
    PERFORM VARYING WS-CO FROM 1 BY 1 UNTIL WS-CO > WS-CAL-CNT
        IF WS-CAL-ID(WS-CO) = RP-SENSOR-ID
            MOVE WS-CO TO WS-CO-MATCH
        END-IF
    END-PERFORM.
    IF WS-CO-MATCH > 0
        COMPUTE WS-CAL-WORK = WS-X + WS-CAL-OFFSET(WS-CO-MATCH)
        IF WS-CAL-WORK < 0
            MOVE 0 TO WS-CAL-WORK
        END-IF
        IF WS-CAL-WORK > 99
            MOVE 99 TO WS-CAL-WORK
        END-IF
        MOVE WS-CAL-WORK TO WS-X
    END-IF.

B-BAND-CURRENT.
*>  First band whose limit covers the value wins; the last band is
*>  the untested catch-all -- B-CLASSIFY's walk, table by table.
    MOVE WS-CUR-COUNT TO WS-CUR-MATCH.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-CUR-COUNT - 1
        IF WS-X <= WS-CUR-LIMIT(WS-B)
            MOVE WS-B TO WS-CUR-MATCH
            MOVE WS-CUR-COUNT TO WS-B
        END-IF
    END-PERFORM.

B-BAND-PROPOSED.
    MOVE WS-PROP-COUNT TO WS-PROP-MATCH.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-PROP-COUNT - 1
        IF WS-X <= WS-PROP-LIMIT(WS-B)
            MOVE WS-B TO WS-PROP-MATCH
            MOVE WS-PROP-COUNT TO WS-B
        END-IF
    END-PERFORM.

B-FIND-BRANCH.
*>  Branches beyond the twentieth still count in the whole-day
*>  matrix, just without a section of their own.
    MOVE 0 TO WS-BR-MATCH.
    PERFORM VARYING WS-BR FROM 1 BY 1 UNTIL WS-BR > WS-BR-CNT
        IF WS-BR-CODE(WS-BR) = RP-BRANCH
            MOVE WS-BR TO WS-BR-MATCH
        END-IF
    END-PERFORM.
    IF WS-BR-MATCH = 0 AND WS-BR-CNT < 20
        ADD 1 TO WS-BR-CNT
        MOVE WS-BR-CNT TO WS-BR-MATCH
        MOVE RP-BRANCH TO WS-BR-CODE(WS-BR-MATCH)
    END-IF.

B-FIND-SENSOR.
    MOVE 0 TO WS-SN-MATCH.
    PERFORM VARYING WS-SN FROM 1 BY 1 UNTIL WS-SN > WS-SENS-CNT
        IF WS-SENS-ID(WS-SN) = RP-SENSOR-ID
            MOVE WS-SN TO WS-SN-MATCH
        END-IF
    END-PERFORM.
    IF WS-SN-MATCH = 0 AND WS-SENS-CNT < 200
        ADD 1 TO WS-SENS-CNT
        MOVE WS-SENS-CNT TO WS-SN-MATCH
        MOVE RP-SENSOR-ID TO WS-SENS-ID(WS-SN-MATCH)
        MOVE RP-BRANCH TO WS-SENS-BRANCH(WS-SN-MATCH)
        MOVE 0 TO WS-SENS-READS(WS-SN-MATCH)
        MOVE 0 TO WS-SENS-MOVED(WS-SN-MATCH)
        MOVE "N" TO WS-SENS-SHOWN-SW(WS-SN-MATCH)
    END-IF.

B-COUNT-CELL.
    ADD 1 TO WS-BR-READS(WS-MX).
    ADD 1 TO WS-MX-CELL(WS-MX WS-CUR-MATCH WS-PROP-MATCH).

D-WRITE-REPORT.
*>  The two tables side by side first, so the band numbers in the
*>  matrices can be read; then the whole day, then each branch, then
*>  the most-affected devices.
    OPEN OUTPUT SIM-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE SIM-LINE FROM WS-REPORT-HEADER-1.
    MOVE WS-REPLAY-DATE TO H2-REPLAY-DATE.
    MOVE WS-READ-CNT TO H2-READS.
    MOVE WS-MOVED-CNT TO H2-MOVED.
    WRITE SIM-LINE FROM WS-REPORT-HEADER-2.
    WRITE SIM-LINE FROM WS-REPORT-BLANK.
    PERFORM D-WRITE-LEGEND.
    MOVE 21 TO WS-MX.
    MOVE "ALL" TO WS-BR-CODE(21).
    PERFORM D-WRITE-MATRIX.
    PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-BR-CNT
        PERFORM D-WRITE-MATRIX
    END-PERFORM.
    PERFORM D-WRITE-TOP-SENSORS.
    IF WS-SKIP-CNT > 0
        MOVE WS-SKIP-CNT TO T-SKIPPED
        WRITE SIM-LINE FROM WS-REPORT-SKIPPED
    END-IF.
    CLOSE SIM-RPT.

D-WRITE-LEGEND.
    MOVE "CURRENT BAND TABLE (THRESHLD)" TO RT-TITLE.
    WRITE SIM-LINE FROM WS-REPORT-TITLE.
    MOVE "C" TO LG-TAG.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-CUR-COUNT
        MOVE WS-B TO LG-NUM
        MOVE WS-CUR-LABEL(WS-B) TO LG-LABEL
        IF WS-B = WS-CUR-COUNT
            MOVE "ALL ABOVE" TO LG-LIMIT-AREA
        ELSE
            MOVE "UP TO    " TO LG-LIMIT-WORD
            MOVE WS-CUR-LIMIT(WS-B) TO LG-LIMIT
        END-IF
        WRITE SIM-LINE FROM WS-LEGEND-LINE
    END-PERFORM.
    MOVE "PROPOSED BAND TABLE (THRPROP)" TO RT-TITLE.
    WRITE SIM-LINE FROM WS-REPORT-TITLE.
    MOVE "P" TO LG-TAG.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-PROP-COUNT
        MOVE WS-B TO LG-NUM
        MOVE WS-PROP-LABEL(WS-B) TO LG-LABEL
        IF WS-B = WS-PROP-COUNT
            MOVE "ALL ABOVE" TO LG-LIMIT-AREA
        ELSE
            MOVE "UP TO    " TO LG-LIMIT-WORD
            MOVE WS-PROP-LIMIT(WS-B) TO LG-LIMIT
        END-IF
        WRITE SIM-LINE FROM WS-LEGEND-LINE
    END-PERFORM.
    WRITE SIM-LINE FROM WS-REPORT-BLANK.

D-WRITE-MATRIX.
*>  Current band down the side, proposed band across the top. The
*>  diagonal of a same-labelled pair is the readings that stay put.
    MOVE WS-BR-CODE(WS-MX) TO MT-BRANCH.
    MOVE WS-BR-READS(WS-MX) TO MT-READS.
    MOVE WS-BR-MOVED(WS-MX) TO MT-MOVED.
    WRITE SIM-LINE FROM WS-MATRIX-TITLE.
    MOVE SPACES TO WS-MATRIX-HEAD.
    MOVE "CURRENT / PROPOSED" TO MH-LABEL.
    PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-PROP-COUNT
        MOVE "   P" TO MH-TAG(WS-T)
        MOVE WS-T TO MH-NUM(WS-T)
    END-PERFORM.
    WRITE SIM-LINE FROM WS-MATRIX-HEAD.
    PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-CUR-COUNT
        MOVE SPACES TO WS-MATRIX-ROW
        MOVE "C" TO MR-TAG
        MOVE WS-F TO MR-NUM
        MOVE WS-CUR-LABEL(WS-F) TO MR-LABEL
        PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-PROP-COUNT
            MOVE WS-MX-CELL(WS-MX WS-F WS-T) TO MR-CELL(WS-T)
        END-PERFORM
        WRITE SIM-LINE FROM WS-MATRIX-ROW
    END-PERFORM.
    WRITE SIM-LINE FROM WS-REPORT-BLANK.

D-WRITE-TOP-SENSORS.
*>  Highest moved count first, up to the list limit; a device none
*>  of whose readings moved is not listed at all.
    MOVE "SENSORS MOST AFFECTED" TO RT-TITLE.
    WRITE SIM-LINE FROM WS-REPORT-TITLE.
    WRITE SIM-LINE FROM WS-TOP-COLHDR.
    PERFORM VARYING WS-TOP FROM 1 BY 1 UNTIL WS-TOP > WS-TOP-LIMIT
        PERFORM D-FIND-NEXT-TOP
        IF WS-BEST = 0
            MOVE WS-TOP-LIMIT TO WS-TOP
        ELSE
            PERFORM D-WRITE-TOP-LINE
        END-IF
    END-PERFORM.
    IF WS-MOVED-CNT = 0
        MOVE "NO READING CHANGES BAND UNDER THE PROPOSED TABLE"
            TO RT-TITLE
        WRITE SIM-LINE FROM WS-REPORT-TITLE
    END-IF.
    WRITE SIM-LINE FROM WS-REPORT-BLANK.

D-FIND-NEXT-TOP.
    MOVE 0 TO WS-BEST.
    MOVE 0 TO WS-BEST-MOVED.
    PERFORM VARYING WS-SN FROM 1 BY 1 UNTIL WS-SN > WS-SENS-CNT
        IF NOT WS-SENS-SHOWN(WS-SN)
                AND WS-SENS-MOVED(WS-SN) > WS-BEST-MOVED
            MOVE WS-SN TO WS-BEST
            MOVE WS-SENS-MOVED(WS-SN) TO WS-BEST-MOVED
        END-IF
    END-PERFORM.

D-WRITE-TOP-LINE.
    SET WS-SENS-SHOWN(WS-BEST) TO TRUE.
    MOVE WS-SENS-ID(WS-BEST) TO TD-SENSOR.
    MOVE WS-SENS-BRANCH(WS-BEST) TO TD-BRANCH.
    MOVE WS-SENS-READS(WS-BEST) TO TD-READS.
    MOVE WS-SENS-MOVED(WS-BEST) TO TD-MOVED.
    COMPUTE WS-PCT ROUNDED =
        WS-SENS-MOVED(WS-BEST) * 100 / WS-SENS-READS(WS-BEST).
    MOVE WS-PCT TO TD-PCT.
    WRITE SIM-LINE FROM WS-TOP-DETAIL.
