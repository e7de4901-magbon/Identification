*> Sensor master maintenance. SENSMAST is read by ZADANIE1, FRONTEDT,
*> RECYCLE and SILENTSR but had no maintainer of its own -- every new
*> device, retirement or SEN-MIN/SEN-MAX change was a hand edit of a
*> flat file, and a mistyped range silently turned good readings into
*> SENSREJ rejects the next night. This step applies a file of
*> maintenance cards the way NMMAINT does for the Number Master:
*> add, range change, relocate, retire and reinstate. A card naming a
*> branch that is not active on BRCHMAST, or a range whose minimum
*> sits above its maximum, is rejected; a device with readings still
*> held on the TRANSQUA quarantine cannot be retired until they are
*> released or expired. Every card, applied or rejected, goes onto
*> the printed register with its disposition, and an applied change
*> prints the before-image underneath it. The same cards set a
*> device's calibration offset on CALOFFS -- a signed correction
*> from an effective date, which ZADANIE1 applies to the device's
*> readings before they are banded. A swap card records a device
*> replaced in the field: the old unit is retired, the new one joins
*> the master in its place (same branch, location and range), any
*> work order still open against the old unit is closed as fixed by
*> the swap, and the old-to-new link goes onto the SENSREPL register
*> so SENSHIST, SILENTSR and ZADANIE1 carry the old device's history
*> on under the new id.
IDENTIFICATION DIVISION.
PROGRAM-ID. SENSMNT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SENS-TRANS ASSIGN TO "SENSTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
*>  The master stays a flat file for its readers -- it is loaded
*>  whole, maintained in storage and written back whole at the end,
*>  the RUNSEQ control-file precedent, so a run that abends part
*>  way leaves the old master untouched.
    SELECT SENSOR-MASTER ASSIGN TO "SENSMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SENS-STATUS.
    SELECT BRANCH-MASTER ASSIGN TO "BRCHMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRM-STATUS.
*>  Readings FRONTEDT is holding for a future date, keyed sensor +
*>  timestamp -- read-only here, browsed by sensor prefix to decide
*>  whether a retirement would strand held readings.
    SELECT QUARANTINE-FILE ASSIGN TO "TRANSQUA"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS QUAR-KEY
        FILE STATUS IS WS-QUAR-STATUS.
*>  The replacement register: one record per swap, old id to new
*>  id with the date the new unit went in. Loaded whole and written
*>  back whole like the master itself.
    SELECT REPLACEMENTS ASSIGN TO "SENSREPL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPL-STATUS.
*>  Field work orders, keyed sensor + problem -- a swap closes the
*>  old unit's open orders. Read and rewritten only, never created:
*>  with no order file there is nothing to close.
    SELECT WORK-ORDERS ASSIGN TO "WORKORD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WO-KEY
        FILE STATUS IS WS-WO-STATUS.
*>  Calibration offsets, keyed sensor + effective date. Created on
*>  first use, the control-file precedent.
    SELECT CAL-OFFSETS ASSIGN TO "CALOFFS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CO-KEY
        FILE STATUS IS WS-CAL-STATUS.
    SELECT REGISTER-OUT ASSIGN TO "SENSMREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  SENS-TRANS
    RECORDING MODE IS F.
01  SMT-REC.
    05  SMT-ACTION          PIC X.
        88  SMT-ADD                 VALUE "A".
        88  SMT-RANGE               VALUE "R".
        88  SMT-RELOCATE            VALUE "L".
        88  SMT-RETIRE              VALUE "X".
        88  SMT-REINSTATE           VALUE "I".
        88  SMT-OFFSET              VALUE "O".
        88  SMT-SWAP                VALUE "S".
    05  SMT-ID              PIC X(10).
    05  SMT-DETAIL.
*>  Branch and location are used by add and relocate; on a relocate
*>  card a blank field means "leave it alone", the NMMAINT change-card
*>  convention.
        10  SMT-BRANCH      PIC X(3).
        10  SMT-LOCATION    PIC X(20).
*>  Range columns, used by add and range change.
        10  SMT-MIN         PIC X(2).
        10  SMT-MAX         PIC X(2).
*>  The offset card's own columns: sign and two digits ("-03", "+02",
*>  "+00" to stop correcting), the date it takes effect (blank for
*>  the run date) and a free-text reason for the register.
    05  SMT-CAL-DETAIL REDEFINES SMT-DETAIL.
        10  SMT-CAL-SIGN    PIC X.
        10  SMT-CAL-DIGITS  PIC X(2).
        10  SMT-CAL-EFF     PIC X(8).
        10  SMT-CAL-REASON  PIC X(16).
*>  The swap card's columns: the replacement unit's id and the date
*>  it went in (blank for the run date). SMT-ID is the unit taken out.
    05  SMT-SWAP-DETAIL REDEFINES SMT-DETAIL.
        10  SMT-SWAP-NEW    PIC X(10).
        10  SMT-SWAP-DATE   PIC X(8).
        10  FILLER          PIC X(9).
FD  SENSOR-MASTER
    RECORDING MODE IS F.
01  SENS-REC.
    05  SEN-ID              PIC X(10).
    05  SEN-SEP1            PIC X.
    05  SEN-BRANCH          PIC X(3).
    05  SEN-SEP2            PIC X.
    05  SEN-LOCATION        PIC X(20).
    05  SEN-SEP3            PIC X.
    05  SEN-MIN             PIC 9(2).
    05  SEN-SEP4            PIC X.
    05  SEN-MAX             PIC 9(2).
    05  SEN-SEP5            PIC X.
    05  SEN-FLAG            PIC X.
        88  SEN-ACTIVE              VALUE "A".
        88  SEN-RETIRED             VALUE "R".
FD  BRANCH-MASTER
    RECORDING MODE IS F.
01  BRM-REC.
    05  BRM-CODE            PIC X(3).
    05  BRM-SEP1            PIC X.
    05  BRM-NAME            PIC X(20).
    05  BRM-SEP2            PIC X.
    05  BRM-REGION          PIC X(3).
    05  BRM-SEP3            PIC X.
    05  BRM-FLAG            PIC X.
        88  BRM-ACTIVE              VALUE "A".
FD  QUARANTINE-FILE.
01  QUAR-REC.
    05  QUAR-KEY.
        10  QUAR-SENSOR     PIC X(10).
        10  QUAR-TIMESTAMP  PIC 9(8).
    05  QUAR-BRANCH         PIC X(3).
    05  QUAR-VALUE          PIC XX.
    05  QUAR-HELD-DATE      PIC 9(8).
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
FD  WORK-ORDERS.
01  WO-REC.
    05  WO-KEY.
        10  WO-SENSOR       PIC X(10).
        10  WO-PROBLEM      PIC X.
    05  WO-STATUS           PIC X.
        88  WO-OPEN                 VALUE "O".
    05  WO-OPENED-DATE      PIC 9(8).
    05  WO-OPENED-BY        PIC X(8).
    05  WO-LAST-SEEN        PIC 9(8).
    05  WO-DETAIL           PIC X(30).
    05  WO-REOPEN-CNT       PIC 9(3).
    05  WO-ENGINEER         PIC X(8).
    05  WO-FIX-DATE         PIC 9(8).
    05  WO-CAL-SW           PIC X.
    05  WO-NEW-OFFSET       PIC S9(2) SIGN LEADING SEPARATE.
    05  WO-CLOSED-DATE      PIC 9(8).
    05  WO-FIX-NOTE         PIC X(20).
FD  CAL-OFFSETS.
01  CO-REC.
    05  CO-KEY.
        10  CO-SENSOR       PIC X(10).
        10  CO-EFF-DATE     PIC 9(8).
    05  CO-OFFSET           PIC S9(2) SIGN LEADING SEPARATE.
    05  CO-SET-DATE         PIC 9(8).
    05  CO-SET-BY           PIC X(8).
    05  CO-REASON           PIC X(16).
FD  REGISTER-OUT
    RECORDING MODE IS F.
01  REGISTER-LINE           PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-TRANS-STATUS  PIC XX.
        77 WS-SENS-STATUS   PIC XX.
        77 WS-BRM-STATUS    PIC XX.
        77 WS-QUAR-STATUS   PIC XX.
        77 WS-REG-STATUS    PIC XX.
        77 WS-CAL-STATUS    PIC XX.
        77 WS-RPL-STATUS    PIC XX.
        77 WS-RPL-EOF-SW    PIC X VALUE "N".
            88 WS-RPL-EOF           VALUE "Y".
        77 WS-WO-STATUS     PIC XX.
        77 WS-WO-OPEN-SW    PIC X VALUE "N".
            88 WS-WO-FILE-OPEN      VALUE "Y".
        77 WS-RP            PIC 9(3).
        77 WS-NEW-MATCH     PIC 9(3).
        77 WS-SWAP-EFF      PIC 9(8).
        77 WS-SWAP-CNT      PIC 9(6) VALUE 0.
        77 WS-WO-CLOSED-CNT PIC 9(6) VALUE 0.
        77 WS-CAL-EOF-SW    PIC X.
            88 WS-CAL-EOF           VALUE "Y".
        77 WS-CARD-OFFSET   PIC S9(2).
        77 WS-CARD-EFF      PIC 9(8).
        77 WS-OLD-OFFSET    PIC S9(2).
        77 WS-OLD-EFF       PIC 9(8).
        77 WS-OFFSET-CNT    PIC 9(6) VALUE 0.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-SENS-EOF-SW   PIC X VALUE "N".
            88 WS-SENS-EOF          VALUE "Y".
        77 WS-BRM-EOF-SW    PIC X VALUE "N".
            88 WS-BRM-EOF           VALUE "Y".
        77 WS-QUAR-OPEN-SW  PIC X VALUE "N".
            88 WS-QUAR-OPEN         VALUE "Y".
        77 WS-HELD-SW       PIC X.
            88 WS-READINGS-HELD     VALUE "Y".
        77 WS-SN            PIC 9(3).
        77 WS-SN-MATCH      PIC 9(3).
        77 WS-BV            PIC 9(2).
        77 WS-BV-MATCH      PIC 9(2).
        77 WS-APPLIED-CNT   PIC 9(6) VALUE 0.
        77 WS-REJECTED-CNT  PIC 9(6) VALUE 0.
        77 WS-ADD-CNT       PIC 9(6) VALUE 0.
        77 WS-RANGE-CNT     PIC 9(6) VALUE 0.
        77 WS-RELOC-CNT     PIC 9(6) VALUE 0.
        77 WS-RETIRE-CNT    PIC 9(6) VALUE 0.
        77 WS-REINST-CNT    PIC 9(6) VALUE 0.
        77 WS-REJECT-REASON PIC X(28).
        77 WS-CARD-MIN      PIC 9(2).
        77 WS-CARD-MAX      PIC 9(2).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

*>  Per-function authority replies, looked up once on first use --
*>  the NMMAINT precedent: a userid may be allowed to re-range a
*>  device without being allowed to retire one.
01  WS-FUNC-AUTH.
    05  WS-AUTH-ADD-REPLY   PIC X VALUE SPACE.
    05  WS-AUTH-RNG-REPLY   PIC X VALUE SPACE.
    05  WS-AUTH-LOC-REPLY   PIC X VALUE SPACE.
    05  WS-AUTH-RET-REPLY   PIC X VALUE SPACE.
    05  WS-AUTH-RIN-REPLY   PIC X VALUE SPACE.
    05  WS-AUTH-OFS-REPLY   PIC X VALUE SPACE.
    05  WS-AUTH-SWP-REPLY   PIC X VALUE SPACE.
    05  WS-AUTH-THIS-REPLY  PIC X.

*>  The whole master in storage, the ZADANIE1 sensor-table size. A
*>  master that does not fit is refused outright rather than
*>  written back short.
01  WS-SENSOR-TABLE.
    05  WS-SENS-CNT         PIC 9(3) VALUE 0.
    05  WS-SENS-ENTRY OCCURS 200 TIMES.
        10  WS-SENS-ID      PIC X(10).
        10  WS-SENS-BRANCH  PIC X(3).
        10  WS-SENS-LOC     PIC X(20).
        10  WS-SENS-MIN     PIC 9(2).
        10  WS-SENS-MAX     PIC 9(2).
        10  WS-SENS-FLAG    PIC X.

*>  The replacement register in storage, appended to by swap cards.
01  WS-REPL-TABLE.
    05  WS-RPL-CNT          PIC 9(3) VALUE 0.
    05  WS-RPL-ENTRY OCCURS 200 TIMES.
        10  WS-RPL-OLD      PIC X(10).
        10  WS-RPL-NEW      PIC X(10).
        10  WS-RPL-SWAP     PIC 9(8).
        10  WS-RPL-SET      PIC 9(8).
        10  WS-RPL-BRANCH   PIC X(3).

*>  Active branches only -- a device cannot be placed in, or
*>  reinstated into, a closed branch.
01  WS-BRANCH-ROSTER.
    05  WS-BRM-CNT          PIC 9(2) VALUE 0.
    05  WS-BRM-CODE         PIC X(3) OCCURS 20 TIMES.

*>  Range columns tested as numbers without a data exception, the
*>  FRONTEDT signed-display test-field precedent.
01  WS-TEST-2.
    05  WS-TEST-2-X         PIC XX.
    05  WS-TEST-2-N REDEFINES WS-TEST-2-X  PIC 99.
01  WS-TEST-8.
    05  WS-TEST-8-X         PIC X(8).
    05  WS-TEST-8-N REDEFINES WS-TEST-8-X  PIC 9(8).

*>  Register text for an offset card: the correction now set, and
*>  the one that was in force before it.
01  WS-OFFSET-TEXT.
    05  FILLER              PIC X(7) VALUE "OFFSET ".
    05  OT-OFFSET           PIC +99.
    05  OT-WORD             PIC X(6) VALUE " FROM ".
    05  OT-EFF              PIC 9999/99/99.
01  WS-NO-OFFSET-TEXT       PIC X(28) VALUE "NO OFFSET IN FORCE".

*>  Register text for a swap card: the unit taken out names its
*>  replacement, the unit put in names its swap date.
01  WS-SWAP-OUT-TEXT.
    05  FILLER              PIC X(12) VALUE "REPLACED BY ".
    05  SO-NEW              PIC X(10).
01  WS-SWAP-IN-TEXT.
    05  FILLER              PIC X(11) VALUE "SWAPPED IN ".
    05  SI-DATE             PIC 9999/99/99.
01  WS-WO-SWAP-NOTE.
    05  FILLER              PIC X(8) VALUE "SWAPPED ".
    05  WN-NEW              PIC X(10).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "SENSOR MASTER MAINT REGISTER".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(8)  VALUE "ACTION".
    05  FILLER              PIC X(12) VALUE "SENSOR".
    05  FILLER              PIC X(6)  VALUE "BRCH".
    05  FILLER              PIC X(8)  VALUE "RANGE".
    05  FILLER              PIC X(2)  VALUE "F".
    05  FILLER              PIC X(10) VALUE "RESULT".
    05  FILLER              PIC X(28) VALUE "REASON / LOCATION".
01  WS-REPORT-DETAIL.
    05  D-ACTION            PIC X(8).
    05  D-SENSOR            PIC X(12).
    05  D-BRANCH            PIC X(6).
    05  D-MIN               PIC X(2).
    05  D-RANGE-SEP         PIC X(1).
    05  D-MAX               PIC X(2).
    05  FILLER              PIC X(3) VALUE SPACES.
    05  D-FLAG              PIC X(2).
    05  D-RESULT            PIC X(10).
    05  D-REASON            PIC X(28).
01  WS-BEFORE-LINE          PIC X(80).
01  WS-REPORT-TOTALS.
    05  FILLER              PIC X(20) VALUE "APPLIED / REJECTED".
    05  T-APPLIED           PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-REJECTED          PIC ZZZ,ZZ9.
01  WS-REPORT-ACTIONS.
    05  FILLER              PIC X(24) VALUE
        "ADD/RNG/LOC/RET/RIN/OFS".
    05  T-ADDS              PIC ZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-RANGES            PIC ZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-RELOCS            PIC ZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-RETIRES           PIC ZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-REINSTS           PIC ZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-OFFSETS           PIC ZZ,ZZ9.
01  WS-REPORT-SWAPS.
    05  FILLER              PIC X(24) VALUE
        "SWAPPED / ORDERS CLOSED".
    05  T-SWAPS             PIC ZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-WO-CLOSED         PIC ZZ,ZZ9.
01  WS-REPORT-MASTER.
    05  FILLER              PIC X(20) VALUE "SENSORS ON MASTER".
    05  T-MASTER            PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-LOAD-SENSORS.
    PERFORM A-LOAD-BRANCHES.
    PERFORM A-LOAD-REPLACEMENTS.
    PERFORM A-OPEN-FILES.

    PERFORM UNTIL WS-EOF
        READ SENS-TRANS
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-APPLY-TRANS
        END-READ
    END-PERFORM.

    CLOSE SENS-TRANS.
    IF WS-QUAR-OPEN
        CLOSE QUARANTINE-FILE
    END-IF.
    CLOSE CAL-OFFSETS.
    IF WS-WO-FILE-OPEN
        CLOSE WORK-ORDERS
    END-IF.
*>  Offset cards change CALOFFS, not the master -- a run of nothing
*>  but offsets leaves SENSMAST as it was.
    IF WS-APPLIED-CNT > WS-OFFSET-CNT
        PERFORM C-REWRITE-MASTER
    END-IF.
    IF WS-SWAP-CNT > 0
        PERFORM C-REWRITE-REPLACEMENTS
    END-IF.
    PERFORM C-WRITE-TOTALS.
    CLOSE REGISTER-OUT.
    DISPLAY "SENSOR MAINT APPLIED  : " WS-APPLIED-CNT.
    DISPLAY "SENSOR MAINT REJECTED : " WS-REJECTED-CNT.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "SENSOR MAINT APPLIED " WS-APPLIED-CNT
        " REJECTED " WS-REJECTED-CNT
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN6401I" WS-MSG-TEXT.
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
    STRING "SENSMNT RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "SENSMNT " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "SENSMNT " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "SENSMNT " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "SENSMNT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-LOAD-SENSORS.
*>  A missing master is an initial load -- every card must then be
*>  an add. A master too big for the table is an abend: writing it
*>  back would silently drop the devices that did not fit.
    OPEN INPUT SENSOR-MASTER.
    IF WS-SENS-STATUS = "00"
        PERFORM UNTIL WS-SENS-EOF
            READ SENSOR-MASTER
                AT END
                    SET WS-SENS-EOF TO TRUE
                NOT AT END
                    IF WS-SENS-CNT = 200
                        MOVE "SENSMAST EXCEEDS 200 DEVICES"
                            TO WS-ERR-MSG
                        MOVE 6401 TO WS-ERR-RC
                        CALL "ERRHAND" USING "SENSMNT " WS-ERR-MSG
                            "A" WS-ERR-RC
                    END-IF
                    ADD 1 TO WS-SENS-CNT
                    MOVE SEN-ID TO WS-SENS-ID(WS-SENS-CNT)
                    MOVE SEN-BRANCH TO WS-SENS-BRANCH(WS-SENS-CNT)
                    MOVE SEN-LOCATION TO WS-SENS-LOC(WS-SENS-CNT)
                    MOVE SEN-MIN TO WS-SENS-MIN(WS-SENS-CNT)
                    MOVE SEN-MAX TO WS-SENS-MAX(WS-SENS-CNT)
                    MOVE SEN-FLAG TO WS-SENS-FLAG(WS-SENS-CNT)
            END-READ
        END-PERFORM
        CLOSE SENSOR-MASTER
    ELSE
        DISPLAY "SENSMNT: SENSMAST NOT PRESENT -- INITIAL LOAD"
    END-IF.

A-LOAD-BRANCHES.
*>  Same roster, same stand-up convention, as the front door's own
*>  load: no branch master means no branch edit.
    OPEN INPUT BRANCH-MASTER.
    IF WS-BRM-STATUS = "00"
        PERFORM UNTIL WS-BRM-EOF OR WS-BRM-CNT = 20
            READ BRANCH-MASTER
                AT END
                    SET WS-BRM-EOF TO TRUE
                NOT AT END
                    IF BRM-ACTIVE
                        ADD 1 TO WS-BRM-CNT
                        MOVE BRM-CODE TO WS-BRM-CODE(WS-BRM-CNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BRANCH-MASTER
    ELSE
        DISPLAY "SENSMNT: BRCHMAST NOT PRESENT -- "
            "BRANCH EDIT OFF"
    END-IF.

A-LOAD-REPLACEMENTS.
*>  No register yet just means no device has ever been swapped. A
*>  register too big for the table is refused the way the master is.
    OPEN INPUT REPLACEMENTS.
    IF WS-RPL-STATUS = "00"
        PERFORM UNTIL WS-RPL-EOF
            READ REPLACEMENTS
                AT END
                    SET WS-RPL-EOF TO TRUE
                NOT AT END
                    IF WS-RPL-CNT = 200
                        MOVE "SENSREPL EXCEEDS 200 SWAPS"
                            TO WS-ERR-MSG
                        MOVE 6405 TO WS-ERR-RC
                        CALL "ERRHAND" USING "SENSMNT " WS-ERR-MSG
                            "A" WS-ERR-RC
                    END-IF
                    ADD 1 TO WS-RPL-CNT
                    MOVE RPL-OLD TO WS-RPL-OLD(WS-RPL-CNT)
                    MOVE RPL-NEW TO WS-RPL-NEW(WS-RPL-CNT)
                    MOVE RPL-SWAP-DATE TO WS-RPL-SWAP(WS-RPL-CNT)
                    MOVE RPL-SET-DATE TO WS-RPL-SET(WS-RPL-CNT)
                    MOVE RPL-BRANCH TO WS-RPL-BRANCH(WS-RPL-CNT)
            END-READ
        END-PERFORM
        CLOSE REPLACEMENTS
    END-IF.

A-OPEN-FILES.
    OPEN INPUT SENS-TRANS.
    IF WS-TRANS-STATUS NOT = "00"
        STRING "SENSTRAN OPEN FAILED, STATUS " WS-TRANS-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 6402 TO WS-ERR-RC
        CALL "ERRHAND" USING "SENSMNT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
*>  A missing quarantine just means nothing was ever held -- the
*>  QUARREL tolerate-missing-file precedent.
    OPEN INPUT QUARANTINE-FILE.
    IF WS-QUAR-STATUS = "00"
        SET WS-QUAR-OPEN TO TRUE
    ELSE
        DISPLAY "SENSMNT: TRANSQUA NOT PRESENT -- NOTHING HELD"
    END-IF.
    OPEN I-O CAL-OFFSETS.
    IF WS-CAL-STATUS = "35"
        OPEN OUTPUT CAL-OFFSETS
        CLOSE CAL-OFFSETS
        OPEN I-O CAL-OFFSETS
    END-IF.
    IF WS-CAL-STATUS NOT = "00"
        STRING "CALOFFS OPEN FAILED, STATUS " WS-CAL-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 6404 TO WS-ERR-RC
        CALL "ERRHAND" USING "SENSMNT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN I-O WORK-ORDERS.
    IF WS-WO-STATUS = "00"
        SET WS-WO-FILE-OPEN TO TRUE
    ELSE
        DISPLAY "SENSMNT: WORKORD NOT PRESENT -- NO ORDERS TO CLOSE"
    END-IF.
    OPEN OUTPUT REGISTER-OUT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE REGISTER-LINE FROM WS-REPORT-HEADER-1.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    WRITE REGISTER-LINE FROM WS-REPORT-COLHDR.

B-APPLY-TRANS.
*>  Every card gets exactly one register line -- applied or rejected
*>  with a reason -- so the register is a complete account of the
*>  day's maintenance. Authority first, then the card's own edits,
*>  then the change against the table.
    MOVE SPACES TO WS-REJECT-REASON.
    PERFORM B-FIND-SENSOR.
    PERFORM B-CHECK-FUNC-AUTHORITY.
    IF WS-AUTH-THIS-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED" TO WS-REJECT-REASON
    ELSE
        EVALUATE TRUE
            WHEN SMT-ADD
                PERFORM B-EDIT-ADD
            WHEN SMT-RANGE
                PERFORM B-EDIT-RANGE
            WHEN SMT-RELOCATE
                PERFORM B-EDIT-RELOCATE
            WHEN SMT-RETIRE
                PERFORM B-EDIT-RETIRE
            WHEN SMT-REINSTATE
                PERFORM B-EDIT-REINSTATE
            WHEN SMT-OFFSET
                PERFORM B-EDIT-OFFSET
            WHEN SMT-SWAP
                PERFORM B-EDIT-SWAP
            WHEN OTHER
                MOVE "ACTION NOT A/R/L/X/I/O/S" TO WS-REJECT-REASON
        END-EVALUATE
    END-IF.
    IF WS-REJECT-REASON = SPACES
        PERFORM B-REGISTER-APPLIED
    ELSE
        PERFORM B-REGISTER-REJECT
    END-IF.

B-FIND-SENSOR.
    MOVE 0 TO WS-SN-MATCH.
    PERFORM VARYING WS-SN FROM 1 BY 1 UNTIL WS-SN > WS-SENS-CNT
        IF WS-SENS-ID(WS-SN) = SMT-ID
            MOVE WS-SN TO WS-SN-MATCH
        END-IF
    END-PERFORM.

B-FIND-BRANCH.
*>  WS-BV-MATCH comes back non-zero when SMT-BRANCH is an active
*>  branch -- or when there is no branch master to check against.
    MOVE 0 TO WS-BV-MATCH.
    PERFORM VARYING WS-BV FROM 1 BY 1 UNTIL WS-BV > WS-BRM-CNT
        IF WS-BRM-CODE(WS-BV) = SMT-BRANCH
            MOVE WS-BV TO WS-BV-MATCH
        END-IF
    END-PERFORM.
    IF WS-BRM-CNT = 0
        MOVE 1 TO WS-BV-MATCH
    END-IF.

B-CHECK-FUNC-AUTHORITY.
*>  One AUTHCHK call per action code per run, cached -- the NMMAINT
*>  precedent. An unknown action code needs no authority to be
*>  rejected.
    EVALUATE TRUE
        WHEN SMT-ADD
            IF WS-AUTH-ADD-REPLY = SPACE
                CALL "AUTHCHK" USING "SENSMNT " "A"
                    WS-AUTH-ADD-REPLY
            END-IF
            MOVE WS-AUTH-ADD-REPLY TO WS-AUTH-THIS-REPLY
        WHEN SMT-RANGE
            IF WS-AUTH-RNG-REPLY = SPACE
                CALL "AUTHCHK" USING "SENSMNT " "R"
                    WS-AUTH-RNG-REPLY
            END-IF
            MOVE WS-AUTH-RNG-REPLY TO WS-AUTH-THIS-REPLY
        WHEN SMT-RELOCATE
            IF WS-AUTH-LOC-REPLY = SPACE
                CALL "AUTHCHK" USING "SENSMNT " "L"
                    WS-AUTH-LOC-REPLY
            END-IF
            MOVE WS-AUTH-LOC-REPLY TO WS-AUTH-THIS-REPLY
        WHEN SMT-RETIRE
            IF WS-AUTH-RET-REPLY = SPACE
                CALL "AUTHCHK" USING "SENSMNT " "X"
                    WS-AUTH-RET-REPLY
            END-IF
            MOVE WS-AUTH-RET-REPLY TO WS-AUTH-THIS-REPLY
        WHEN SMT-REINSTATE
            IF WS-AUTH-RIN-REPLY = SPACE
                CALL "AUTHCHK" USING "SENSMNT " "I"
                    WS-AUTH-RIN-REPLY
            END-IF
            MOVE WS-AUTH-RIN-REPLY TO WS-AUTH-THIS-REPLY
        WHEN SMT-OFFSET
            IF WS-AUTH-OFS-REPLY = SPACE
                CALL "AUTHCHK" USING "SENSMNT " "O"
                    WS-AUTH-OFS-REPLY
            END-IF
            MOVE WS-AUTH-OFS-REPLY TO WS-AUTH-THIS-REPLY
        WHEN SMT-SWAP
            IF WS-AUTH-SWP-REPLY = SPACE
                CALL "AUTHCHK" USING "SENSMNT " "S"
                    WS-AUTH-SWP-REPLY
            END-IF
            MOVE WS-AUTH-SWP-REPLY TO WS-AUTH-THIS-REPLY
        WHEN OTHER
            MOVE "Y" TO WS-AUTH-THIS-REPLY
    END-EVALUATE.

B-EDIT-RANGE-COLUMNS.
*>  Shared by add and range change: both columns numeric, and the
*>  minimum not above the maximum -- an inverted range would reject
*>  every reading the device sends.
    MOVE SMT-MIN TO WS-TEST-2-X.
    IF WS-TEST-2-N IS NOT NUMERIC
        MOVE "RANGE NOT NUMERIC" TO WS-REJECT-REASON
    ELSE
        MOVE WS-TEST-2-N TO WS-CARD-MIN
        MOVE SMT-MAX TO WS-TEST-2-X
        IF WS-TEST-2-N IS NOT NUMERIC
            MOVE "RANGE NOT NUMERIC" TO WS-REJECT-REASON
        ELSE
            MOVE WS-TEST-2-N TO WS-CARD-MAX
            IF WS-CARD-MIN > WS-CARD-MAX
                MOVE "RANGE MIN ABOVE MAX" TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF.

B-EDIT-ADD.
    EVALUATE TRUE
        WHEN SMT-ID = SPACES
            MOVE "SENSOR ID BLANK" TO WS-REJECT-REASON
        WHEN WS-SN-MATCH > 0
            MOVE "SENSOR ALREADY ON MASTER" TO WS-REJECT-REASON
        WHEN WS-SENS-CNT = 200
            MOVE "SENSOR MASTER FULL" TO WS-REJECT-REASON
        WHEN OTHER
            PERFORM B-FIND-BRANCH
            IF WS-BV-MATCH = 0
                MOVE "BRANCH INACTIVE ON BRCHMAST"
                    TO WS-REJECT-REASON
            ELSE
                PERFORM B-EDIT-RANGE-COLUMNS
            END-IF
    END-EVALUATE.
    IF WS-REJECT-REASON = SPACES
        ADD 1 TO WS-SENS-CNT
        MOVE WS-SENS-CNT TO WS-SN-MATCH
        MOVE SMT-ID TO WS-SENS-ID(WS-SN-MATCH)
        MOVE SMT-BRANCH TO WS-SENS-BRANCH(WS-SN-MATCH)
        MOVE SMT-LOCATION TO WS-SENS-LOC(WS-SN-MATCH)
        MOVE WS-CARD-MIN TO WS-SENS-MIN(WS-SN-MATCH)
        MOVE WS-CARD-MAX TO WS-SENS-MAX(WS-SN-MATCH)
        MOVE "A" TO WS-SENS-FLAG(WS-SN-MATCH)
        ADD 1 TO WS-ADD-CNT
    END-IF.

B-EDIT-RANGE.
    IF WS-SN-MATCH = 0
        MOVE "SENSOR NOT ON MASTER" TO WS-REJECT-REASON
    ELSE
        PERFORM B-EDIT-RANGE-COLUMNS
    END-IF.
    IF WS-REJECT-REASON = SPACES
        PERFORM B-REGISTER-BEFORE
        MOVE WS-CARD-MIN TO WS-SENS-MIN(WS-SN-MATCH)
        MOVE WS-CARD-MAX TO WS-SENS-MAX(WS-SN-MATCH)
        ADD 1 TO WS-RANGE-CNT
    END-IF.

B-EDIT-RELOCATE.
*>  A relocate with both branch and location blank changes nothing
*>  and is refused rather than registered as a no-op success.
    EVALUATE TRUE
        WHEN WS-SN-MATCH = 0
            MOVE "SENSOR NOT ON MASTER" TO WS-REJECT-REASON
        WHEN SMT-BRANCH = SPACES AND SMT-LOCATION = SPACES
            MOVE "NOTHING TO RELOCATE" TO WS-REJECT-REASON
        WHEN SMT-BRANCH NOT = SPACES
            PERFORM B-FIND-BRANCH
            IF WS-BV-MATCH = 0
                MOVE "BRANCH INACTIVE ON BRCHMAST"
                    TO WS-REJECT-REASON
            END-IF
    END-EVALUATE.
    IF WS-REJECT-REASON = SPACES
        PERFORM B-REGISTER-BEFORE
        IF SMT-BRANCH NOT = SPACES
            MOVE SMT-BRANCH TO WS-SENS-BRANCH(WS-SN-MATCH)
        END-IF
        IF SMT-LOCATION NOT = SPACES
            MOVE SMT-LOCATION TO WS-SENS-LOC(WS-SN-MATCH)
        END-IF
        ADD 1 TO WS-RELOC-CNT
    END-IF.

B-EDIT-RETIRE.
    EVALUATE TRUE
        WHEN WS-SN-MATCH = 0
            MOVE "SENSOR NOT ON MASTER" TO WS-REJECT-REASON
        WHEN WS-SENS-FLAG(WS-SN-MATCH) = "R"
            MOVE "SENSOR ALREADY RETIRED" TO WS-REJECT-REASON
        WHEN OTHER
            PERFORM B-CHECK-QUARANTINE
            IF WS-READINGS-HELD
                MOVE "READINGS HELD ON TRANSQUA"
                    TO WS-REJECT-REASON
            END-IF
    END-EVALUATE.
    IF WS-REJECT-REASON = SPACES
        PERFORM B-REGISTER-BEFORE
        MOVE "R" TO WS-SENS-FLAG(WS-SN-MATCH)
        ADD 1 TO WS-RETIRE-CNT
    END-IF.

B-CHECK-QUARANTINE.
*>  Positions on the first held reading at or after this sensor's
*>  lowest possible key; a record carrying the same sensor id means
*>  readings are still waiting to be released. Retiring the device
*>  now would have FRONTEDT reject them as SRET on the night they
*>  come due.
    MOVE "N" TO WS-HELD-SW.
    IF WS-QUAR-OPEN
        MOVE SMT-ID TO QUAR-SENSOR
        MOVE 0 TO QUAR-TIMESTAMP
        START QUARANTINE-FILE KEY NOT < QUAR-KEY
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ QUARANTINE-FILE NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF QUAR-SENSOR = SMT-ID
                            SET WS-READINGS-HELD TO TRUE
                        END-IF
                END-READ
        END-START
    END-IF.

B-EDIT-REINSTATE.
*>  A device comes back into the branch it was retired from; if that
*>  branch has since closed it must be relocated, not reinstated.
    EVALUATE TRUE
        WHEN WS-SN-MATCH = 0
            MOVE "SENSOR NOT ON MASTER" TO WS-REJECT-REASON
        WHEN WS-SENS-FLAG(WS-SN-MATCH) NOT = "R"
            MOVE "SENSOR NOT RETIRED" TO WS-REJECT-REASON
        WHEN OTHER
            MOVE WS-SENS-BRANCH(WS-SN-MATCH) TO SMT-BRANCH
            PERFORM B-FIND-BRANCH
            IF WS-BV-MATCH = 0
                MOVE "BRANCH INACTIVE ON BRCHMAST"
                    TO WS-REJECT-REASON
            END-IF
    END-EVALUATE.
    IF WS-REJECT-REASON = SPACES
        PERFORM B-REGISTER-BEFORE
        MOVE "A" TO WS-SENS-FLAG(WS-SN-MATCH)
        ADD 1 TO WS-REINST-CNT
    END-IF.

B-EDIT-OFFSET.
*>  A retired device sends nothing to correct. The offset is a sign
*>  and two digits; the effective date may not be back-dated, since
*>  readings already banded would then disagree with their own
*>  offset. A second card for the same device and date replaces the
*>  first.
    EVALUATE TRUE
        WHEN WS-SN-MATCH = 0
            MOVE "SENSOR NOT ON MASTER" TO WS-REJECT-REASON
        WHEN WS-SENS-FLAG(WS-SN-MATCH) = "R"
            MOVE "SENSOR RETIRED" TO WS-REJECT-REASON
        WHEN SMT-CAL-SIGN NOT = "+" AND SMT-CAL-SIGN NOT = "-"
            MOVE "OFFSET NOT +NN OR -NN" TO WS-REJECT-REASON
        WHEN OTHER
            MOVE SMT-CAL-DIGITS TO WS-TEST-2-X
            IF WS-TEST-2-N IS NOT NUMERIC
                MOVE "OFFSET NOT +NN OR -NN" TO WS-REJECT-REASON
            ELSE
                MOVE WS-TEST-2-N TO WS-CARD-OFFSET
                IF SMT-CAL-SIGN = "-"
                    COMPUTE WS-CARD-OFFSET = 0 - WS-CARD-OFFSET
                END-IF
                PERFORM B-EDIT-OFFSET-DATE
            END-IF
    END-EVALUATE.
    IF WS-REJECT-REASON = SPACES
        PERFORM B-FIND-OFFSET
        PERFORM B-REGISTER-BEFORE
        MOVE SMT-ID TO CO-SENSOR
        MOVE WS-CARD-EFF TO CO-EFF-DATE
        MOVE WS-CARD-OFFSET TO CO-OFFSET
        MOVE WS-RUN-ID TO CO-SET-DATE
        MOVE "SENSMNT " TO CO-SET-BY
        MOVE SMT-CAL-REASON TO CO-REASON
        WRITE CO-REC
            INVALID KEY
                REWRITE CO-REC
        END-WRITE
        ADD 1 TO WS-OFFSET-CNT
    END-IF.

B-EDIT-OFFSET-DATE.
    IF SMT-CAL-EFF = SPACES
        MOVE WS-RUN-ID TO WS-CARD-EFF
    ELSE
        MOVE SMT-CAL-EFF TO WS-TEST-8-X
        IF WS-TEST-8-N IS NOT NUMERIC
            MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
        ELSE
            MOVE WS-TEST-8-N TO WS-CARD-EFF
            IF WS-CARD-EFF < WS-RUN-ID
                MOVE "EFFECTIVE DATE BEFORE TODAY"
                    TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF.

B-EDIT-SWAP.
*>  The unit coming out must be on the master and in service, with
*>  nothing held on the quarantine (the retirement rule); the unit
*>  going in must be new to the master. The swap date may be back-
*>  dated -- the card often follows the engineer's visit by a day or
*>  two -- but not set ahead of the run date.
    EVALUATE TRUE
        WHEN WS-SN-MATCH = 0
            MOVE "SENSOR NOT ON MASTER" TO WS-REJECT-REASON
        WHEN WS-SENS-FLAG(WS-SN-MATCH) = "R"
            MOVE "SENSOR ALREADY RETIRED" TO WS-REJECT-REASON
        WHEN SMT-SWAP-NEW = SPACES
            MOVE "REPLACEMENT ID BLANK" TO WS-REJECT-REASON
        WHEN SMT-SWAP-NEW = SMT-ID
            MOVE "REPLACEMENT ID SAME AS OLD" TO WS-REJECT-REASON
        WHEN WS-SENS-CNT = 200
            MOVE "SENSOR MASTER FULL" TO WS-REJECT-REASON
        WHEN WS-RPL-CNT = 200
            MOVE "REPLACEMENT REGISTER FULL" TO WS-REJECT-REASON
        WHEN OTHER
            PERFORM B-FIND-NEW-SENSOR
            IF WS-NEW-MATCH > 0
                MOVE "REPLACEMENT KEY ON MASTER"
                    TO WS-REJECT-REASON
            ELSE
                PERFORM B-EDIT-SWAP-DATE
            END-IF
            IF WS-REJECT-REASON = SPACES
                PERFORM B-CHECK-QUARANTINE
                IF WS-READINGS-HELD
                    MOVE "READINGS HELD ON TRANSQUA"
                        TO WS-REJECT-REASON
                END-IF
            END-IF
    END-EVALUATE.
    IF WS-REJECT-REASON = SPACES
        PERFORM B-REGISTER-BEFORE
        MOVE "R" TO WS-SENS-FLAG(WS-SN-MATCH)
        ADD 1 TO WS-SENS-CNT
        MOVE WS-SENS-CNT TO WS-NEW-MATCH
        MOVE SMT-SWAP-NEW TO WS-SENS-ID(WS-NEW-MATCH)
        MOVE WS-SENS-BRANCH(WS-SN-MATCH)
            TO WS-SENS-BRANCH(WS-NEW-MATCH)
        MOVE WS-SENS-LOC(WS-SN-MATCH) TO WS-SENS-LOC(WS-NEW-MATCH)
        MOVE WS-SENS-MIN(WS-SN-MATCH) TO WS-SENS-MIN(WS-NEW-MATCH)
        MOVE WS-SENS-MAX(WS-SN-MATCH) TO WS-SENS-MAX(WS-NEW-MATCH)
        MOVE "A" TO WS-SENS-FLAG(WS-NEW-MATCH)
        ADD 1 TO WS-RPL-CNT
        MOVE SMT-ID TO WS-RPL-OLD(WS-RPL-CNT)
        MOVE SMT-SWAP-NEW TO WS-RPL-NEW(WS-RPL-CNT)
        MOVE WS-SWAP-EFF TO WS-RPL-SWAP(WS-RPL-CNT)
        MOVE WS-RUN-ID TO WS-RPL-SET(WS-RPL-CNT)
        MOVE WS-SENS-BRANCH(WS-SN-MATCH)
            TO WS-RPL-BRANCH(WS-RPL-CNT)
        PERFORM B-CLOSE-SWAPPED-ORDERS
        ADD 1 TO WS-SWAP-CNT
    END-IF.

B-FIND-NEW-SENSOR.
    MOVE 0 TO WS-NEW-MATCH.
    PERFORM VARYING WS-SN FROM 1 BY 1 UNTIL WS-SN > WS-SENS-CNT
        IF WS-SENS-ID(WS-SN) = SMT-SWAP-NEW
            MOVE WS-SN TO WS-NEW-MATCH
        END-IF
    END-PERFORM.

B-EDIT-SWAP-DATE.
    IF SMT-SWAP-DATE = SPACES
        MOVE WS-RUN-ID TO WS-SWAP-EFF
    ELSE
        MOVE SMT-SWAP-DATE TO WS-TEST-8-X
        IF WS-TEST-8-N IS NOT NUMERIC
            MOVE "SWAP DATE NOT NUMERIC" TO WS-REJECT-REASON
        ELSE
            MOVE WS-TEST-8-N TO WS-SWAP-EFF
            IF WS-SWAP-EFF > WS-RUN-ID
                MOVE "SWAP DATE AFTER TODAY" TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF.

B-CLOSE-SWAPPED-ORDERS.
*>  The swap is the fix for whatever the old unit was reported for
*>  -- silence or drift -- so its open orders close on the swap date
*>  rather than ageing on the open-orders report for a device that
*>  is no longer on the wall.
    IF WS-WO-FILE-OPEN
        MOVE "S" TO WO-PROBLEM
        PERFORM B-CLOSE-ONE-ORDER
        MOVE "D" TO WO-PROBLEM
        PERFORM B-CLOSE-ONE-ORDER
    END-IF.

B-CLOSE-ONE-ORDER.
    MOVE SMT-ID TO WO-SENSOR.
    READ WORK-ORDERS
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF WO-OPEN
                MOVE "C" TO WO-STATUS
                MOVE "SENSMNT " TO WO-ENGINEER
                MOVE WS-SWAP-EFF TO WO-FIX-DATE
                MOVE "N" TO WO-CAL-SW
                MOVE 0 TO WO-NEW-OFFSET
                MOVE WS-RUN-ID TO WO-CLOSED-DATE
                MOVE SMT-SWAP-NEW TO WN-NEW
                MOVE WS-WO-SWAP-NOTE TO WO-FIX-NOTE
                REWRITE WO-REC
                ADD 1 TO WS-WO-CLOSED-CNT
            END-IF
    END-READ.

B-FIND-OFFSET.
*>  The offset in force on the run date, for the before-image: the
*>  device's entries read in date order, the last one already
*>  effective wins -- the same rule ZADANIE1 loads them by.
    MOVE 0 TO WS-OLD-OFFSET.
    MOVE 0 TO WS-OLD-EFF.
    MOVE "N" TO WS-CAL-EOF-SW.
    MOVE SMT-ID TO CO-SENSOR.
    MOVE 0 TO CO-EFF-DATE.
    START CAL-OFFSETS KEY NOT < CO-KEY
        INVALID KEY
            SET WS-CAL-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-CAL-EOF
        READ CAL-OFFSETS NEXT RECORD
            AT END
                SET WS-CAL-EOF TO TRUE
            NOT AT END
                IF CO-SENSOR NOT = SMT-ID
                        OR CO-EFF-DATE > WS-RUN-ID
                    SET WS-CAL-EOF TO TRUE
                ELSE
                    MOVE CO-OFFSET TO WS-OLD-OFFSET
                    MOVE CO-EFF-DATE TO WS-OLD-EFF
                END-IF
        END-READ
    END-PERFORM.

B-REGISTER-BEFORE.
*>  The device as it stood before this card, kept aside so it can
*>  print under the applied line once the card's own line is out.
    MOVE "  WAS" TO D-ACTION.
    MOVE WS-SENS-ID(WS-SN-MATCH) TO D-SENSOR.
    MOVE WS-SENS-BRANCH(WS-SN-MATCH) TO D-BRANCH.
    MOVE WS-SENS-MIN(WS-SN-MATCH) TO D-MIN.
    MOVE "-" TO D-RANGE-SEP.
    MOVE WS-SENS-MAX(WS-SN-MATCH) TO D-MAX.
    MOVE WS-SENS-FLAG(WS-SN-MATCH) TO D-FLAG.
    MOVE SPACES TO D-RESULT.
    MOVE WS-SENS-LOC(WS-SN-MATCH) TO D-REASON.
    IF SMT-OFFSET
        IF WS-OLD-EFF = 0
            MOVE WS-NO-OFFSET-TEXT TO D-REASON
        ELSE
            MOVE WS-OLD-OFFSET TO OT-OFFSET
            MOVE WS-OLD-EFF TO OT-EFF
            MOVE WS-OFFSET-TEXT TO D-REASON
        END-IF
    END-IF.
    MOVE WS-REPORT-DETAIL TO WS-BEFORE-LINE.

B-REGISTER-APPLIED.
*>  The device as it now stands, then the before-image for anything
*>  other than an add.
    ADD 1 TO WS-APPLIED-CNT.
    MOVE SMT-ACTION TO D-ACTION.
    MOVE WS-SENS-ID(WS-SN-MATCH) TO D-SENSOR.
    MOVE WS-SENS-BRANCH(WS-SN-MATCH) TO D-BRANCH.
    MOVE WS-SENS-MIN(WS-SN-MATCH) TO D-MIN.
    MOVE "-" TO D-RANGE-SEP.
    MOVE WS-SENS-MAX(WS-SN-MATCH) TO D-MAX.
    MOVE WS-SENS-FLAG(WS-SN-MATCH) TO D-FLAG.
    MOVE "APPLIED" TO D-RESULT.
    MOVE WS-SENS-LOC(WS-SN-MATCH) TO D-REASON.
    IF SMT-OFFSET
        MOVE WS-CARD-OFFSET TO OT-OFFSET
        MOVE WS-CARD-EFF TO OT-EFF
        MOVE WS-OFFSET-TEXT TO D-REASON
    END-IF.
    IF SMT-SWAP
        MOVE SMT-SWAP-NEW TO SO-NEW
        MOVE WS-SWAP-OUT-TEXT TO D-REASON
    END-IF.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.
    IF NOT SMT-ADD
        WRITE REGISTER-LINE FROM WS-BEFORE-LINE
    END-IF.
    IF SMT-SWAP
        PERFORM B-REGISTER-SWAPPED-IN
    END-IF.

B-REGISTER-SWAPPED-IN.
*>  A swap's third line: the unit that went in, as it now stands.
    MOVE "  NEW" TO D-ACTION.
    MOVE WS-SENS-ID(WS-NEW-MATCH) TO D-SENSOR.
    MOVE WS-SENS-BRANCH(WS-NEW-MATCH) TO D-BRANCH.
    MOVE WS-SENS-MIN(WS-NEW-MATCH) TO D-MIN.
    MOVE "-" TO D-RANGE-SEP.
    MOVE WS-SENS-MAX(WS-NEW-MATCH) TO D-MAX.
    MOVE WS-SENS-FLAG(WS-NEW-MATCH) TO D-FLAG.
    MOVE SPACES TO D-RESULT.
    MOVE WS-SWAP-EFF TO SI-DATE.
    MOVE WS-SWAP-IN-TEXT TO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.

B-REGISTER-REJECT.
*>  Rejected cards print as punched -- the range columns may not be
*>  numeric, so they go out as characters. Offset and swap cards
*>  carry their own columns where the branch and range would be, so
*>  those print as punched on a line of their own under the reject.
    ADD 1 TO WS-REJECTED-CNT.
    MOVE SMT-ACTION TO D-ACTION.
    MOVE SMT-ID TO D-SENSOR.
    IF SMT-OFFSET OR SMT-SWAP
        MOVE SPACES TO D-BRANCH
        MOVE SPACES TO D-MIN
        MOVE SPACE TO D-RANGE-SEP
        MOVE SPACES TO D-MAX
    ELSE
        MOVE SMT-BRANCH TO D-BRANCH
        MOVE SMT-MIN TO D-MIN
        MOVE "-" TO D-RANGE-SEP
        MOVE SMT-MAX TO D-MAX
    END-IF.
    MOVE SPACES TO D-FLAG.
    MOVE "REJECTED" TO D-RESULT.
    MOVE WS-REJECT-REASON TO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.
    IF SMT-OFFSET OR SMT-SWAP
        PERFORM B-REGISTER-REJECT-CARD
    END-IF.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "SENSOR CARD " SMT-ACTION " " SMT-ID " REJECTED: "
        WS-REJECT-REASON DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN6402W" WS-MSG-TEXT.

B-REGISTER-REJECT-CARD.
    MOVE "  CARD" TO D-ACTION.
    MOVE SPACES TO D-SENSOR.
    MOVE SPACES TO D-RESULT.
    MOVE SPACES TO D-REASON.
    IF SMT-OFFSET
        STRING "OFFSET " SMT-CAL-SIGN SMT-CAL-DIGITS " EFF "
            SMT-CAL-EFF DELIMITED BY SIZE INTO D-REASON
    ELSE
        STRING "IN " SMT-SWAP-NEW " ON " SMT-SWAP-DATE
            DELIMITED BY SIZE INTO D-REASON
    END-IF.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.

C-REWRITE-MASTER.
*>  The maintained table goes back out whole, in the order it was
*>  loaded with adds at the end -- the readers all load the master
*>  into a table and search it, so order carries no meaning.
    OPEN OUTPUT SENSOR-MASTER.
    IF WS-SENS-STATUS NOT = "00"
        STRING "SENSMAST REWRITE FAILED, STATUS " WS-SENS-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 6403 TO WS-ERR-RC
        CALL "ERRHAND" USING "SENSMNT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    PERFORM VARYING WS-SN FROM 1 BY 1 UNTIL WS-SN > WS-SENS-CNT
        MOVE WS-SENS-ID(WS-SN) TO SEN-ID
        MOVE SPACE TO SEN-SEP1
        MOVE WS-SENS-BRANCH(WS-SN) TO SEN-BRANCH
        MOVE SPACE TO SEN-SEP2
        MOVE WS-SENS-LOC(WS-SN) TO SEN-LOCATION
        MOVE SPACE TO SEN-SEP3
        MOVE WS-SENS-MIN(WS-SN) TO SEN-MIN
        MOVE SPACE TO SEN-SEP4
        MOVE WS-SENS-MAX(WS-SN) TO SEN-MAX
        MOVE SPACE TO SEN-SEP5
        MOVE WS-SENS-FLAG(WS-SN) TO SEN-FLAG
        WRITE SENS-REC
    END-PERFORM.
    CLOSE SENSOR-MASTER.

C-REWRITE-REPLACEMENTS.
*>  Back out whole, in swap order, the C-REWRITE-MASTER way.
    OPEN OUTPUT REPLACEMENTS.
    IF WS-RPL-STATUS NOT = "00"
        STRING "SENSREPL REWRITE FAILED, STATUS " WS-RPL-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 6406 TO WS-ERR-RC
        CALL "ERRHAND" USING "SENSMNT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    PERFORM VARYING WS-RP FROM 1 BY 1 UNTIL WS-RP > WS-RPL-CNT
        MOVE WS-RPL-OLD(WS-RP) TO RPL-OLD
        MOVE SPACE TO RPL-SEP1
        MOVE WS-RPL-NEW(WS-RP) TO RPL-NEW
        MOVE SPACE TO RPL-SEP2
        MOVE WS-RPL-SWAP(WS-RP) TO RPL-SWAP-DATE
        MOVE SPACE TO RPL-SEP3
        MOVE WS-RPL-SET(WS-RP) TO RPL-SET-DATE
        MOVE SPACE TO RPL-SEP4
        MOVE WS-RPL-BRANCH(WS-RP) TO RPL-BRANCH
        WRITE RPL-REC
    END-PERFORM.
    CLOSE REPLACEMENTS.

C-WRITE-TOTALS.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    MOVE WS-APPLIED-CNT TO T-APPLIED.
    MOVE WS-REJECTED-CNT TO T-REJECTED.
    WRITE REGISTER-LINE FROM WS-REPORT-TOTALS.
    MOVE WS-ADD-CNT TO T-ADDS.
    MOVE WS-RANGE-CNT TO T-RANGES.
    MOVE WS-RELOC-CNT TO T-RELOCS.
    MOVE WS-RETIRE-CNT TO T-RETIRES.
    MOVE WS-REINST-CNT TO T-REINSTS.
    MOVE WS-OFFSET-CNT TO T-OFFSETS.
    WRITE REGISTER-LINE FROM WS-REPORT-ACTIONS.
    MOVE WS-SWAP-CNT TO T-SWAPS.
    MOVE WS-WO-CLOSED-CNT TO T-WO-CLOSED.
    WRITE REGISTER-LINE FROM WS-REPORT-SWAPS.
    MOVE WS-SENS-CNT TO T-MASTER.
    WRITE REGISTER-LINE FROM WS-REPORT-MASTER.
