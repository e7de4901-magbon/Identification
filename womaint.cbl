*> Field work-order close-out and open-orders report. SILENTSR and
*> SENSHIST open orders on the WORKORD file through WOWRITE; this
*> step closes them. Each close-out card names the device and the
*> problem, the engineer who attended and the date the fix was made,
*> and -- where the engineer recalibrated the device -- the new
*> calibration offset, which goes onto CALOFFS for ZADANIE1 to apply
*> from the run date on, exactly as a SENSMNT offset card would.
*> Every card prints on the close-out register with its disposition.
*> The open orders that remain then print by branch, each with its
*> age in days since it was opened and any fix that did not hold,
*> under a per-branch count in age bands -- the engineering team's
*> list, no longer rekeyed from two reports. A run with no cards at
*> all just prints the open-orders report.
IDENTIFICATION DIVISION.
PROGRAM-ID. WOMAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WO-TRANS ASSIGN TO "WOTRANS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
*>  Keyed sensor id + problem code, opened by WOWRITE. Created on
*>  first use, the control-file precedent.
    SELECT WORK-ORDERS ASSIGN TO "WORKORD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WO-KEY
        FILE STATUS IS WS-WO-STATUS.
*>  Calibration offsets, keyed sensor + effective date -- the same
*>  file SENSMNT maintains.
    SELECT CAL-OFFSETS ASSIGN TO "CALOFFS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CO-KEY
        FILE STATUS IS WS-CAL-STATUS.
    SELECT SENSOR-MASTER ASSIGN TO "SENSMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SENS-STATUS.
    SELECT REGISTER-OUT ASSIGN TO "WOREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-STATUS.
    SELECT OPEN-RPT ASSIGN TO "WOOPEN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  WO-TRANS
    RECORDING MODE IS F.
01  WOT-REC.
    05  WOT-ACTION          PIC X.
        88  WOT-CLOSE               VALUE "C".
    05  WOT-SENSOR          PIC X(10).
    05  WOT-PROBLEM         PIC X.
    05  WOT-ENGINEER        PIC X(8).
    05  WOT-FIX-DATE        PIC X(8).
*>  New calibration: sign and two digits as on the SENSMNT offset
*>  card ("+00" to stop correcting), all three blank when the
*>  engineer left the calibration alone.
    05  WOT-CAL-SIGN        PIC X.
    05  WOT-CAL-DIGITS      PIC X(2).
    05  WOT-NOTE            PIC X(20).
FD  WORK-ORDERS.
01  WO-REC.
    05  WO-KEY.
        10  WO-SENSOR       PIC X(10).
        10  WO-PROBLEM      PIC X.
            88  WO-SILENT           VALUE "S".
            88  WO-DRIFT            VALUE "D".
    05  WO-STATUS           PIC X.
        88  WO-OPEN                 VALUE "O".
        88  WO-CLOSED               VALUE "C".
    05  WO-OPENED-DATE      PIC 9(8).
    05  WO-OPENED-BY        PIC X(8).
    05  WO-LAST-SEEN        PIC 9(8).
    05  WO-DETAIL           PIC X(30).
    05  WO-REOPEN-CNT       PIC 9(3).
    05  WO-ENGINEER         PIC X(8).
    05  WO-FIX-DATE         PIC 9(8).
    05  WO-CAL-SW           PIC X.
        88  WO-CAL-SET              VALUE "Y".
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
FD  REGISTER-OUT
    RECORDING MODE IS F.
01  REGISTER-LINE           PIC X(80).
FD  OPEN-RPT
    RECORDING MODE IS F.
01  OPEN-LINE               PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-TRANS-STATUS  PIC XX.
        77 WS-WO-STATUS     PIC XX.
        77 WS-CAL-STATUS    PIC XX.
        77 WS-SENS-STATUS   PIC XX.
        77 WS-REG-STATUS    PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-SENS-EOF-SW   PIC X VALUE "N".
            88 WS-SENS-EOF          VALUE "Y".
        77 WS-WO-EOF-SW     PIC X VALUE "N".
            88 WS-WO-EOF            VALUE "Y".
        77 WS-TRANS-OPEN-SW PIC X VALUE "N".
            88 WS-TRANS-OPEN        VALUE "Y".
        77 WS-SN            PIC 9(3).
        77 WS-BR            PIC 9(2).
        77 WS-BR-MATCH      PIC 9(2).
        77 WS-OR            PIC 9(3).
        77 WS-APPLIED-CNT   PIC 9(6) VALUE 0.
        77 WS-REJECTED-CNT  PIC 9(6) VALUE 0.
        77 WS-CAL-CNT       PIC 9(6) VALUE 0.
        77 WS-OPEN-CNT      PIC 9(6) VALUE 0.
        77 WS-REJECT-REASON PIC X(28).
        77 WS-CARD-FIX      PIC 9(8).
        77 WS-CARD-OFFSET   PIC S9(2).
        77 WS-CARD-CAL-SW   PIC X.
            88 WS-CARD-CAL          VALUE "Y".
        77 WS-AGE-DAYS      PIC 9(5).
        77 WS-TODAY-INT     PIC 9(7).
        77 WS-BRANCH-WORK   PIC X(3).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-AUTH-CLS-REPLY PIC X VALUE SPACE.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

*>  Branch and location per device off the sensor master, the
*>  SILENTSR roster precedent -- the report places an order under
*>  the branch the device is in today, not where it was when the
*>  order opened.
01  WS-SENSOR-TABLE.
    05  WS-SENS-CNT         PIC 9(3) VALUE 0.
    05  WS-SENS-ENTRY OCCURS 200 TIMES.
        10  WS-SENS-ID      PIC X(10).
        10  WS-SENS-BRANCH  PIC X(3).
        10  WS-SENS-LOC     PIC X(20).

*>  The open orders gathered in key order, then printed one branch
*>  at a time. Two problems per device fit the sensor-table size.
01  WS-ORDER-TABLE.
    05  WS-ORD-CNT          PIC 9(3) VALUE 0.
    05  WS-ORD-ENTRY OCCURS 400 TIMES.
        10  WS-ORD-SENSOR   PIC X(10).
        10  WS-ORD-PROBLEM  PIC X.
        10  WS-ORD-BRANCH   PIC X(3).
        10  WS-ORD-OPENED   PIC 9(8).
        10  WS-ORD-AGE      PIC 9(5).
        10  WS-ORD-REOPENS  PIC 9(3).
        10  WS-ORD-FIX-DATE PIC 9(8).
        10  WS-ORD-ENGINEER PIC X(8).
        10  WS-ORD-DETAIL   PIC X(30).

*>  Branches holding open orders, first-seen order, with the count
*>  in each age band: up to 2 days, 3-7, 8-30, over 30.
01  WS-BRANCH-TABLE.
    05  WS-BR-CNT           PIC 9(2) VALUE 0.
    05  WS-BR-ENTRY OCCURS 30 TIMES.
        10  WS-BR-CODE      PIC X(3).
        10  WS-BR-TOTAL     PIC 9(5).
        10  WS-BR-AGE-1     PIC 9(5).
        10  WS-BR-AGE-2     PIC 9(5).
        10  WS-BR-AGE-3     PIC 9(5).
        10  WS-BR-AGE-4     PIC 9(5).

*>  Card columns tested as numbers without a data exception, the
*>  FRONTEDT signed-display test-field precedent.
01  WS-TEST-2.
    05  WS-TEST-2-X         PIC XX.
    05  WS-TEST-2-N REDEFINES WS-TEST-2-X  PIC 99.
01  WS-TEST-8.
    05  WS-TEST-8-X         PIC X(8).
    05  WS-TEST-8-N REDEFINES WS-TEST-8-X  PIC 9(8).

01  WS-REG-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "WORK ORDER CLOSE-OUT REGISTER".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REG-COLHDR.
    05  FILLER              PIC X(12) VALUE "SENSOR".
    05  FILLER              PIC X(8)  VALUE "PROBLEM".
    05  FILLER              PIC X(10) VALUE "ENGINEER".
    05  FILLER              PIC X(12) VALUE "FIXED".
    05  FILLER              PIC X(10) VALUE "RESULT".
    05  FILLER              PIC X(28) VALUE "REASON / CALIBRATION".
01  WS-REG-DETAIL.
    05  R-SENSOR            PIC X(12).
    05  R-PROBLEM           PIC X(8).
    05  R-ENGINEER          PIC X(10).
    05  R-FIX-DATE          PIC X(12).
    05  R-RESULT            PIC X(10).
    05  R-REASON            PIC X(28).
01  WS-CAL-TEXT.
    05  FILLER              PIC X(11) VALUE "NEW OFFSET ".
    05  CT-OFFSET           PIC +99.
01  WS-FIX-DATE-EDIT        PIC 9999/99/99.
01  WS-REG-TOTALS.
    05  FILLER              PIC X(30) VALUE
        "CLOSED / REJECTED / CALIBRATED".
    05  T-APPLIED           PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-REJECTED          PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-CALIBRATED        PIC ZZZ,ZZ9.

01  WS-OPEN-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "OPEN FIELD WORK ORDERS".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  O1-RUN-DATE         PIC 9999/99/99.
01  WS-OPEN-TITLE.
    05  OT-TITLE            PIC X(80).
01  WS-BRANCH-SUMMARY.
    05  FILLER              PIC X(7) VALUE "BRANCH ".
    05  BS-BRANCH           PIC X(3).
    05  FILLER              PIC X(7) VALUE "  OPEN ".
    05  BS-TOTAL            PIC ZZZZ9.
    05  FILLER              PIC X(9) VALUE "   0-2D: ".
    05  BS-AGE-1            PIC ZZZZ9.
    05  FILLER              PIC X(8) VALUE "  3-7D: ".
    05  BS-AGE-2            PIC ZZZZ9.
    05  FILLER              PIC X(9) VALUE "  8-30D: ".
    05  BS-AGE-3            PIC ZZZZ9.
    05  FILLER              PIC X(8) VALUE "  >30D: ".
    05  BS-AGE-4            PIC ZZZZ9.
01  WS-OPEN-COLHDR.
    05  FILLER              PIC X(12) VALUE "SENSOR".
    05  FILLER              PIC X(8)  VALUE "PROBLEM".
    05  FILLER              PIC X(12) VALUE "OPENED".
    05  FILLER              PIC X(6)  VALUE "AGE".
    05  FILLER              PIC X(5)  VALUE "REOP".
    05  FILLER              PIC X(30) VALUE "FINDING / LAST FIX".
01  WS-OPEN-DETAIL.
    05  O-SENSOR            PIC X(12).
    05  O-PROBLEM           PIC X(8).
    05  O-OPENED            PIC 9999/99/99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  O-AGE               PIC ZZZZ9.
    05  FILLER              PIC X(1) VALUE SPACE.
    05  O-REOPENS           PIC ZZ9 BLANK WHEN ZERO.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  O-DETAIL            PIC X(30).
*>  Printed under a reopened order: the fix that did not hold.
01  WS-OPEN-LASTFIX.
    05  FILLER              PIC X(43) VALUE SPACES.
    05  FILLER              PIC X(9) VALUE "LAST FIX ".
    05  L-FIX-DATE          PIC 9999/99/99.
    05  FILLER              PIC X(1) VALUE SPACE.
    05  L-ENGINEER          PIC X(8).
01  WS-OPEN-TOTALS.
    05  FILLER              PIC X(20) VALUE "OPEN ORDERS".
    05  T-OPEN              PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-LOAD-SENSORS.
    PERFORM A-OPEN-FILES.
    IF WS-TRANS-OPEN
        PERFORM UNTIL WS-EOF
            READ WO-TRANS
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-APPLY-TRANS
            END-READ
        END-PERFORM
        CLOSE WO-TRANS
    END-IF.
    CLOSE CAL-OFFSETS.
    PERFORM C-WRITE-REG-TOTALS.
    CLOSE REGISTER-OUT.
    PERFORM D-GATHER-OPEN.
    CLOSE WORK-ORDERS.
    PERFORM D-WRITE-OPEN-REPORT.
    DISPLAY "WORK ORDERS CLOSED    : " WS-APPLIED-CNT.
    DISPLAY "WORK ORDERS REJECTED  : " WS-REJECTED-CNT.
    DISPLAY "WORK ORDERS OPEN      : " WS-OPEN-CNT.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "WORK ORDERS CLOSED " WS-APPLIED-CNT
        " REJECTED " WS-REJECTED-CNT " OPEN " WS-OPEN-CNT
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN6601I" WS-MSG-TEXT.
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
    STRING "WOMAINT RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "WOMAINT " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-ID).

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "WOMAINT " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "WOMAINT " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "WOMAINT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-LOAD-SENSORS.
*>  Retired devices stay in the table -- an order left open against
*>  a device since retired still belongs to its branch. No master at
*>  all puts every order under an unknown branch rather than
*>  failing the report.
    OPEN INPUT SENSOR-MASTER.
    IF WS-SENS-STATUS = "00"
        PERFORM UNTIL WS-SENS-EOF OR WS-SENS-CNT = 200
            READ SENSOR-MASTER
                AT END
                    SET WS-SENS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-SENS-CNT
                    MOVE SEN-ID TO WS-SENS-ID(WS-SENS-CNT)
                    MOVE SEN-BRANCH TO WS-SENS-BRANCH(WS-SENS-CNT)
                    MOVE SEN-LOCATION TO WS-SENS-LOC(WS-SENS-CNT)
            END-READ
        END-PERFORM
        CLOSE SENSOR-MASTER
    ELSE
        DISPLAY "WOMAINT: SENSMAST NOT PRESENT -- BRANCHES UNKNOWN"
    END-IF.

A-OPEN-FILES.
*>  No card file is a report-only run -- the QUARREL
*>  tolerate-missing-file precedent.
    OPEN INPUT WO-TRANS.
    IF WS-TRANS-STATUS = "00"
        SET WS-TRANS-OPEN TO TRUE
    ELSE
        DISPLAY "WOMAINT: WOTRANS NOT PRESENT -- REPORT ONLY"
    END-IF.
    OPEN I-O WORK-ORDERS.
    IF WS-WO-STATUS = "35"
        OPEN OUTPUT WORK-ORDERS
        CLOSE WORK-ORDERS
        OPEN I-O WORK-ORDERS
    END-IF.
    IF WS-WO-STATUS NOT = "00"
        STRING "WORKORD OPEN FAILED, STATUS " WS-WO-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 6601 TO WS-ERR-RC
        CALL "ERRHAND" USING "WOMAINT " WS-ERR-MSG "A" WS-ERR-RC
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
        MOVE 6602 TO WS-ERR-RC
        CALL "ERRHAND" USING "WOMAINT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT REGISTER-OUT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE REGISTER-LINE FROM WS-REG-HEADER-1.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    WRITE REGISTER-LINE FROM WS-REG-COLHDR.

B-APPLY-TRANS.
*>  Every card gets exactly one register line -- closed or rejected
*>  with a reason -- the SENSMNT register convention.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE "N" TO WS-CARD-CAL-SW.
    IF WS-AUTH-CLS-REPLY = SPACE
        CALL "AUTHCHK" USING "WOMAINT " "C" WS-AUTH-CLS-REPLY
    END-IF.
    EVALUATE TRUE
        WHEN NOT WOT-CLOSE
            MOVE "ACTION NOT C" TO WS-REJECT-REASON
        WHEN WS-AUTH-CLS-REPLY NOT = "Y"
            MOVE "USER NOT AUTHORIZED" TO WS-REJECT-REASON
        WHEN OTHER
            PERFORM B-EDIT-CLOSE
    END-EVALUATE.
    IF WS-REJECT-REASON = SPACES
        PERFORM B-APPLY-CLOSE
        PERFORM B-REGISTER-APPLIED
    ELSE
        PERFORM B-REGISTER-REJECT
    END-IF.

B-EDIT-CLOSE.
*>  The order must exist and be open; the engineer is named; the fix
*>  date is a real date, not in the future and not before the order
*>  was raised; a calibration is a sign and two digits or nothing.
    MOVE WOT-SENSOR TO WO-SENSOR.
    MOVE WOT-PROBLEM TO WO-PROBLEM.
    READ WORK-ORDERS
        INVALID KEY
            MOVE "NO WORK ORDER ON FILE" TO WS-REJECT-REASON
    END-READ.
    IF WS-REJECT-REASON = SPACES
        EVALUATE TRUE
            WHEN WO-CLOSED
                MOVE "WORK ORDER ALREADY CLOSED" TO WS-REJECT-REASON
            WHEN WOT-ENGINEER = SPACES
                MOVE "ENGINEER NOT GIVEN" TO WS-REJECT-REASON
            WHEN OTHER
                PERFORM B-EDIT-FIX-DATE
        END-EVALUATE
    END-IF.
    IF WS-REJECT-REASON = SPACES
        PERFORM B-EDIT-CALIBRATION
    END-IF.

B-EDIT-FIX-DATE.
    MOVE WOT-FIX-DATE TO WS-TEST-8-X.
    IF WS-TEST-8-N IS NOT NUMERIC
        MOVE "FIX DATE NOT NUMERIC" TO WS-REJECT-REASON
    ELSE
        MOVE WS-TEST-8-N TO WS-CARD-FIX
        EVALUATE TRUE
            WHEN WS-CARD-FIX > WS-RUN-ID
                MOVE "FIX DATE AFTER TODAY" TO WS-REJECT-REASON
            WHEN WS-CARD-FIX < WO-OPENED-DATE
                MOVE "FIX DATE BEFORE ORDER OPENED"
                    TO WS-REJECT-REASON
        END-EVALUATE
    END-IF.

B-EDIT-CALIBRATION.
    IF WOT-CAL-SIGN = SPACE AND WOT-CAL-DIGITS = SPACES
        CONTINUE
    ELSE
        IF WOT-CAL-SIGN NOT = "+" AND WOT-CAL-SIGN NOT = "-"
            MOVE "OFFSET NOT +NN OR -NN" TO WS-REJECT-REASON
        ELSE
            MOVE WOT-CAL-DIGITS TO WS-TEST-2-X
            IF WS-TEST-2-N IS NOT NUMERIC
                MOVE "OFFSET NOT +NN OR -NN" TO WS-REJECT-REASON
            ELSE
                MOVE WS-TEST-2-N TO WS-CARD-OFFSET
                IF WOT-CAL-SIGN = "-"
                    COMPUTE WS-CARD-OFFSET = 0 - WS-CARD-OFFSET
                END-IF
                SET WS-CARD-CAL TO TRUE
            END-IF
        END-IF
    END-IF.

B-APPLY-CLOSE.
*>  The new calibration takes effect from the run date, not the fix
*>  date: readings already banded between the two keep the offset
*>  they were banded under, the SENSMNT no-back-dating rule. A
*>  second offset for the same device on the same day replaces the
*>  first.
    MOVE "C" TO WO-STATUS.
    MOVE WOT-ENGINEER TO WO-ENGINEER.
    MOVE WS-CARD-FIX TO WO-FIX-DATE.
    MOVE WS-RUN-ID TO WO-CLOSED-DATE.
    MOVE WOT-NOTE TO WO-FIX-NOTE.
    IF WS-CARD-CAL
        MOVE "Y" TO WO-CAL-SW
        MOVE WS-CARD-OFFSET TO WO-NEW-OFFSET
    ELSE
        MOVE "N" TO WO-CAL-SW
        MOVE 0 TO WO-NEW-OFFSET
    END-IF.
    REWRITE WO-REC
        INVALID KEY
            STRING "WORKORD REWRITE FAILED FOR " WO-SENSOR
                DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 6603 TO WS-ERR-RC
            CALL "ERRHAND" USING "WOMAINT " WS-ERR-MSG "A" WS-ERR-RC
    END-REWRITE.
    IF WS-CARD-CAL
        MOVE WOT-SENSOR TO CO-SENSOR
        MOVE WS-RUN-ID TO CO-EFF-DATE
        MOVE WS-CARD-OFFSET TO CO-OFFSET
        MOVE WS-RUN-ID TO CO-SET-DATE
        MOVE "WOMAINT " TO CO-SET-BY
        MOVE "WORK ORDER FIX" TO CO-REASON
        WRITE CO-REC
            INVALID KEY
                REWRITE CO-REC
        END-WRITE
        ADD 1 TO WS-CAL-CNT
    END-IF.

B-REGISTER-APPLIED.
    ADD 1 TO WS-APPLIED-CNT.
    PERFORM B-REGISTER-CARD.
    MOVE "CLOSED" TO R-RESULT.
    IF WS-CARD-CAL
        MOVE WS-CARD-OFFSET TO CT-OFFSET
        MOVE WS-CAL-TEXT TO R-REASON
    ELSE
        MOVE WOT-NOTE TO R-REASON
    END-IF.
    WRITE REGISTER-LINE FROM WS-REG-DETAIL.

B-REGISTER-REJECT.
    ADD 1 TO WS-REJECTED-CNT.
    PERFORM B-REGISTER-CARD.
    MOVE "REJECTED" TO R-RESULT.
    MOVE WS-REJECT-REASON TO R-REASON.
    WRITE REGISTER-LINE FROM WS-REG-DETAIL.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "WORK ORDER CARD " WOT-SENSOR " " WOT-PROBLEM
        " REJECTED: " WS-REJECT-REASON
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN6602W" WS-MSG-TEXT.

B-REGISTER-CARD.
*>  The card as punched -- the fix date may not be numeric on a
*>  rejected card, so it only prints edited once it has passed.
    MOVE WOT-SENSOR TO R-SENSOR.
    EVALUATE WOT-PROBLEM
        WHEN "S"
            MOVE "SILENT" TO R-PROBLEM
        WHEN "D"
            MOVE "DRIFT" TO R-PROBLEM
        WHEN OTHER
            MOVE WOT-PROBLEM TO R-PROBLEM
    END-EVALUATE.
    MOVE WOT-ENGINEER TO R-ENGINEER.
    IF WS-REJECT-REASON = SPACES
        MOVE WS-CARD-FIX TO WS-FIX-DATE-EDIT
        MOVE WS-FIX-DATE-EDIT TO R-FIX-DATE
    ELSE
        MOVE WOT-FIX-DATE TO R-FIX-DATE
    END-IF.

C-WRITE-REG-TOTALS.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    MOVE WS-APPLIED-CNT TO T-APPLIED.
    MOVE WS-REJECTED-CNT TO T-REJECTED.
    MOVE WS-CAL-CNT TO T-CALIBRATED.
    WRITE REGISTER-LINE FROM WS-REG-TOTALS.

D-GATHER-OPEN.
*>  One pass of the order file in key order, after today's
*>  close-outs, keeping the open orders and their ages.
    MOVE LOW-VALUES TO WO-KEY.
    START WORK-ORDERS KEY NOT < WO-KEY
        INVALID KEY
            SET WS-WO-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-WO-EOF
        READ WORK-ORDERS NEXT RECORD
            AT END
                SET WS-WO-EOF TO TRUE
            NOT AT END
                IF WO-OPEN AND WS-ORD-CNT < 400
                    PERFORM D-HOLD-ORDER
                END-IF
        END-READ
    END-PERFORM.

D-HOLD-ORDER.
    ADD 1 TO WS-ORD-CNT.
    ADD 1 TO WS-OPEN-CNT.
    MOVE "???" TO WS-BRANCH-WORK.
    PERFORM VARYING WS-SN FROM 1 BY 1 UNTIL WS-SN > WS-SENS-CNT
        IF WS-SENS-ID(WS-SN) = WO-SENSOR
            MOVE WS-SENS-BRANCH(WS-SN) TO WS-BRANCH-WORK
        END-IF
    END-PERFORM.
    COMPUTE WS-AGE-DAYS = WS-TODAY-INT
        - FUNCTION INTEGER-OF-DATE(WO-OPENED-DATE).
    MOVE WO-SENSOR TO WS-ORD-SENSOR(WS-ORD-CNT).
    MOVE WO-PROBLEM TO WS-ORD-PROBLEM(WS-ORD-CNT).
    MOVE WS-BRANCH-WORK TO WS-ORD-BRANCH(WS-ORD-CNT).
    MOVE WO-OPENED-DATE TO WS-ORD-OPENED(WS-ORD-CNT).
    MOVE WS-AGE-DAYS TO WS-ORD-AGE(WS-ORD-CNT).
    MOVE WO-REOPEN-CNT TO WS-ORD-REOPENS(WS-ORD-CNT).
    MOVE WO-FIX-DATE TO WS-ORD-FIX-DATE(WS-ORD-CNT).
    MOVE WO-ENGINEER TO WS-ORD-ENGINEER(WS-ORD-CNT).
    MOVE WO-DETAIL TO WS-ORD-DETAIL(WS-ORD-CNT).
    PERFORM D-COUNT-BRANCH.

D-COUNT-BRANCH.
    MOVE 0 TO WS-BR-MATCH.
    PERFORM VARYING WS-BR FROM 1 BY 1 UNTIL WS-BR > WS-BR-CNT
        IF WS-BR-CODE(WS-BR) = WS-BRANCH-WORK
            MOVE WS-BR TO WS-BR-MATCH
        END-IF
    END-PERFORM.
    IF WS-BR-MATCH = 0 AND WS-BR-CNT < 30
        ADD 1 TO WS-BR-CNT
        MOVE WS-BR-CNT TO WS-BR-MATCH
        MOVE WS-BRANCH-WORK TO WS-BR-CODE(WS-BR-MATCH)
        MOVE 0 TO WS-BR-TOTAL(WS-BR-MATCH)
        MOVE 0 TO WS-BR-AGE-1(WS-BR-MATCH)
        MOVE 0 TO WS-BR-AGE-2(WS-BR-MATCH)
        MOVE 0 TO WS-BR-AGE-3(WS-BR-MATCH)
        MOVE 0 TO WS-BR-AGE-4(WS-BR-MATCH)
    END-IF.
    IF WS-BR-MATCH > 0
        ADD 1 TO WS-BR-TOTAL(WS-BR-MATCH)
        EVALUATE TRUE
            WHEN WS-AGE-DAYS NOT > 2
                ADD 1 TO WS-BR-AGE-1(WS-BR-MATCH)
            WHEN WS-AGE-DAYS NOT > 7
                ADD 1 TO WS-BR-AGE-2(WS-BR-MATCH)
            WHEN WS-AGE-DAYS NOT > 30
                ADD 1 TO WS-BR-AGE-3(WS-BR-MATCH)
            WHEN OTHER
                ADD 1 TO WS-BR-AGE-4(WS-BR-MATCH)
        END-EVALUATE
    END-IF.

D-WRITE-OPEN-REPORT.
*>  One section per branch: the age-band summary line, then its
*>  orders in key order. A reopened order shows the fix that did
*>  not hold underneath it.
    OPEN OUTPUT OPEN-RPT.
    MOVE WS-RUN-ID TO O1-RUN-DATE.
    WRITE OPEN-LINE FROM WS-OPEN-HEADER-1.
    WRITE OPEN-LINE FROM WS-REPORT-BLANK.
    IF WS-ORD-CNT = 0
        MOVE "NO OPEN WORK ORDERS" TO OT-TITLE
        WRITE OPEN-LINE FROM WS-OPEN-TITLE
    END-IF.
    PERFORM VARYING WS-BR FROM 1 BY 1 UNTIL WS-BR > WS-BR-CNT
        PERFORM D-WRITE-BRANCH-SECTION
    END-PERFORM.
    MOVE WS-OPEN-CNT TO T-OPEN.
    WRITE OPEN-LINE FROM WS-OPEN-TOTALS.
    CLOSE OPEN-RPT.

D-WRITE-BRANCH-SECTION.
    MOVE WS-BR-CODE(WS-BR) TO BS-BRANCH.
    MOVE WS-BR-TOTAL(WS-BR) TO BS-TOTAL.
    MOVE WS-BR-AGE-1(WS-BR) TO BS-AGE-1.
    MOVE WS-BR-AGE-2(WS-BR) TO BS-AGE-2.
    MOVE WS-BR-AGE-3(WS-BR) TO BS-AGE-3.
    MOVE WS-BR-AGE-4(WS-BR) TO BS-AGE-4.
    WRITE OPEN-LINE FROM WS-BRANCH-SUMMARY.
    WRITE OPEN-LINE FROM WS-OPEN-COLHDR.
    PERFORM VARYING WS-OR FROM 1 BY 1 UNTIL WS-OR > WS-ORD-CNT
        IF WS-ORD-BRANCH(WS-OR) = WS-BR-CODE(WS-BR)
            PERFORM D-WRITE-ORDER-LINE
        END-IF
    END-PERFORM.
    WRITE OPEN-LINE FROM WS-REPORT-BLANK.

D-WRITE-ORDER-LINE.
    MOVE WS-ORD-SENSOR(WS-OR) TO O-SENSOR.
    IF WS-ORD-PROBLEM(WS-OR) = "S"
        MOVE "SILENT" TO O-PROBLEM
    ELSE
        MOVE "DRIFT" TO O-PROBLEM
    END-IF.
    MOVE WS-ORD-OPENED(WS-OR) TO O-OPENED.
    MOVE WS-ORD-AGE(WS-OR) TO O-AGE.
    MOVE WS-ORD-REOPENS(WS-OR) TO O-REOPENS.
    MOVE WS-ORD-DETAIL(WS-OR) TO O-DETAIL.
    WRITE OPEN-LINE FROM WS-OPEN-DETAIL.
    IF WS-ORD-REOPENS(WS-OR) > 0
        MOVE WS-ORD-FIX-DATE(WS-OR) TO L-FIX-DATE
        MOVE WS-ORD-ENGINEER(WS-OR) TO L-ENGINEER
        WRITE OPEN-LINE FROM WS-OPEN-LASTFIX
    END-IF.
