*> silence streak is carried on a keyed state file (the EXCPAGE
*> aging precedent), and the silent devices print by branch with
*> their consecutive-days-silent count -- so a device dark for a
*> week stands out from one that missed a single poll. A device
*> silent for the configured number of nights gets a field work
*> order through WOWRITE -- one order per device however long the
*> silence lasts, reopened if the device stays dark after its fix.
*> A device swapped in the field (the SENSREPL register SENSMNT
*> keeps) takes over its predecessor's last-heard date, and the unit
*> it replaced is no longer expected to report at all.
IDENTIFICATION DIVISION.
PROGRAM-ID. SILENTSR.
ENVIRONMENT DIVISION.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SIL-KEY
        FILE STATUS IS WS-SIL-STATUS.
*>  Old-to-new device swaps, maintained by SENSMNT.
    SELECT REPLACEMENTS ASSIGN TO "SENSREPL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPL-STATUS.
    SELECT SILENT-RPT ASSIGN TO "SILENTRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
    05  SIL-KEY             PIC X(10).
    05  SIL-LAST-HEARD      PIC 9(8).
    05  SIL-SILENT-DAYS     PIC 9(4).
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
FD  SILENT-RPT
    RECORDING MODE IS F.
01  SILENT-LINE             PIC X(80).
        77 WS-TRANS-STATUS  PIC XX.
        77 WS-SIL-STATUS    PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-RPL-STATUS    PIC XX.
        77 WS-RPL-EOF-SW    PIC X VALUE "N".
            88 WS-RPL-EOF           VALUE "Y".
        77 WS-RP            PIC 9(3).
        77 WS-RP-MATCH      PIC 9(3).
        77 WS-INHERIT-HEARD PIC 9(8).
        77 WS-REPLACED-CNT  PIC 9(6) VALUE 0.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-SENS-EOF-SW   PIC X VALUE "N".
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "SILPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".
        77 WS-WO-MIN-DAYS   PIC 9(4) VALUE 2.
        77 WS-WO-RESULT     PIC X.
        77 WS-WO-NEW-CNT    PIC 9(6) VALUE 0.
        77 WS-WO-REOPEN-CNT PIC 9(6) VALUE 0.
        77 WS-WO-PROBLEM    PIC X VALUE "S".

*>  The finding handed to the work order.
01  WS-WO-DETAIL.
    05  FILLER              PIC X(7) VALUE "SILENT ".
    05  WD-DAYS             PIC ZZZ9.
    05  FILLER              PIC X(19) VALUE " NIGHT(S)".

*>  The active roster off the sensor master with a heard-today mark
*>  per device -- the ZADANIE1 sensor-table precedent, plus the
            88  WS-SENS-HEARD       VALUE "Y".
        10  WS-SENS-DAYS    PIC 9(4).

*>  Device swaps in force on the run date.
01  WS-REPL-TABLE.
    05  WS-RPL-CNT          PIC 9(3) VALUE 0.
    05  WS-RPL-ENTRY OCCURS 200 TIMES.
        10  WS-RPL-OLD      PIC X(10).
        10  WS-RPL-NEW      PIC X(10).

*>  Distinct branches on the roster, in first-seen order, so the
*>  report prints one branch section at a time.
01  WS-BRANCH-TABLE.
    05  T-HEARD             PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-SILENT            PIC ZZZ,ZZ9.
01  WS-REPORT-REPLACED.
    05  FILLER              PIC X(26) VALUE
        "REPLACED, NOT EXPECTED    ".
    05  T-REPLACED          PIC ZZZ,ZZ9.
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
    PERFORM A-LOAD-ROSTER.
    PERFORM A-OPEN-STATE.
    PERFORM B-MARK-HEARD.
        CALL "ERRHAND" USING "SILENTSR" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  Optional card: columns 1-4 the nights a device must be silent
*>  before it gets a work order, so a single missed poll does not
*>  send an engineer. Compiled-in default when the card is missing,
*>  same as every other PARMCARD caller.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:4) IS NUMERIC
            MOVE WS-PARM-CARD(1:4) TO WS-WO-MIN-DAYS
        END-IF
    END-IF.
    IF WS-WO-MIN-DAYS = 0
        MOVE 1 TO WS-WO-MIN-DAYS
    END-IF.

A-LOAD-REPLACEMENTS.
*>  Swaps dated after the run date are not in force yet. No register
*>  means no device has been swapped -- the QUARREL tolerate-missing-
*>  file precedent.
    OPEN INPUT REPLACEMENTS.
    IF WS-RPL-STATUS NOT = "00"
        DISPLAY "SILENTSR: SENSREPL NOT PRESENT -- NO SWAPS"
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

A-LOAD-ROSTER.
*>  Only active devices join the roster -- a retired sensor is
*>  expected to be silent and must not page anyone. With no sensor
                SET WS-SENS-EOF TO TRUE
            NOT AT END
                IF SEN-ACTIVE
                    PERFORM A-CHECK-REPLACED
                END-IF
                IF SEN-ACTIVE AND WS-RP-MATCH > 0
                    ADD 1 TO WS-REPLACED-CNT
                END-IF
                IF SEN-ACTIVE AND WS-RP-MATCH = 0
                    ADD 1 TO WS-SENS-CNT
                    MOVE SEN-ID TO WS-SENS-ID(WS-SENS-CNT)
                    MOVE SEN-BRANCH
    CLOSE SENSOR-MASTER.
    MOVE WS-SENS-CNT TO WS-ACTIVE-CNT.

A-CHECK-REPLACED.
*>  A unit already swapped out is not expected to report even if the
*>  master still carries it active -- it is off the wall, and its
*>  silence is not a finding.
    MOVE 0 TO WS-RP-MATCH.
    PERFORM VARYING WS-RP FROM 1 BY 1 UNTIL WS-RP > WS-RPL-CNT
        IF WS-RPL-OLD(WS-RP) = SEN-ID
            MOVE WS-RP TO WS-RP-MATCH
        END-IF
    END-PERFORM.

A-REGISTER-BRANCH.
    MOVE 0 TO WS-BR-MATCH.
    PERFORM VARYING WS-BR FROM 1 BY 1 UNTIL WS-BR > WS-BR-CNT
    MOVE WS-SENS-ID(WS-SN) TO SIL-KEY.
    READ SILENT-STATE
        INVALID KEY
            PERFORM C-OPEN-NEW-STATE
        NOT INVALID KEY
*>  A same-day rerun must not double-advance the streak -- a record
*>  already stamped today is left exactly as the first run left it.
            END-IF
    END-READ.
    MOVE SIL-SILENT-DAYS TO WS-SENS-DAYS(WS-SN).
    IF NOT WS-SENS-HEARD(WS-SN)
            AND SIL-SILENT-DAYS NOT < WS-WO-MIN-DAYS
        PERFORM C-RAISE-WORK-ORDER
    END-IF.

C-OPEN-NEW-STATE.
*>  A device swapped in starts from the unit it replaced: the old
*>  unit's last-heard date carries over, so the report shows when
*>  that position last reported rather than "never heard". Only the
*>  streak starts afresh -- the old unit's silence is not the new
*>  one's.
    MOVE 0 TO WS-INHERIT-HEARD.
    MOVE 0 TO WS-RP-MATCH.
    PERFORM VARYING WS-RP FROM 1 BY 1 UNTIL WS-RP > WS-RPL-CNT
        IF WS-RPL-NEW(WS-RP) = WS-SENS-ID(WS-SN)
            MOVE WS-RP TO WS-RP-MATCH
        END-IF
    END-PERFORM.
    IF WS-RP-MATCH > 0
        MOVE WS-RPL-OLD(WS-RP-MATCH) TO SIL-KEY
        READ SILENT-STATE
            INVALID KEY
                MOVE 0 TO SIL-LAST-HEARD
        END-READ
        MOVE SIL-LAST-HEARD TO WS-INHERIT-HEARD
    END-IF.
    MOVE WS-SENS-ID(WS-SN) TO SIL-KEY.
    IF WS-SENS-HEARD(WS-SN)
        MOVE WS-RUN-ID TO SIL-LAST-HEARD
        MOVE 0 TO SIL-SILENT-DAYS
    ELSE
        MOVE WS-INHERIT-HEARD TO SIL-LAST-HEARD
        MOVE 1 TO SIL-SILENT-DAYS
    END-IF.
    WRITE SIL-REC
        INVALID KEY
            STRING "STATE WRITE FAILED FOR " SIL-KEY
                DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 1303 TO WS-ERR-RC
            CALL "ERRHAND" USING "SILENTSR" WS-ERR-MSG
                "S" WS-ERR-RC
    END-WRITE.

C-RAISE-WORK-ORDER.
*>  The last-heard date goes with the order: a device not heard
*>  from since its fix is reopened rather than given a new order.
    MOVE SIL-SILENT-DAYS TO WD-DAYS.
    CALL "WOWRITE" USING "SILENTSR" SIL-KEY WS-WO-PROBLEM
        SIL-LAST-HEARD WS-WO-DETAIL WS-RUN-ID WS-WO-RESULT.
    EVALUATE WS-WO-RESULT
        WHEN "N"
            ADD 1 TO WS-WO-NEW-CNT
        WHEN "R"
            ADD 1 TO WS-WO-REOPEN-CNT
            MOVE SPACES TO WS-MSG-TEXT
            STRING "SENSOR " SIL-KEY " SILENT AFTER FIX"
                " -- WORK ORDER REOPENED"
                DELIMITED BY SIZE INTO WS-MSG-TEXT
            CALL "MSGWRITE" USING "IDN1302W" WS-MSG-TEXT
    END-EVALUATE.

D-WRITE-REPORT.
*>  One branch section at a time, silent devices only -- the heard
    MOVE WS-HEARD-CNT TO T-HEARD.
    MOVE WS-SILENT-CNT TO T-SILENT.
    WRITE SILENT-LINE FROM WS-REPORT-TOTALS.
    IF WS-REPLACED-CNT > 0
        MOVE WS-REPLACED-CNT TO T-REPLACED
        WRITE SILENT-LINE FROM WS-REPORT-REPLACED
    END-IF.
    MOVE WS-WO-NEW-CNT TO T-WO-NEW.
    MOVE WS-WO-REOPEN-CNT TO T-WO-REOPEN.
    WRITE SILENT-LINE FROM WS-REPORT-ORDERS.
    CLOSE SILENT-RPT.

D-WRITE-BRANCH-SECTION.
