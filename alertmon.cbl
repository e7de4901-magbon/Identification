*> inputs the board already reads -- exception count from EXCPTOUT
*> over its limit, a roster program with no RUNLOG start record
*> today, an overflow count in SGNCNTS above zero, a duplicate-key
*> count over its limit, a sensor held in the alarm band past its
*> allowance, a sub-ledger break against the general ledger that
*> GLRECON has marked persistent -- and writes a prioritized operator
*> alert file plus a console message for everything that fires. The
*> morning question is "is anything wrong", answered in one place.
IDENTIFICATION DIVISION.
PROGRAM-ID. ALERTMON.
    SELECT DUPKEY-IN ASSIGN TO "DUPKEYS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DUP-STATUS.
*>  ZADANIE1's band events; only the sustained-exceedance records
*>  are of interest here, the crossings are for the trend readers.
    SELECT BAND-EVENTS-IN ASSIGN TO "BANDEVT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BEV-STATUS.
*>  GLRECON's break state per branch + currency; only breaks it
*>  refreshed today and marked persistent are raised.
    SELECT GL-BREAK-IN ASSIGN TO "GLBREAK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GB-KEY
        FILE STATUS IS WS-GB-STATUS.
    SELECT ALERT-OUT ASSIGN TO "ALERTOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALERT-STATUS.
FD  DUPKEY-IN
    RECORDING MODE IS F.
01  DUPKEY-IN-LINE              PIC X(80).
FD  BAND-EVENTS-IN
    RECORDING MODE IS F.
01  BEV-REC.
    05  BEV-TYPE            PIC X(4).
        88  BEV-SUSTAINED           VALUE "SUST".
    05  FILLER              PIC X.
    05  BEV-SENSOR          PIC X(10).
    05  FILLER              PIC X.
    05  BEV-BRANCH          PIC X(3).
    05  FILLER              PIC X.
    05  BEV-DATE            PIC 9(8).
    05  FILLER              PIC X.
    05  BEV-TIMESTAMP       PIC 9(8).
    05  FILLER              PIC X.
    05  BEV-OLD-BAND        PIC X(20).
    05  FILLER              PIC X.
    05  BEV-NEW-BAND        PIC X(20).
    05  FILLER              PIC X.
    05  BEV-RUN-LEN         PIC 9(6).
    05  FILLER              PIC X.
    05  BEV-VALUE           PIC 9(2).
FD  GL-BREAK-IN.
01  GB-REC.
    05  GB-KEY.
        10  GB-BRANCH       PIC X(3).
        10  GB-CURRENCY     PIC X(3).
    05  GB-STATUS           PIC X.
        88  GB-BROKEN               VALUE "B".
        88  GB-BALANCED             VALUE "O".
    05  GB-OPEN-DATE        PIC 9(8).
    05  GB-LAST-BAL-DATE    PIC 9(8).
    05  GB-LAST-RUN-DATE    PIC 9(8).
    05  GB-DAYS-OPEN        PIC 9(4).
    05  GB-DIFFERENCE       PIC S9(13)V99.
    05  GB-PERSIST-SW       PIC X.
        88  GB-PERSISTENT           VALUE "Y".
FD  ALERT-OUT
    RECORDING MODE IS F.
01  ALERT-REC.
        77 WS-EXCP-STATUS   PIC XX.
        77 WS-DUP-STATUS    PIC XX.
        77 WS-ALERT-STATUS  PIC XX.
        77 WS-BEV-STATUS    PIC XX.
        77 WS-GB-STATUS     PIC XX.
        77 WS-GB            PIC 9(2).
        77 WS-GL-ABS-DIFF   PIC 9(13)V99.
        77 WS-SB            PIC 9(2).
        77 WS-SB-MATCH      PIC 9(2).
        77 WS-EOF-SW        PIC X.
            88 WS-EOF               VALUE "Y".
        77 WS-EXCP-COUNT    PIC 9(6) VALUE 0.
        77 WS-AL-VALUE      PIC 9(9).
        77 WS-FIRE-SW       PIC X.
            88 WS-FIRE-IT           VALUE "Y".
        77 WS-ROSTER-CNT    PIC 9(2) VALUE 14.
        77 WS-R             PIC 9(2).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
*>  added around them. A program here with no "S" today fires a
*>  priority-1 alert.
01  WS-ROSTER-NAMES.
    05  FILLER              PIC X(8) VALUE "FEEDGATE".
    05  FILLER              PIC X(8) VALUE "FRONTEDT".
    05  FILLER              PIC X(8) VALUE "ZADANIE1".
    05  FILLER              PIC X(8) VALUE "NMVERIFY".
    05  FILLER              PIC X(8) VALUE "ZADANIE2".
    05  FILLER              PIC X(8) VALUE "ZADANIE3".
    05  FILLER              PIC X(8) VALUE "IDXBAL".
    05  FILLER              PIC X(8) VALUE "CONTCHK".
    05  FILLER              PIC X(8) VALUE "ZADANIE4".
    05  FILLER              PIC X(8) VALUE "ZADANIE5".
    05  FILLER              PIC X(8) VALUE "ZADANIE6".
    05  FILLER              PIC X(8) VALUE "ZADANIE7".
    05  FILLER              PIC X(8) VALUE "EODSUM".
    05  FILLER              PIC X(8) VALUE "GLRECON".
01  WS-ROSTER-TBL REDEFINES WS-ROSTER-NAMES.
    05  WS-ROSTER-ENTRY OCCURS 14 TIMES.
        10  WS-ROSTER-NAME  PIC X(8).
01  WS-ROSTER-SEEN.
    05  WS-ROSTER-SEEN-SW   PIC X OCCURS 14 TIMES.

*>  Sustained-exceedance devices gathered by branch: one alert per
*>  branch, its value the number of devices held -- so an
*>  acknowledgment holds until another device gets stuck, rather
*>  than resurfacing every night the run length grows.
01  WS-SUST-TABLE.
    05  WS-SUST-BR-CNT      PIC 9(2) VALUE 0.
    05  WS-SUST-BR OCCURS 20 TIMES.
        10  WS-SUST-BRANCH  PIC X(3).
        10  WS-SUST-DEVICES PIC 9(6).
        10  WS-SUST-LONGEST PIC 9(6).
        10  WS-SUST-SENSOR  PIC X(10).

*>  Persistent GL breaks, one alert per branch + currency. The alert
*>  value is the size of the difference in whole units, so an
*>  acknowledgment holds while the break stays the same and a break
*>  that grows resurfaces -- the nights open climb every day and
*>  would resurface it every night.
01  WS-GL-BREAK-TABLE.
    05  WS-GLB-CNT          PIC 9(2) VALUE 0.
    05  WS-GLB OCCURS 50 TIMES.
        10  WS-GLB-SUBJECT  PIC X(8).
        10  WS-GLB-DAYS     PIC 9(4).
        10  WS-GLB-DIFF     PIC S9(13)V99.
        10  WS-GLB-VALUE    PIC 9(9).
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM C-CHECK-OVERFLOW.
    PERFORM C-CHECK-EXCEPTIONS.
    PERFORM C-CHECK-DUPKEYS.
    PERFORM C-CHECK-SUSTAINED.
    PERFORM C-CHECK-GL-BREAKS.
    CLOSE ALERT-OUT.
    CLOSE ALERT-STATE.
    IF WS-ALERT-CNT = 0
    PERFORM B-READ-SIGN-CNTS.
    PERFORM B-COUNT-EXCEPTIONS.
    PERFORM B-COUNT-DUPKEYS.
    PERFORM B-READ-BAND-EVENTS.
    PERFORM B-READ-GL-BREAKS.

B-READ-RUNLOG.
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-ROSTER-CNT
        CLOSE DUPKEY-IN
    END-IF.

B-READ-BAND-EVENTS.
*>  Today's sustained records only. ZADANIE1 writes at most one per
*>  device per business date, an intraday rerun included, so each
*>  record is one device. A missing file means nothing was raised.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT BAND-EVENTS-IN.
    IF WS-BEV-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ BAND-EVENTS-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF BEV-SUSTAINED AND BEV-DATE = WS-RUN-ID
                        PERFORM B-HOLD-SUSTAINED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BAND-EVENTS-IN
    END-IF.

B-HOLD-SUSTAINED.
    MOVE 0 TO WS-SB-MATCH.
    PERFORM VARYING WS-SB FROM 1 BY 1 UNTIL WS-SB > WS-SUST-BR-CNT
        IF WS-SUST-BRANCH(WS-SB) = BEV-BRANCH
            MOVE WS-SB TO WS-SB-MATCH
        END-IF
    END-PERFORM.
    IF WS-SB-MATCH = 0 AND WS-SUST-BR-CNT < 20
        ADD 1 TO WS-SUST-BR-CNT
        MOVE WS-SUST-BR-CNT TO WS-SB-MATCH
        MOVE BEV-BRANCH TO WS-SUST-BRANCH(WS-SB-MATCH)
        MOVE 0 TO WS-SUST-DEVICES(WS-SB-MATCH)
        MOVE 0 TO WS-SUST-LONGEST(WS-SB-MATCH)
        MOVE SPACES TO WS-SUST-SENSOR(WS-SB-MATCH)
    END-IF.
    IF WS-SB-MATCH > 0
        ADD 1 TO WS-SUST-DEVICES(WS-SB-MATCH)
        IF BEV-RUN-LEN > WS-SUST-LONGEST(WS-SB-MATCH)
            MOVE BEV-RUN-LEN TO WS-SUST-LONGEST(WS-SB-MATCH)
            MOVE BEV-SENSOR TO WS-SUST-SENSOR(WS-SB-MATCH)
        END-IF
    END-IF.

B-READ-GL-BREAKS.
*>  A missing break file means GLRECON has never run; the roster
*>  check above covers a night it did not.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT GL-BREAK-IN.
    IF WS-GB-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ GL-BREAK-IN NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF GB-BROKEN AND GB-PERSISTENT
                            AND GB-LAST-RUN-DATE = WS-RUN-ID
                        PERFORM B-HOLD-GL-BREAK
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GL-BREAK-IN
    END-IF.

B-HOLD-GL-BREAK.
    IF WS-GLB-CNT < 50
        ADD 1 TO WS-GLB-CNT
        MOVE SPACES TO WS-GLB-SUBJECT(WS-GLB-CNT)
        STRING GB-BRANCH "/" GB-CURRENCY DELIMITED BY SIZE
            INTO WS-GLB-SUBJECT(WS-GLB-CNT)
        MOVE GB-DAYS-OPEN TO WS-GLB-DAYS(WS-GLB-CNT)
        MOVE GB-DIFFERENCE TO WS-GLB-DIFF(WS-GLB-CNT)
        MOVE GB-DIFFERENCE TO WS-GL-ABS-DIFF
        IF WS-GL-ABS-DIFF > 999999999
            MOVE 999999999 TO WS-GLB-VALUE(WS-GLB-CNT)
        ELSE
            MOVE WS-GL-ABS-DIFF TO WS-GLB-VALUE(WS-GLB-CNT)
        END-IF
    END-IF.

C-CHECK-ROSTER.
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-ROSTER-CNT
        IF WS-ROSTER-SEEN-SW(WS-R) = "N"
        PERFORM C-RAISE-ALERT
    END-IF.

C-CHECK-SUSTAINED.
    PERFORM VARYING WS-SB FROM 1 BY 1 UNTIL WS-SB > WS-SUST-BR-CNT
        MOVE 2 TO ALERT-PRIORITY
        MOVE "SUSTBAND" TO WS-AL-RULE
        MOVE WS-SUST-BRANCH(WS-SB) TO WS-AL-SUBJECT
        MOVE WS-SUST-DEVICES(WS-SB) TO WS-AL-VALUE
        MOVE SPACES TO ALERT-TEXT
        STRING WS-SUST-DEVICES(WS-SB) " IN ALARM BAND, "
            "LONGEST " WS-SUST-SENSOR(WS-SB) " "
            WS-SUST-LONGEST(WS-SB) " READINGS"
            DELIMITED BY SIZE INTO ALERT-TEXT
        PERFORM C-RAISE-ALERT
    END-PERFORM.

C-CHECK-GL-BREAKS.
    PERFORM VARYING WS-GB FROM 1 BY 1 UNTIL WS-GB > WS-GLB-CNT
        MOVE 2 TO ALERT-PRIORITY
        MOVE "GLBREAK" TO WS-AL-RULE
        MOVE WS-GLB-SUBJECT(WS-GB) TO WS-AL-SUBJECT
        MOVE WS-GLB-VALUE(WS-GB) TO WS-AL-VALUE
        MOVE SPACES TO ALERT-TEXT
        STRING "SUB-LEDGER OFF GL BY " WS-GLB-VALUE(WS-GB)
            " FOR " WS-GLB-DAYS(WS-GB) " BUSINESS DAYS"
            DELIMITED BY SIZE INTO ALERT-TEXT
        PERFORM C-RAISE-ALERT
    END-PERFORM.

C-RAISE-ALERT.
*>  The state file decides whether a firing rule actually reaches
*>  the alert file: a new condition opens a state record and fires;
