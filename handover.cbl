*> exceptions past the AGEPARM limit, unacknowledged alerts off the
*> alert-state file, and any balancing or reconciliation failure
*> (IDXBAL / NMIDXREC) on today's error log. Handover becomes a
*> document instead of a conversation. Every incident INCEXTR raised
*> to the service desk and not yet closed is listed with the ticket
*> number the desk sent back, so the night shift quotes the ticket
*> instead of raising the same problem twice. The period-close
*> status closes the page: which month is locked to maintenance, and
*> how many parked adjustments are waiting for a PPADJUST run. Last,
*> the Number Master exclusive-use lock: a claim still standing
*> after the updaters have finished is a dead holder for NMUNLOCK.
IDENTIFICATION DIVISION.
PROGRAM-ID. HANDOVER.
ENVIRONMENT DIVISION.
    SELECT ERRLOG-IN ASSIGN TO "ERRLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ERRLOG-STATUS.
    SELECT INCIDENT-MASTER ASSIGN TO "INCMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IM-INCIDENT-ID
        FILE STATUS IS WS-IM-STATUS.
    SELECT ADJUSTMENT-IN ASSIGN TO "PPADJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PPA-STATUS.
    SELECT LOCK-REGISTER ASSIGN TO "NMLOCKS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NMLOCK-STATUS.
    SELECT HANDOVER-RPT ASSIGN TO "HANDOVRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
    05  ERRLOG-RC               PIC 9(4).
    05  ERRLOG-SEP5             PIC X.
    05  ERRLOG-MSG              PIC X(60).
FD  INCIDENT-MASTER.
01  IM-REC.
    05  IM-INCIDENT-ID.
        10  IM-INC-DATE     PIC 9(8).
        10  IM-INC-SEQ      PIC 9(4).
    05  IM-PROGRAM          PIC X(8).
    05  IM-RC               PIC 9(4).
    05  IM-SEVERITY         PIC X.
    05  IM-MSG-ID           PIC X(8).
    05  IM-FIRST-TIME       PIC 9(8).
    05  IM-LAST-TIME        PIC 9(8).
    05  IM-COUNT            PIC 9(5).
    05  IM-DIAG-LINE        PIC 9(7).
    05  IM-MESSAGE          PIC X(60).
    05  IM-TICKET           PIC X(12).
    05  IM-ACK-DATE         PIC 9(8).
    05  IM-STATUS           PIC X.
        88  IM-OPEN                 VALUE "O".
        88  IM-CLOSED               VALUE "C".
FD  ADJUSTMENT-IN
    RECORDING MODE IS F.
01  PPA-REC                 PIC X(80).
FD  LOCK-REGISTER
    RECORDING MODE IS F.
01  LOCK-CARD               PIC X(80).
FD  HANDOVER-RPT
    RECORDING MODE IS F.
01  HANDOVER-LINE           PIC X(80).
        77 WS-AGE-STATUS    PIC XX.
        77 WS-AST-STATUS    PIC XX.
        77 WS-ERRLOG-STATUS PIC XX.
        77 WS-IM-STATUS     PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X.
            88 WS-EOF               VALUE "Y".
        77 WS-EXCP-OLD-DT   PIC 9(8) VALUE 99999999.
        77 WS-ALERT-CNT     PIC 9(4) VALUE 0.
        77 WS-BALFAIL-CNT   PIC 9(4) VALUE 0.
        77 WS-INCIDENT-CNT  PIC 9(4) VALUE 0.
        77 WS-TICKET-TEXT   PIC X(13).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".
        77 WS-PPA-STATUS    PIC XX.
        77 WS-PPA-CNT       PIC 9(6) VALUE 0.
        77 WS-LOCK-REPLY    PIC X.
        77 WS-PC-STATE-TEXT PIC X(8).
        77 WS-NMLOCK-STATUS PIC XX.

*>  The period-close control card as PERLOCK hands it back.
01  WS-CONTROL.
    05  WS-CTL-PERIOD       PIC 9(6).
    05  WS-CTL-SEP1         PIC X.
    05  WS-CTL-STATE        PIC X.
        88  WS-CTL-CLOSED           VALUE "C".
        88  WS-CTL-REOPENED         VALUE "R".
    05  WS-CTL-SEP2         PIC X.
    05  WS-CTL-CLOSE-DATE   PIC 9(8).
    05  WS-CTL-SEP3         PIC X.
    05  WS-CTL-CLOSE-USER   PIC X(8).
    05  WS-CTL-SEP4         PIC X.
    05  WS-CTL-ADJ-DATE     PIC 9(8).
    05  WS-CTL-SEP5         PIC X.
    05  WS-CTL-ADJ-USER     PIC X(8).
    05  WS-CTL-SEP6         PIC X.
    05  WS-CTL-ADJ-CNT      PIC 9(5).
    05  FILLER              PIC X(30).

*>  The NMLOCKS register record, as NMLOCK writes it.
01  WS-LOCK-REC.
    05  WS-LK-RESOURCE      PIC X(8).
    05  WS-LK-SEP1          PIC X.
    05  WS-LK-STATE         PIC X.
        88  WS-LK-HELD              VALUE "H".
    05  WS-LK-SEP2          PIC X.
    05  WS-LK-PROGRAM       PIC X(8).
    05  WS-LK-SEP3          PIC X.
    05  WS-LK-USER          PIC X(8).
    05  WS-LK-SEP4          PIC X.
    05  WS-LK-RUN-DATE      PIC 9(8).
    05  WS-LK-SEP5          PIC X.
    05  WS-LK-RUN-SEQ       PIC 9(3).
    05  WS-LK-SEP6          PIC X.
    05  WS-LK-START-TIME    PIC 9(8).
    05  FILLER              PIC X(30).

*>  Today's steps with a start and no finish yet -- the BATCHWIN
*>  pairing rule applied live.
    PERFORM B-SECTION-EXCEPTIONS.
    PERFORM B-SECTION-ALERTS.
    PERFORM B-SECTION-BALANCING.
    PERFORM B-SECTION-INCIDENTS.
    PERFORM B-SECTION-PERIOD-CLOSE.
    PERFORM B-SECTION-MASTER-LOCK.
    CLOSE HANDOVER-RPT.
    PERFORM A-RUN-COMPLETION.
    GOBACK.
        MOVE "  NONE" TO RT-TITLE
        WRITE HANDOVER-LINE FROM WS-REPORT-TITLE
    END-IF.
    WRITE HANDOVER-LINE FROM WS-REPORT-BLANK.

B-SECTION-INCIDENTS.
*>  Open incidents of any date -- one raised last week and still
*>  unticketed matters more tonight, not less.
    MOVE "OPEN SERVICE-DESK INCIDENTS" TO RT-TITLE.
    WRITE HANDOVER-LINE FROM WS-REPORT-TITLE.
    WRITE HANDOVER-LINE FROM WS-REPORT-SECTION.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT INCIDENT-MASTER.
    IF WS-IM-STATUS = "00"
        MOVE LOW-VALUES TO IM-INCIDENT-ID
        START INCIDENT-MASTER KEY NOT < IM-INCIDENT-ID
            INVALID KEY
                SET WS-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-EOF
            READ INCIDENT-MASTER NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF NOT IM-CLOSED
                        ADD 1 TO WS-INCIDENT-CNT
                        IF IM-TICKET = SPACES
                            MOVE "NO TICKET YET" TO WS-TICKET-TEXT
                        ELSE
                            MOVE IM-TICKET TO WS-TICKET-TEXT
                        END-IF
                        MOVE SPACES TO RT-TITLE
                        STRING "  " IM-INCIDENT-ID " " IM-PROGRAM
                            " RC " IM-RC " X" IM-COUNT
                            "  TICKET " WS-TICKET-TEXT
                            DELIMITED BY SIZE INTO RT-TITLE
                        WRITE HANDOVER-LINE FROM WS-REPORT-TITLE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INCIDENT-MASTER
    END-IF.
    IF WS-INCIDENT-CNT = 0
        MOVE "  NONE" TO RT-TITLE
        WRITE HANDOVER-LINE FROM WS-REPORT-TITLE
    END-IF.

B-SECTION-PERIOD-CLOSE.
*>  A period left "REOPENED" means a PPADJUST run started and never
*>  finished; parked adjustments are counted off PPADJ so the night
*>  shift knows whether one is owed.
    WRITE HANDOVER-LINE FROM WS-REPORT-BLANK.
    MOVE "PERIOD-CLOSE STATUS" TO RT-TITLE.
    WRITE HANDOVER-LINE FROM WS-REPORT-TITLE.
    WRITE HANDOVER-LINE FROM WS-REPORT-SECTION.
    CALL "PERLOCK" USING "Q" WS-RUN-ID WS-LOCK-REPLY WS-CONTROL.
    IF WS-LOCK-REPLY NOT = "Y"
        MOVE "  NO PERIOD CLOSED" TO RT-TITLE
        WRITE HANDOVER-LINE FROM WS-REPORT-TITLE
    ELSE
        IF WS-CTL-REOPENED
            MOVE "REOPENED" TO WS-PC-STATE-TEXT
        ELSE
            MOVE "CLOSED" TO WS-PC-STATE-TEXT
        END-IF
        MOVE SPACES TO RT-TITLE
        STRING "  PERIOD " WS-CTL-PERIOD " " WS-PC-STATE-TEXT
            " ON " WS-CTL-CLOSE-DATE " BY " WS-CTL-CLOSE-USER
            "  ADJ APPLIED " WS-CTL-ADJ-CNT
            DELIMITED BY SIZE INTO RT-TITLE
        WRITE HANDOVER-LINE FROM WS-REPORT-TITLE
        MOVE "N" TO WS-EOF-SW
        OPEN INPUT ADJUSTMENT-IN
        IF WS-PPA-STATUS = "00"
            PERFORM UNTIL WS-EOF
                READ ADJUSTMENT-IN
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-PPA-CNT
                END-READ
            END-PERFORM
            CLOSE ADJUSTMENT-IN
        END-IF
        MOVE SPACES TO RT-TITLE
        STRING "  ADJUSTMENTS AWAITING PPADJUST: " WS-PPA-CNT
            DELIMITED BY SIZE INTO RT-TITLE
        WRITE HANDOVER-LINE FROM WS-REPORT-TITLE
    END-IF.

B-SECTION-MASTER-LOCK.
*>  Handover runs after the night's updaters, so any claim still
*>  standing here belongs to a run that died holding the master --
*>  every updater that follows will be refused until NMUNLOCK clears
*>  it.
    WRITE HANDOVER-LINE FROM WS-REPORT-BLANK.
    MOVE "NUMMAST EXCLUSIVE-USE LOCK" TO RT-TITLE.
    WRITE HANDOVER-LINE FROM WS-REPORT-TITLE.
    WRITE HANDOVER-LINE FROM WS-REPORT-SECTION.
    MOVE SPACES TO WS-LOCK-REC.
    OPEN INPUT LOCK-REGISTER.
    IF WS-NMLOCK-STATUS = "00"
        READ LOCK-REGISTER
            AT END
                CONTINUE
            NOT AT END
                MOVE LOCK-CARD TO WS-LOCK-REC
        END-READ
        CLOSE LOCK-REGISTER
    END-IF.
    IF WS-LK-HELD
        MOVE SPACES TO RT-TITLE
        STRING "  HELD BY " WS-LK-PROGRAM " USER " WS-LK-USER
            " RUN " WS-LK-RUN-DATE "/" WS-LK-RUN-SEQ
            " AT " WS-LK-START-TIME
            DELIMITED BY SIZE INTO RT-TITLE
        WRITE HANDOVER-LINE FROM WS-REPORT-TITLE
        MOVE "  IF THE HOLDER HAS DIED, RELEASE WITH NMUNLOCK"
            TO RT-TITLE
        WRITE HANDOVER-LINE FROM WS-REPORT-TITLE
    ELSE
        MOVE "  FREE" TO RT-TITLE
        WRITE HANDOVER-LINE FROM WS-REPORT-TITLE
    END-IF.
