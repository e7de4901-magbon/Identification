*> Service-desk incident extract. Every abend and refusal the suite
*> logs lands on ERRLOG and, for abends, a snapshot on ABENDIAG --
*> and until now the only route from there to the service desk was
*> an operator retyping them into a ticket. This step turns today's
*> error log into the outbound INCOUT interface file: one incident
*> per program and return code, however many times it repeated in
*> the night, carrying the occurrence count, the first and last
*> time, the message id the console automation traps on (looked up
*> in MSGCAT), the business date and the ABENDIAG line where the
*> snapshot starts. INCMAST keeps every incident raised, so a rerun
*> sends only what is new or has grown since the last pass, and the
*> service desk's INCACK return file attaches its ticket numbers
*> (and closures) back here for HANDOVER to print.
IDENTIFICATION DIVISION.
PROGRAM-ID. INCEXTR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ERRLOG-IN ASSIGN TO "ERRLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ERRLOG-STATUS.
    SELECT DIAG-IN ASSIGN TO "ABENDIAG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DIAG-STATUS.
    SELECT CATALOG-IN ASSIGN TO "MSGCAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAT-STATUS.
*>  Incident id, ticket number and an optional C for closed, as the
*>  service desk returns them. Optional -- most nights there are none.
    SELECT ACK-IN ASSIGN TO "INCACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-STATUS.
    SELECT INCIDENT-MASTER ASSIGN TO "INCMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IM-INCIDENT-ID
        FILE STATUS IS WS-IM-STATUS.
    SELECT INCIDENT-OUT ASSIGN TO "INCOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUT-STATUS.
    SELECT EXTRACT-RPT ASSIGN TO "INCEXRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  ERRLOG-IN
    RECORDING MODE IS F.
01  ERRLOG-REC.
    05  ERRLOG-PROGRAM-ID       PIC X(8).
    05  ERRLOG-SEP1             PIC X.
    05  ERRLOG-DATE             PIC 9(8).
    05  ERRLOG-SEP2             PIC X.
    05  ERRLOG-TIME             PIC 9(8).
    05  ERRLOG-SEP3             PIC X.
    05  ERRLOG-SEVERITY         PIC X.
    05  ERRLOG-SEP4             PIC X.
    05  ERRLOG-RC               PIC 9(4).
    05  ERRLOG-SEP5             PIC X.
    05  ERRLOG-MSG              PIC X(60).
FD  DIAG-IN
    RECORDING MODE IS F.
01  DIAG-LINE.
    05  DIAG-TAG            PIC X(24).
    05  DIAG-PROGRAM        PIC X(8).
    05  FILLER              PIC X(7).
    05  DIAG-DATE           PIC X(8).
    05  FILLER              PIC X(7).
    05  DIAG-TIME           PIC X(8).
    05  FILLER              PIC X(5).
    05  DIAG-RC             PIC X(4).
    05  FILLER              PIC X(29).
FD  CATALOG-IN
    RECORDING MODE IS F.
01  CATALOG-REC.
    05  CAT-MSG-ID          PIC X(8).
    05  CAT-SEP1            PIC X.
    05  CAT-TEMPLATE        PIC X(60).
FD  ACK-IN
    RECORDING MODE IS F.
01  ACK-REC.
    05  ACK-INCIDENT-ID     PIC X(12).
    05  ACK-SEP1            PIC X.
    05  ACK-TICKET          PIC X(12).
    05  ACK-SEP2            PIC X.
    05  ACK-STATUS          PIC X.
        88  ACK-CLOSED              VALUE "C".
    05  FILLER              PIC X(53).
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
FD  INCIDENT-OUT
    RECORDING MODE IS F.
01  OUT-REC.
    05  OUT-ACTION          PIC X.
    05  OUT-SEP1            PIC X.
    05  OUT-INCIDENT-ID     PIC X(12).
    05  OUT-SEP2            PIC X.
    05  OUT-PROGRAM         PIC X(8).
    05  OUT-SEP3            PIC X.
    05  OUT-SEVERITY        PIC X.
    05  OUT-SEP4            PIC X.
    05  OUT-RC              PIC 9(4).
    05  OUT-SEP5            PIC X.
    05  OUT-MSG-ID          PIC X(8).
    05  OUT-SEP6            PIC X.
    05  OUT-BUS-DATE        PIC 9(8).
    05  OUT-SEP7            PIC X.
    05  OUT-FIRST-TIME      PIC 9(8).
    05  OUT-SEP8            PIC X.
    05  OUT-LAST-TIME       PIC 9(8).
    05  OUT-SEP9            PIC X.
    05  OUT-COUNT           PIC 9(5).
    05  OUT-SEP10           PIC X.
    05  OUT-DIAG-LINE       PIC 9(7).
    05  OUT-SEP11           PIC X.
    05  OUT-MESSAGE         PIC X(60).
FD  EXTRACT-RPT
    RECORDING MODE IS F.
01  EXTRACT-LINE            PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-ERRLOG-STATUS PIC XX.
        77 WS-DIAG-STATUS   PIC XX.
        77 WS-CAT-STATUS    PIC XX.
        77 WS-ACK-STATUS    PIC XX.
        77 WS-IM-STATUS     PIC XX.
        77 WS-OUT-STATUS    PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-SKIPS-SW      PIC X VALUE "N".
            88 WS-WANT-SKIPS        VALUE "Y".
        77 WS-G             PIC 9(3).
        77 WS-G-MATCH       PIC 9(3).
        77 WS-M             PIC 9(3).
        77 WS-D             PIC 9(3).
        77 WS-DIAG-LINE-NO  PIC 9(7) VALUE 0.
        77 WS-NEXT-SEQ      PIC 9(4) VALUE 0.
        77 WS-NEW-CNT       PIC 9(4) VALUE 0.
        77 WS-UPD-CNT       PIC 9(4) VALUE 0.
        77 WS-SAME-CNT      PIC 9(4) VALUE 0.
        77 WS-ACK-CNT       PIC 9(4) VALUE 0.
        77 WS-CLOSE-CNT     PIC 9(4) VALUE 0.
        77 WS-ACK-BAD-CNT   PIC 9(4) VALUE 0.
        77 WS-OVER-CNT      PIC 9(5) VALUE 0.
        77 WS-LOOK-ID       PIC X(8).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "INCPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".

*>  The message catalog as MSGXREF loads it.
01  WS-CATALOG-TABLE.
    05  WS-CAT-CNT          PIC 9(3) VALUE 0.
    05  WS-CAT-ID           PIC X(8) OCCURS 200 TIMES.

*>  Today's ABENDIAG snapshot headers -- program, return code and the
*>  line the snapshot starts on, so support can go straight to it.
01  WS-SNAPSHOT-TABLE.
    05  WS-SNAP-CNT         PIC 9(3) VALUE 0.
    05  WS-SNAP OCCURS 100 TIMES.
        10  WS-SNAP-PROGRAM PIC X(8).
        10  WS-SNAP-RC      PIC X(4).
        10  WS-SNAP-LINE    PIC 9(7).

*>  One slot per program/return code seen on today's log -- roster
*>  discovered from the log itself, the ERRSUM precedent -- seeded
*>  with the incidents an earlier pass today already raised.
01  WS-GROUP-TABLE.
    05  WS-GRP-CNT          PIC 9(3) VALUE 0.
    05  WS-GRP OCCURS 100 TIMES.
        10  WS-GRP-PROGRAM  PIC X(8).
        10  WS-GRP-RC       PIC 9(4).
        10  WS-GRP-SEV      PIC X.
        10  WS-GRP-COUNT    PIC 9(5).
        10  WS-GRP-FIRST    PIC 9(8).
        10  WS-GRP-LAST     PIC 9(8).
        10  WS-GRP-MSG      PIC X(60).
        10  WS-GRP-OLD-ID   PIC X(12).
        10  WS-GRP-OLD-CNT  PIC 9(5).
01  WS-RC-TEXT              PIC 9(4).
01  WS-RC-ALPHA REDEFINES WS-RC-TEXT PIC X(4).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "SERVICE-DESK INCIDENT EXTRACT".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TITLE.
    05  RT-TITLE            PIC X(80).
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(14) VALUE "INCIDENT".
    05  FILLER              PIC X(10) VALUE "PROGRAM".
    05  FILLER              PIC X(4)  VALUE "SEV".
    05  FILLER              PIC X(6)  VALUE "RC".
    05  FILLER              PIC X(10) VALUE "MSG ID".
    05  FILLER              PIC X(8)  VALUE "COUNT".
    05  FILLER              PIC X(10) VALUE "ABENDIAG".
    05  FILLER              PIC X(18) VALUE "SENT".
01  WS-REPORT-DETAIL.
    05  D-INCIDENT-ID       PIC X(14).
    05  D-PROGRAM           PIC X(10).
    05  D-SEVERITY          PIC X(4).
    05  D-RC                PIC X(6).
    05  D-MSG-ID            PIC X(10).
    05  D-COUNT             PIC ZZ,ZZ9.
    05  FILLER              PIC X(2)  VALUE SPACES.
    05  D-DIAG-LINE         PIC Z(6)9 BLANK WHEN ZERO.
    05  FILLER              PIC X(3)  VALUE SPACES.
    05  D-SENT              PIC X(18).
01  WS-REPORT-ACK.
    05  FILLER              PIC X(2)  VALUE SPACES.
    05  K-INCIDENT-ID       PIC X(14).
    05  K-TICKET            PIC X(14).
    05  K-RESULT            PIC X(50).
01  WS-REPORT-TOTALS-1.
    05  FILLER              PIC X(35) VALUE
        "INCIDENTS NEW / UPDATED / UNCHANGED".
    05  T-NEW               PIC Z,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-UPD               PIC Z,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-SAME              PIC Z,ZZ9.
01  WS-REPORT-TOTALS-2.
    05  FILLER              PIC X(34) VALUE
        "ACKS APPLIED / CLOSED / REJECTED".
    05  T-ACK               PIC Z,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-CLOSE             PIC Z,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-ACK-BAD           PIC Z,ZZ9.
01  WS-REPORT-TOTALS-3.
    05  FILLER              PIC X(34) VALUE
        "LOG ENTRIES OVER THE GROUP TABLE".
    05  T-OVER              PIC ZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-OPEN-FILES.
    PERFORM A-LOAD-CATALOG.
    PERFORM A-LOAD-SNAPSHOTS.
    PERFORM B-APPLY-ACKS.
    PERFORM B-LOAD-TODAYS-INCIDENTS.
    PERFORM B-GROUP-ERRLOG.
    PERFORM C-SEND-INCIDENTS.
    PERFORM C-WRITE-TOTALS.
    CLOSE INCIDENT-MASTER.
    CLOSE INCIDENT-OUT.
    CLOSE EXTRACT-RPT.
    DISPLAY "INCIDENTS SENT NEW/UPDATED: " WS-NEW-CNT "/" WS-UPD-CNT.
    DISPLAY "SERVICE-DESK ACKS APPLIED : " WS-ACK-CNT.
    IF WS-ACK-BAD-CNT > 0 OR WS-OVER-CNT > 0
        MOVE 4 TO WS-RUN-RC
        MOVE SPACES TO WS-MSG-TEXT
        STRING "ACKS REJECTED " WS-ACK-BAD-CNT
            " LOG ENTRIES NOT GROUPED " WS-OVER-CNT
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN8702W" WS-MSG-TEXT
    END-IF.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "INCIDENTS NEW " WS-NEW-CNT " UPDATED " WS-UPD-CNT
        " ACKS " WS-ACK-CNT
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN8701I" WS-MSG-TEXT.
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
    STRING "INCEXTR RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "INCEXTR " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "INCEXTR " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "INCEXTR " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "INCEXTR " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  Abends and refusals are always incidents. Column 1 "S" on the
*>  INCPARM card raises the skip entries as well -- normally they are
*>  data-quality noise ERRSUM already summarizes.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:1) = "S"
            SET WS-WANT-SKIPS TO TRUE
        END-IF
    END-IF.

A-OPEN-FILES.
*>  An empty incident master is created on first use, the control-file
*>  precedent. The date's first run starts INCOUT fresh; an intraday
*>  rerun (sequence above 1) appends, so the morning's incidents are
*>  still there for the service desk to collect -- the IDXTRACT rule.
    OPEN I-O INCIDENT-MASTER.
    IF WS-IM-STATUS = "35"
        OPEN OUTPUT INCIDENT-MASTER
        CLOSE INCIDENT-MASTER
        OPEN I-O INCIDENT-MASTER
    END-IF.
    IF WS-IM-STATUS NOT = "00"
        STRING "INCMAST OPEN FAILED, STATUS " WS-IM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 8701 TO WS-ERR-RC
        CALL "ERRHAND" USING "INCEXTR " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    IF WS-RUN-SEQ > 1
        OPEN EXTEND INCIDENT-OUT
        IF WS-OUT-STATUS NOT = "00"
            OPEN OUTPUT INCIDENT-OUT
        END-IF
    ELSE
        OPEN OUTPUT INCIDENT-OUT
    END-IF.
    IF WS-OUT-STATUS NOT = "00"
        STRING "INCOUT OPEN FAILED, STATUS " WS-OUT-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 8702 TO WS-ERR-RC
        CALL "ERRHAND" USING "INCEXTR " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT EXTRACT-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE EXTRACT-LINE FROM WS-REPORT-HEADER-1.
    WRITE EXTRACT-LINE FROM WS-REPORT-BLANK.

A-LOAD-CATALOG.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT CATALOG-IN.
    IF WS-CAT-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ CATALOG-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF WS-CAT-CNT < 200
                        ADD 1 TO WS-CAT-CNT
                        MOVE CAT-MSG-ID TO WS-CAT-ID(WS-CAT-CNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CATALOG-IN
    END-IF.

A-LOAD-SNAPSHOTS.
*>  ABENDIAG accumulates, so the line number is counted over the whole
*>  file -- it is the number support's editor shows. Only headers
*>  stamped with today's business date are kept.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT DIAG-IN.
    IF WS-DIAG-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ DIAG-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-DIAG-LINE-NO
                    IF DIAG-TAG = "ABEND SNAPSHOT  PROGRAM "
                            AND DIAG-DATE = WS-RUN-ID
                            AND WS-SNAP-CNT < 100
                        ADD 1 TO WS-SNAP-CNT
                        MOVE DIAG-PROGRAM
                            TO WS-SNAP-PROGRAM(WS-SNAP-CNT)
                        MOVE DIAG-RC TO WS-SNAP-RC(WS-SNAP-CNT)
                        MOVE WS-DIAG-LINE-NO
                            TO WS-SNAP-LINE(WS-SNAP-CNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DIAG-IN
    END-IF.

B-APPLY-ACKS.
*>  Acks first, so tonight's report and HANDOVER already carry any
*>  ticket the desk returned since the last run. A repeated ack just
*>  rewrites the same ticket; one naming no incident we raised is
*>  listed and sets RC 4.
    MOVE "SERVICE-DESK ACKNOWLEDGMENTS" TO RT-TITLE.
    WRITE EXTRACT-LINE FROM WS-REPORT-TITLE.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT ACK-IN.
    IF WS-ACK-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ ACK-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF ACK-INCIDENT-ID NOT = SPACES
                        PERFORM B-APPLY-ONE-ACK
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACK-IN
    END-IF.
    IF WS-ACK-CNT = 0 AND WS-ACK-BAD-CNT = 0
        MOVE "  NONE RECEIVED" TO RT-TITLE
        WRITE EXTRACT-LINE FROM WS-REPORT-TITLE
    END-IF.
    WRITE EXTRACT-LINE FROM WS-REPORT-BLANK.

B-APPLY-ONE-ACK.
    MOVE ACK-INCIDENT-ID TO K-INCIDENT-ID.
    MOVE ACK-TICKET TO K-TICKET.
    MOVE ACK-INCIDENT-ID TO IM-INCIDENT-ID.
    READ INCIDENT-MASTER
        INVALID KEY
            ADD 1 TO WS-ACK-BAD-CNT
            MOVE "REJECTED -- NO SUCH INCIDENT" TO K-RESULT
        NOT INVALID KEY
            IF ACK-TICKET NOT = SPACES
                MOVE ACK-TICKET TO IM-TICKET
            END-IF
            MOVE WS-RUN-ID TO IM-ACK-DATE
            IF ACK-CLOSED
                SET IM-CLOSED TO TRUE
                ADD 1 TO WS-CLOSE-CNT
                MOVE "TICKET ATTACHED, INCIDENT CLOSED" TO K-RESULT
            ELSE
                MOVE "TICKET ATTACHED" TO K-RESULT
            END-IF
            REWRITE IM-REC
            ADD 1 TO WS-ACK-CNT
    END-READ.
    WRITE EXTRACT-LINE FROM WS-REPORT-ACK.

B-LOAD-TODAYS-INCIDENTS.
*>  Incident ids are the business date plus a sequence, so today's
*>  incidents sit together at the front of the date's key range. They
*>  seed the group table (a rerun then sends only growth) and the
*>  highest sequence used gives the next id.
    MOVE "N" TO WS-EOF-SW.
    MOVE WS-RUN-ID TO IM-INC-DATE.
    MOVE 0 TO IM-INC-SEQ.
    START INCIDENT-MASTER KEY NOT < IM-INCIDENT-ID
        INVALID KEY
            SET WS-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-EOF
        READ INCIDENT-MASTER NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                IF IM-INC-DATE NOT = WS-RUN-ID
                    SET WS-EOF TO TRUE
                ELSE
                    MOVE IM-INC-SEQ TO WS-NEXT-SEQ
                    IF WS-GRP-CNT < 100
                        ADD 1 TO WS-GRP-CNT
                        MOVE IM-PROGRAM TO WS-GRP-PROGRAM(WS-GRP-CNT)
                        MOVE IM-RC TO WS-GRP-RC(WS-GRP-CNT)
                        MOVE SPACE TO WS-GRP-SEV(WS-GRP-CNT)
                        MOVE 0 TO WS-GRP-COUNT(WS-GRP-CNT)
                        MOVE IM-INCIDENT-ID TO WS-GRP-OLD-ID(WS-GRP-CNT)
                        MOVE IM-COUNT TO WS-GRP-OLD-CNT(WS-GRP-CNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

B-GROUP-ERRLOG.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT ERRLOG-IN.
    IF WS-ERRLOG-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ ERRLOG-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF ERRLOG-DATE = WS-RUN-ID
                        IF ERRLOG-SEVERITY = "A"
                                OR ERRLOG-SEVERITY = "R"
                                OR (ERRLOG-SEVERITY = "S"
                                AND WS-WANT-SKIPS)
                            PERFORM B-FOLD-ENTRY
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ERRLOG-IN
    END-IF.

B-FOLD-ENTRY.
*>  The first message of the night stands for the incident; the worst
*>  severity seen wins (an abend outranks a refusal outranks a skip).
    MOVE 0 TO WS-G-MATCH.
    PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-GRP-CNT
        IF WS-GRP-PROGRAM(WS-G) = ERRLOG-PROGRAM-ID
                AND WS-GRP-RC(WS-G) = ERRLOG-RC
            MOVE WS-G TO WS-G-MATCH
        END-IF
    END-PERFORM.
    IF WS-G-MATCH = 0
        IF WS-GRP-CNT < 100
            ADD 1 TO WS-GRP-CNT
            MOVE WS-GRP-CNT TO WS-G-MATCH
            MOVE ERRLOG-PROGRAM-ID TO WS-GRP-PROGRAM(WS-G-MATCH)
            MOVE ERRLOG-RC TO WS-GRP-RC(WS-G-MATCH)
            MOVE SPACE TO WS-GRP-SEV(WS-G-MATCH)
            MOVE 0 TO WS-GRP-COUNT(WS-G-MATCH)
            MOVE SPACES TO WS-GRP-OLD-ID(WS-G-MATCH)
            MOVE 0 TO WS-GRP-OLD-CNT(WS-G-MATCH)
        ELSE
            ADD 1 TO WS-OVER-CNT
        END-IF
    END-IF.
    IF WS-G-MATCH > 0
        IF WS-GRP-COUNT(WS-G-MATCH) = 0
            MOVE ERRLOG-TIME TO WS-GRP-FIRST(WS-G-MATCH)
            MOVE ERRLOG-MSG TO WS-GRP-MSG(WS-G-MATCH)
        END-IF
        ADD 1 TO WS-GRP-COUNT(WS-G-MATCH)
        MOVE ERRLOG-TIME TO WS-GRP-LAST(WS-G-MATCH)
        EVALUATE TRUE
            WHEN ERRLOG-SEVERITY = "A"
                MOVE "A" TO WS-GRP-SEV(WS-G-MATCH)
            WHEN ERRLOG-SEVERITY = "R"
                    AND WS-GRP-SEV(WS-G-MATCH) NOT = "A"
                MOVE "R" TO WS-GRP-SEV(WS-G-MATCH)
            WHEN WS-GRP-SEV(WS-G-MATCH) = SPACE
                MOVE ERRLOG-SEVERITY TO WS-GRP-SEV(WS-G-MATCH)
        END-EVALUATE
    END-IF.

C-SEND-INCIDENTS.
    MOVE "INCIDENTS FROM TODAY'S ERROR LOG" TO RT-TITLE.
    WRITE EXTRACT-LINE FROM WS-REPORT-TITLE.
    WRITE EXTRACT-LINE FROM WS-REPORT-COLHDR.
    PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-GRP-CNT
        IF WS-GRP-COUNT(WS-G) > 0
            PERFORM C-SEND-ONE-INCIDENT
        END-IF
    END-PERFORM.
    IF WS-NEW-CNT = 0 AND WS-UPD-CNT = 0 AND WS-SAME-CNT = 0
        MOVE "  NONE" TO RT-TITLE
        WRITE EXTRACT-LINE FROM WS-REPORT-TITLE
    END-IF.
    WRITE EXTRACT-LINE FROM WS-REPORT-BLANK.

C-SEND-ONE-INCIDENT.
*>  New program/return code today: next id, written to the master and
*>  sent as N. Already raised today and grown since: master updated
*>  and re-sent as U with the new count (a closed one reopens -- it
*>  happened again). Already raised and unchanged: nothing re-sent.
    IF WS-GRP-OLD-ID(WS-G) = SPACES
        ADD 1 TO WS-NEXT-SEQ
        MOVE WS-RUN-ID TO IM-INC-DATE
        MOVE WS-NEXT-SEQ TO IM-INC-SEQ
        MOVE WS-GRP-PROGRAM(WS-G) TO IM-PROGRAM
        MOVE WS-GRP-RC(WS-G) TO IM-RC
        MOVE SPACES TO IM-TICKET
        MOVE 0 TO IM-ACK-DATE
        SET IM-OPEN TO TRUE
        PERFORM C-FILL-INCIDENT
        WRITE IM-REC
            INVALID KEY
                MOVE "INCMAST WRITE FAILED FOR NEW INCIDENT"
                    TO WS-ERR-MSG
                MOVE 8703 TO WS-ERR-RC
                CALL "ERRHAND" USING "INCEXTR " WS-ERR-MSG "A"
                    WS-ERR-RC
        END-WRITE
        ADD 1 TO WS-NEW-CNT
        MOVE "N" TO OUT-ACTION
        MOVE "NEW" TO D-SENT
        PERFORM C-WRITE-INCOUT
    ELSE
        MOVE WS-GRP-OLD-ID(WS-G) TO IM-INCIDENT-ID
        READ INCIDENT-MASTER
            INVALID KEY
                MOVE "NOT ON INCMAST" TO D-SENT
            NOT INVALID KEY
                IF WS-GRP-COUNT(WS-G) > WS-GRP-OLD-CNT(WS-G)
                    PERFORM C-FILL-INCIDENT
                    SET IM-OPEN TO TRUE
                    REWRITE IM-REC
                    ADD 1 TO WS-UPD-CNT
                    MOVE "U" TO OUT-ACTION
                    MOVE "UPDATED COUNT" TO D-SENT
                    PERFORM C-WRITE-INCOUT
                ELSE
                    ADD 1 TO WS-SAME-CNT
                    MOVE "ALREADY SENT" TO D-SENT
                END-IF
        END-READ
    END-IF.
    MOVE IM-INCIDENT-ID TO D-INCIDENT-ID.
    MOVE IM-PROGRAM TO D-PROGRAM.
    MOVE IM-SEVERITY TO D-SEVERITY.
    MOVE IM-RC TO D-RC.
    MOVE IM-MSG-ID TO D-MSG-ID.
    MOVE IM-COUNT TO D-COUNT.
    MOVE IM-DIAG-LINE TO D-DIAG-LINE.
    WRITE EXTRACT-LINE FROM WS-REPORT-DETAIL.

C-FILL-INCIDENT.
    MOVE WS-GRP-SEV(WS-G) TO IM-SEVERITY.
    MOVE WS-GRP-FIRST(WS-G) TO IM-FIRST-TIME.
    MOVE WS-GRP-LAST(WS-G) TO IM-LAST-TIME.
    MOVE WS-GRP-COUNT(WS-G) TO IM-COUNT.
    MOVE WS-GRP-MSG(WS-G) TO IM-MESSAGE.
    PERFORM C-FIND-MSG-ID.
    PERFORM C-FIND-SNAPSHOT.

C-FIND-MSG-ID.
*>  The message id for the return code's own entry if the catalog has
*>  one (IDN + the four-digit code + E, W or I), otherwise the first
*>  error -- failing that warning -- id of the code's family, the
*>  first two digits. Blank when the catalog knows neither.
    MOVE SPACES TO IM-MSG-ID.
    MOVE WS-GRP-RC(WS-G) TO WS-RC-TEXT.
    PERFORM VARYING WS-M FROM 1 BY 1
            UNTIL WS-M > WS-CAT-CNT OR IM-MSG-ID NOT = SPACES
        IF WS-CAT-ID(WS-M)(1:3) = "IDN"
                AND WS-CAT-ID(WS-M)(4:4) = WS-RC-ALPHA
            MOVE WS-CAT-ID(WS-M) TO IM-MSG-ID
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-LOOK-ID.
    STRING "IDN" WS-RC-ALPHA(1:2) DELIMITED BY SIZE INTO WS-LOOK-ID.
    PERFORM VARYING WS-M FROM 1 BY 1
            UNTIL WS-M > WS-CAT-CNT OR IM-MSG-ID NOT = SPACES
        IF WS-CAT-ID(WS-M)(1:5) = WS-LOOK-ID(1:5)
                AND WS-CAT-ID(WS-M)(8:1) = "E"
            MOVE WS-CAT-ID(WS-M) TO IM-MSG-ID
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-M FROM 1 BY 1
            UNTIL WS-M > WS-CAT-CNT OR IM-MSG-ID NOT = SPACES
        IF WS-CAT-ID(WS-M)(1:5) = WS-LOOK-ID(1:5)
                AND WS-CAT-ID(WS-M)(8:1) = "W"
            MOVE WS-CAT-ID(WS-M) TO IM-MSG-ID
        END-IF
    END-PERFORM.

C-FIND-SNAPSHOT.
*>  The first snapshot today for the same program and return code --
*>  zero when the entries were refusals or skips, which leave none.
    MOVE 0 TO IM-DIAG-LINE.
    MOVE WS-GRP-RC(WS-G) TO WS-RC-TEXT.
    PERFORM VARYING WS-D FROM 1 BY 1
            UNTIL WS-D > WS-SNAP-CNT OR IM-DIAG-LINE > 0
        IF WS-SNAP-PROGRAM(WS-D) = IM-PROGRAM
                AND WS-SNAP-RC(WS-D) = WS-RC-ALPHA
            MOVE WS-SNAP-LINE(WS-D) TO IM-DIAG-LINE
        END-IF
    END-PERFORM.

C-WRITE-INCOUT.
    MOVE SPACES TO OUT-SEP1 OUT-SEP2 OUT-SEP3 OUT-SEP4 OUT-SEP5
        OUT-SEP6 OUT-SEP7 OUT-SEP8 OUT-SEP9 OUT-SEP10 OUT-SEP11.
    MOVE IM-INCIDENT-ID TO OUT-INCIDENT-ID.
    MOVE IM-PROGRAM TO OUT-PROGRAM.
    MOVE IM-SEVERITY TO OUT-SEVERITY.
    MOVE IM-RC TO OUT-RC.
    MOVE IM-MSG-ID TO OUT-MSG-ID.
    MOVE WS-RUN-ID TO OUT-BUS-DATE.
    MOVE IM-FIRST-TIME TO OUT-FIRST-TIME.
    MOVE IM-LAST-TIME TO OUT-LAST-TIME.
    MOVE IM-COUNT TO OUT-COUNT.
    MOVE IM-DIAG-LINE TO OUT-DIAG-LINE.
    MOVE IM-MESSAGE TO OUT-MESSAGE.
    WRITE OUT-REC.

C-WRITE-TOTALS.
    MOVE WS-NEW-CNT TO T-NEW.
    MOVE WS-UPD-CNT TO T-UPD.
    MOVE WS-SAME-CNT TO T-SAME.
    WRITE EXTRACT-LINE FROM WS-REPORT-TOTALS-1.
    MOVE WS-ACK-CNT TO T-ACK.
    MOVE WS-CLOSE-CNT TO T-CLOSE.
    MOVE WS-ACK-BAD-CNT TO T-ACK-BAD.
    WRITE EXTRACT-LINE FROM WS-REPORT-TOTALS-2.
    MOVE WS-OVER-CNT TO T-OVER.
    WRITE EXTRACT-LINE FROM WS-REPORT-TOTALS-3.
