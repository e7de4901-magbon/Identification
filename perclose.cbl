*> Month-end period close. MONTHEND, MOSTMT and NMREFRSH publish the
*> month's figures; until now nothing stopped an NMMAINT card run
*> afterwards from changing those figures under the reports already
*> handed out. This step, run once the month-end steps are through,
*> stamps the closed period on the one-card PERCTL control file.
*> From then on maintenance dated in that period (or earlier) is
*> routed to the prior-period adjustment file, not applied, and only
*> a PPADJUST run -- with its own authority grant and its own
*> register -- moves the closed period's numbers. Before it closes
*> anything it checks today's evidence on RUNLOG that each month-end
*> publishing step has finished cleanly since the period began, so
*> a close cannot run ahead of the reports it is meant to protect.
IDENTIFICATION DIVISION.
PROGRAM-ID. PERCLOSE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUNLOG-IN ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
    SELECT PERIOD-CONTROL ASSIGN TO "PERCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PC-STATUS.
DATA DIVISION.
FILE SECTION.
FD  RUNLOG-IN
    RECORDING MODE IS F.
01  RUNLOG-REC.
    05  RUNLOG-PROGRAM-ID       PIC X(8).
    05  RUNLOG-SEP1             PIC X.
    05  RUNLOG-USER-ID          PIC X(8).
    05  RUNLOG-SEP2             PIC X.
    05  RUNLOG-RUN-DATE         PIC 9(8).
    05  RUNLOG-SEP3             PIC X.
    05  RUNLOG-RUN-TIME         PIC 9(8).
    05  RUNLOG-SEP4             PIC X.
    05  RUNLOG-EVENT            PIC X.
    05  RUNLOG-SEP5             PIC X.
    05  RUNLOG-RC               PIC 9(4).
    05  RUNLOG-SEP6             PIC X.
    05  RUNLOG-RUN-SEQ          PIC 9(3).
FD  PERIOD-CONTROL
    RECORDING MODE IS F.
01  PERIOD-CONTROL-CARD     PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-RUNLOG-STATUS PIC XX.
        77 WS-PC-STATUS     PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-CLOSE-PERIOD  PIC 9(6).
        77 WS-PERIOD-START  PIC 9(8).
        77 WS-FORCE-SW      PIC X VALUE "N".
            88 WS-FORCE             VALUE "Y".
        77 WS-MISSING-CNT   PIC 9(2) VALUE 0.
        77 WS-S             PIC 9(2).
        77 WS-LOCK-REPLY    PIC X.
        77 WS-USER-ID       PIC X(8).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "PERCPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".

*>  The month-end publishing steps a close must follow, each wanting
*>  a clean RUNLOG end record dated inside the period or after it.
01  WS-REQUIRED-STEPS.
    05  WS-REQ-CNT          PIC 9(2) VALUE 3.
    05  WS-REQ OCCURS 3 TIMES.
        10  WS-REQ-NAME     PIC X(8).
        10  WS-REQ-DONE-SW  PIC X.
            88  WS-REQ-DONE         VALUE "Y".

*>  The control card being written, laid out as PERLOCK reads it.
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

*>  The control card as it stands before this run, via PERLOCK.
01  WS-PRIOR-CONTROL.
    05  WS-PRIOR-PERIOD     PIC 9(6).
    05  FILLER              PIC X(74).
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-CHECK-PRIOR-CLOSE.
    PERFORM B-CHECK-MONTH-END-STEPS.
    PERFORM C-WRITE-CONTROL.
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
    STRING "PERCLOSE RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "PERCLOSE" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
*>  Who closed the period is stamped on the control card, captured
*>  the way RUNLOG captures the userid.
    MOVE SPACES TO WS-USER-ID.
    DISPLAY "USER" UPON ENVIRONMENT-NAME.
    ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
    IF WS-USER-ID = SPACES
        MOVE "UNKNOWN" TO WS-USER-ID
    END-IF.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "PERCLOSE" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "PERCLOSE" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "PERCLOSE" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  Optional card: columns 1-6 the period to close as YYYYMM, the
*>  current month without it -- the same month the month-end steps
*>  default to. An "F" in column 8 closes without the RUNLOG
*>  evidence, for the month a publishing step had to be run by
*>  hand outside the suite; the override is announced, not silent.
    MOVE WS-RUN-ID(1:6) TO WS-CLOSE-PERIOD.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:6) IS NUMERIC
            MOVE WS-PARM-CARD(1:6) TO WS-CLOSE-PERIOD
        END-IF
        IF WS-PARM-CARD(8:1) = "F"
            SET WS-FORCE TO TRUE
        END-IF
    END-IF.
    COMPUTE WS-PERIOD-START = WS-CLOSE-PERIOD * 100 + 1.
    MOVE "MONTHEND" TO WS-REQ-NAME(1).
    MOVE "MOSTMT  " TO WS-REQ-NAME(2).
    MOVE "NMREFRSH" TO WS-REQ-NAME(3).
    PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-REQ-CNT
        MOVE "N" TO WS-REQ-DONE-SW(WS-S)
    END-PERFORM.

A-CHECK-PRIOR-CLOSE.
*>  Periods close forward only. Closing an earlier month than the
*>  one on record would quietly reopen everything in between, so it
*>  is refused with a warning and the card left as it is.
    CALL "PERLOCK" USING "Q" WS-RUN-ID WS-LOCK-REPLY WS-PRIOR-CONTROL.
    IF WS-LOCK-REPLY = "Y"
            AND WS-CLOSE-PERIOD < WS-PRIOR-PERIOD
        MOVE 4 TO WS-RUN-RC
        MOVE SPACES TO WS-MSG-TEXT
        STRING "PERIOD " WS-CLOSE-PERIOD " BEFORE CLOSED PERIOD "
            WS-PRIOR-PERIOD " -- NOT CLOSED"
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN2803W" WS-MSG-TEXT
        PERFORM A-RUN-COMPLETION
        GOBACK
    END-IF.

B-CHECK-MONTH-END-STEPS.
*>  A clean end record (RC 4 or under) dated on or after the first
*>  of the period marks a step as done; a later failed rerun does
*>  not undo an earlier clean one, since the reports already went
*>  out from it.
    IF WS-FORCE
        DISPLAY "PERCLOSE: FORCED CLOSE OF " WS-CLOSE-PERIOD
            " -- MONTH-END STEP CHECK BYPASSED"
    ELSE
        OPEN INPUT RUNLOG-IN
        IF WS-RUNLOG-STATUS = "00"
            PERFORM UNTIL WS-EOF
                READ RUNLOG-IN
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        IF RUNLOG-EVENT = "E"
                                AND RUNLOG-RUN-DATE NOT <
                                    WS-PERIOD-START
                                AND RUNLOG-RC NOT > 4
                            PERFORM B-MARK-STEP-DONE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RUNLOG-IN
        END-IF
        PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-REQ-CNT
            IF NOT WS-REQ-DONE(WS-S)
                ADD 1 TO WS-MISSING-CNT
                DISPLAY "PERCLOSE: " WS-REQ-NAME(WS-S)
                    " HAS NOT COMPLETED FOR " WS-CLOSE-PERIOD
            END-IF
        END-PERFORM
        IF WS-MISSING-CNT > 0
            MOVE SPACES TO WS-ERR-MSG
            STRING "MONTH-END STEPS INCOMPLETE FOR " WS-CLOSE-PERIOD
                " -- PERIOD NOT CLOSED"
                DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 2802 TO WS-ERR-RC
            CALL "ERRHAND" USING "PERCLOSE" WS-ERR-MSG "A" WS-ERR-RC
        END-IF
    END-IF.

B-MARK-STEP-DONE.
    PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-REQ-CNT
        IF RUNLOG-PROGRAM-ID = WS-REQ-NAME(WS-S)
            SET WS-REQ-DONE(WS-S) TO TRUE
        END-IF
    END-PERFORM.

C-WRITE-CONTROL.
*>  The card is rewritten whole. Re-closing the period already on
*>  record (a rerun, or tidying up after a PPADJUST run that died
*>  part-way) keeps its adjustment history; a new period starts
*>  clean.
    MOVE SPACES TO WS-CONTROL.
    MOVE 0 TO WS-CTL-ADJ-DATE.
    MOVE 0 TO WS-CTL-ADJ-CNT.
    IF WS-LOCK-REPLY = "Y"
            AND WS-CLOSE-PERIOD = WS-PRIOR-PERIOD
        MOVE WS-PRIOR-CONTROL TO WS-CONTROL
    END-IF.
    MOVE WS-CLOSE-PERIOD TO WS-CTL-PERIOD.
    SET WS-CTL-CLOSED TO TRUE.
    MOVE WS-RUN-ID TO WS-CTL-CLOSE-DATE.
    MOVE WS-USER-ID TO WS-CTL-CLOSE-USER.
    OPEN OUTPUT PERIOD-CONTROL.
    IF WS-PC-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "PERCTL OPEN FAILED, STATUS " WS-PC-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 2801 TO WS-ERR-RC
        CALL "ERRHAND" USING "PERCLOSE" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    WRITE PERIOD-CONTROL-CARD FROM WS-CONTROL.
    CLOSE PERIOD-CONTROL.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "PERIOD " WS-CLOSE-PERIOD " CLOSED BY " WS-USER-ID
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN2801I" WS-MSG-TEXT.
