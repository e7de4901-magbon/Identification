*> Number Master lock release. NMLOCK leaves a claim standing when its
*> holder abends, on purpose: the master may be half-updated, and no
*> other updater should walk in on it before someone has looked. This
*> utility is how that someone clears it. It needs its own AUTHMAST
*> grant, reports who holds the lock and since when, and then checks
*> the logs for evidence the holder is dead -- an abend on ERRLOG
*> from the holding program since the claim was made, or the holder's
*> own clean end record on RUNLOG (a run that finished but could not
*> write its release). A claim is released only when the UNLKPARM
*> card names the holding program in columns 1-8, so nobody clears
*> a lock they have not read, and only when the holder is shown dead
*> -- unless column 10 carries an "F", for the holder the operator
*> has confirmed gone by other means (a cancelled job leaves no
*> ERRLOG entry). A live-looking holder is left alone with a warning.
IDENTIFICATION DIVISION.
PROGRAM-ID. NMUNLOCK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOCK-REGISTER ASSIGN TO "NMLOCKS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCK-STATUS.
    SELECT ERRLOG-IN ASSIGN TO "ERRLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ERRLOG-STATUS.
    SELECT RUNLOG-IN ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  LOCK-REGISTER
    RECORDING MODE IS F.
01  LOCK-CARD               PIC X(80).
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
    WORKING-STORAGE SECTION.
        77 WS-LOCK-STATUS   PIC XX.
        77 WS-ERRLOG-STATUS PIC XX.
        77 WS-RUNLOG-STATUS PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-ABENDED-SW    PIC X VALUE "N".
            88 WS-ABENDED           VALUE "Y".
        77 WS-ENDED-SW      PIC X VALUE "N".
            88 WS-ENDED             VALUE "Y".
        77 WS-FORCE-SW      PIC X VALUE "N".
            88 WS-FORCE             VALUE "Y".
        77 WS-NAMED-HOLDER  PIC X(8) VALUE SPACES.
        77 WS-RELEASE-REPLY PIC X.
        77 WS-USER-ID       PIC X(8).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "UNLKPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".

*>  The register record, laid out exactly as NMLOCK writes it.
01  WS-LOCK-REC.
    05  WS-LK-RESOURCE      PIC X(8).
    05  WS-LK-SEP1          PIC X.
    05  WS-LK-STATE         PIC X.
        88  WS-LK-HELD              VALUE "H".
        88  WS-LK-FREE              VALUE "F".
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
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-READ-REGISTER.
    IF NOT WS-LK-HELD
        DISPLAY "NMUNLOCK: NUMMAST IS FREE -- LAST HOLDER "
            WS-LK-PROGRAM " USER " WS-LK-USER " RUN "
            WS-LK-RUN-DATE "/" WS-LK-RUN-SEQ
        MOVE "NUMMAST IS NOT HELD -- NOTHING TO RELEASE"
            TO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN3201I" WS-MSG-TEXT
        PERFORM A-RUN-COMPLETION
        GOBACK
    END-IF.
    DISPLAY "NMUNLOCK: NUMMAST HELD BY " WS-LK-PROGRAM
        " USER " WS-LK-USER.
    DISPLAY "NMUNLOCK: CLAIMED RUN " WS-LK-RUN-DATE " SEQ "
        WS-LK-RUN-SEQ " AT " WS-LK-START-TIME.
    PERFORM B-CHECK-ERRLOG.
    PERFORM B-CHECK-RUNLOG.
    PERFORM C-RELEASE-OR-REFUSE.
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
    STRING "NMUNLOCK RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "NMUNLOCK" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
*>  Who released the lock goes on the release message, captured the
*>  way RUNLOG captures the userid.
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
    CALL "RUNLOG" USING "NMUNLOCK" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "NMUNLOCK" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMUNLOCK" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  Columns 1-8 the program the operator believes holds the lock;
*>  an "F" in column 10 releases without the log evidence. With no
*>  card the run only reports.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        MOVE WS-PARM-CARD(1:8) TO WS-NAMED-HOLDER
        IF WS-PARM-CARD(10:1) = "F"
            SET WS-FORCE TO TRUE
        END-IF
    END-IF.

A-READ-REGISTER.
*>  A missing or empty register is a master nobody has ever claimed.
    MOVE SPACES TO WS-LOCK-REC.
    MOVE 0 TO WS-LK-RUN-DATE.
    MOVE 0 TO WS-LK-RUN-SEQ.
    MOVE 0 TO WS-LK-START-TIME.
    SET WS-LK-FREE TO TRUE.
    OPEN INPUT LOCK-REGISTER.
    IF WS-LOCK-STATUS = "00"
        READ LOCK-REGISTER
            AT END
                CONTINUE
            NOT AT END
                MOVE LOCK-CARD TO WS-LOCK-REC
        END-READ
        CLOSE LOCK-REGISTER
    END-IF.

B-CHECK-ERRLOG.
*>  An abend from the holding program logged at or after the claim
*>  is the holder dying with the lock. ERRLOG dates are business
*>  dates, as the claim's run date is. The authority (9001) and
*>  lock (9002) refusals are a later attempt turned away at the
*>  door, not the holder, and are passed over.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT ERRLOG-IN.
    IF WS-ERRLOG-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ ERRLOG-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF ERRLOG-PROGRAM-ID = WS-LK-PROGRAM
                            AND ERRLOG-SEVERITY = "A"
                            AND ERRLOG-RC NOT = 9001
                            AND ERRLOG-RC NOT = 9002
                            AND (ERRLOG-DATE > WS-LK-RUN-DATE
                              OR (ERRLOG-DATE = WS-LK-RUN-DATE
                              AND ERRLOG-TIME NOT <
                                  WS-LK-START-TIME))
                        SET WS-ABENDED TO TRUE
                        DISPLAY "NMUNLOCK: HOLDER ABENDED "
                            ERRLOG-DATE "-" ERRLOG-TIME " RC "
                            ERRLOG-RC " " ERRLOG-MSG
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ERRLOG-IN
    END-IF.

B-CHECK-RUNLOG.
*>  The holder's own end record -- same program, run date and
*>  sequence -- means it finished but its release never landed.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT RUNLOG-IN.
    IF WS-RUNLOG-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ RUNLOG-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF RUNLOG-EVENT = "E"
                            AND RUNLOG-PROGRAM-ID = WS-LK-PROGRAM
                            AND RUNLOG-RUN-DATE = WS-LK-RUN-DATE
                            AND RUNLOG-RUN-SEQ = WS-LK-RUN-SEQ
                        SET WS-ENDED TO TRUE
                        DISPLAY "NMUNLOCK: HOLDER ENDED "
                            RUNLOG-RUN-TIME " RC " RUNLOG-RC
                            " WITHOUT RELEASING"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RUNLOG-IN
    END-IF.

C-RELEASE-OR-REFUSE.
*>  The release itself goes through NMLOCK with the holder's own
*>  identity, so the register is only ever written one way.
    EVALUATE TRUE
        WHEN WS-NAMED-HOLDER = SPACES
            MOVE 4 TO WS-RUN-RC
            MOVE SPACES TO WS-MSG-TEXT
            STRING "NUMMAST HELD BY " WS-LK-PROGRAM
                " -- NO UNLKPARM CARD, NOT RELEASED"
                DELIMITED BY SIZE INTO WS-MSG-TEXT
            CALL "MSGWRITE" USING "IDN3202W" WS-MSG-TEXT
        WHEN WS-NAMED-HOLDER NOT = WS-LK-PROGRAM
            MOVE 4 TO WS-RUN-RC
            MOVE SPACES TO WS-MSG-TEXT
            STRING "UNLKPARM NAMES " WS-NAMED-HOLDER
                ", HOLDER IS " WS-LK-PROGRAM " -- NOT RELEASED"
                DELIMITED BY SIZE INTO WS-MSG-TEXT
            CALL "MSGWRITE" USING "IDN3202W" WS-MSG-TEXT
        WHEN NOT WS-ABENDED AND NOT WS-ENDED AND NOT WS-FORCE
            MOVE 4 TO WS-RUN-RC
            MOVE SPACES TO WS-MSG-TEXT
            STRING "NO ABEND LOGGED FOR " WS-LK-PROGRAM
                " -- MAY BE RUNNING, NOT RELEASED"
                DELIMITED BY SIZE INTO WS-MSG-TEXT
            CALL "MSGWRITE" USING "IDN3202W" WS-MSG-TEXT
        WHEN OTHER
            IF WS-FORCE AND NOT WS-ABENDED AND NOT WS-ENDED
                DISPLAY "NMUNLOCK: FORCED RELEASE -- NO LOG EVIDENCE"
                    " THE HOLDER HAS ENDED"
            END-IF
            CALL "NMLOCK" USING "R" WS-LK-PROGRAM WS-LK-RUN-DATE
                WS-LK-RUN-SEQ WS-RELEASE-REPLY
            IF WS-RELEASE-REPLY NOT = "Y"
                MOVE "NMLOCKS COULD NOT BE REWRITTEN" TO WS-ERR-MSG
                MOVE 3201 TO WS-ERR-RC
                CALL "ERRHAND" USING "NMUNLOCK" WS-ERR-MSG "A"
                    WS-ERR-RC
            END-IF
            MOVE SPACES TO WS-MSG-TEXT
            STRING "NUMMAST LOCK OF " WS-LK-PROGRAM " RELEASED BY "
                WS-USER-ID
                DELIMITED BY SIZE INTO WS-MSG-TEXT
            CALL "MSGWRITE" USING "IDN3201I" WS-MSG-TEXT
    END-EVALUATE.
