*> Prior-period adjustment run. Once PERCLOSE has closed a month,
*> NMMAINT and NMAPPROV stop applying maintenance dated in it and
*> park each transaction on the PPADJ file instead. This program is
*> the one way those parked transactions reach the Number Master:
*> it needs its own AUTHMAST grant, marks the closed period as
*> reopened on PERCTL while it works, applies every parked card
*> through the same keyed, journaled path NMMAINT uses, prints an
*> adjustment register of what moved the closed period's figures and
*> who asked for it, empties PPADJ, and closes the period again with
*> the adjustment count, date and userid on the control card. A run
*> that dies part-way leaves the card reopened -- visible on INQUIRY
*> and HANDOVER -- and a rerun or a PERCLOSE puts it right.
IDENTIFICATION DIVISION.
PROGRAM-ID. PPADJUST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ADJUSTMENT-IN ASSIGN TO "PPADJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PPA-STATUS.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NM-ID
        FILE STATUS IS WS-NM-STATUS.
    SELECT PERIOD-CONTROL ASSIGN TO "PERCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PC-STATUS.
    SELECT REGISTER-OUT ASSIGN TO "PPADJRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  ADJUSTMENT-IN
    RECORDING MODE IS F.
01  PPA-REC.
    05  PPA-ACTION          PIC X.
        88  PPA-ADD                 VALUE "A".
        88  PPA-CHANGE              VALUE "C".
        88  PPA-DELETE              VALUE "D".
    05  PPA-ID              PIC X(10).
    05  PPA-AMOUNT          PIC S9(10)V99.
    05  PPA-BRANCH          PIC X(3).
    05  PPA-CURRENCY        PIC X(3).
    05  PPA-PERIOD          PIC 9(6).
    05  PPA-SOURCE          PIC X(8).
    05  PPA-SUBMITTER       PIC X(8).
    05  PPA-SUBMIT-DATE     PIC 9(8).
    05  FILLER              PIC X(21).
FD  NUMBER-MASTER.
01  NM-RECORD.
    05  NM-ID               PIC X(10).
    05  NM-AMOUNT           PIC S9(10)V99.
    05  NM-BRANCH           PIC X(3).
    05  NM-STATUS-FLAG      PIC X.
        88  NM-POSITIVE             VALUE "P".
        88  NM-NEGATIVE             VALUE "N".
        88  NM-ZERO                 VALUE "Z".
    05  NM-LAST-ACT-DATE    PIC 9(8).
*>  Booking currency, appended so existing records read back with
*>  spaces -- which every reader treats as the base currency, the
*>  stand-up convention.
    05  NM-CURRENCY         PIC X(3).
FD  PERIOD-CONTROL
    RECORDING MODE IS F.
01  PERIOD-CONTROL-CARD     PIC X(80).
FD  REGISTER-OUT
    RECORDING MODE IS F.
01  REGISTER-LINE           PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-PPA-STATUS    PIC XX.
        77 WS-NM-STATUS     PIC XX.
        77 WS-PC-STATUS     PIC XX.
        77 WS-REG-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-APPLIED-CNT   PIC 9(6) VALUE 0.
        77 WS-REJECTED-CNT  PIC 9(6) VALUE 0.
        77 WS-LOCK-REPLY    PIC X.
        77 WS-USER-ID       PIC X(8).
        77 WS-JRNL-BEF-AMT  PIC S9(10)V99.
        77 WS-JRNL-BEF-FLG  PIC X.
        77 WS-JRNL-BEF-CUR  PIC X(3).
        77 WS-JRNL-NO-CUR   PIC X(3) VALUE SPACES.
        77 WS-JRNL-NO-REF   PIC 9(11) VALUE 0.
        77 WS-JRNL-ZERO     PIC S9(10)V99 VALUE 0.
        77 WS-JRNL-BLANK    PIC X VALUE SPACE.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-MASTER-LOCK-REPLY PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

*>  The control card as PERLOCK hands it back and as it is
*>  written back.
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

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "PRIOR-PERIOD ADJUSTMENTS".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-HEADER-2.
    05  FILLER              PIC X(16) VALUE "CLOSED PERIOD: ".
    05  H2-PERIOD           PIC 9999/99.
    05  FILLER              PIC X(14) VALUE "   CLOSED ON: ".
    05  H2-CLOSE-DATE       PIC 9999/99/99.
    05  FILLER              PIC X(12) VALUE "   ADJUSTER ".
    05  H2-USER             PIC X(8).
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(4)  VALUE "ACT".
    05  FILLER              PIC X(11) VALUE "KEY".
    05  FILLER              PIC X(14) VALUE "AMOUNT".
    05  FILLER              PIC X(8)  VALUE "PERIOD".
    05  FILLER              PIC X(9)  VALUE "SOURCE".
    05  FILLER              PIC X(9)  VALUE "SUBMITTR".
    05  FILLER              PIC X(9)  VALUE "RESULT".
    05  FILLER              PIC X(16) VALUE "REASON".
01  WS-REPORT-DETAIL.
    05  D-ACTION            PIC X(4).
    05  D-KEY               PIC X(11).
    05  D-AMOUNT            PIC -(9)9.99.
    05  FILLER              PIC X(1) VALUE SPACES.
    05  D-PERIOD            PIC 9999/99.
    05  FILLER              PIC X(1) VALUE SPACES.
    05  D-SOURCE            PIC X(9).
    05  D-SUBMITTER         PIC X(9).
    05  D-RESULT            PIC X(9).
    05  D-REASON            PIC X(16).
01  WS-REPORT-TOTALS.
    05  FILLER              PIC X(20) VALUE "APPLIED / REJECTED".
    05  T-APPLIED           PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-REJECTED          PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-CHECK-CLOSED.
    PERFORM A-OPEN-FILES.
    PERFORM C-WRITE-CONTROL.

    PERFORM UNTIL WS-EOF
        READ ADJUSTMENT-IN
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-APPLY-ADJUSTMENT
        END-READ
    END-PERFORM.

    PERFORM C-WRITE-TOTALS.
    DISPLAY "ADJUSTMENTS APPLIED  : " WS-APPLIED-CNT.
    DISPLAY "ADJUSTMENTS REJECTED : " WS-REJECTED-CNT.
    CLOSE ADJUSTMENT-IN.
    CLOSE NUMBER-MASTER.
    CLOSE REGISTER-OUT.
*>  Every parked card is now on the register, applied or rejected
*>  with its reason, so the file is emptied -- a second run must not
*>  apply the same adjustments twice.
    OPEN OUTPUT ADJUSTMENT-IN.
    CLOSE ADJUSTMENT-IN.
    SET WS-CTL-CLOSED TO TRUE.
    ADD WS-APPLIED-CNT TO WS-CTL-ADJ-CNT.
    PERFORM C-WRITE-CONTROL.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "PERIOD " WS-CTL-PERIOD " ADJUSTED " WS-APPLIED-CNT
        " REJECTED " WS-REJECTED-CNT
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN2901I" WS-MSG-TEXT.
    IF WS-REJECTED-CNT > 0
        MOVE 4 TO WS-RUN-RC
    END-IF.
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
    STRING "PPADJUST RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "PPADJUST" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
    PERFORM A-CLAIM-MASTER-LOCK.
*>  The adjuster's identity goes on the register heading and the
*>  control card, captured the way RUNLOG captures it.
    MOVE SPACES TO WS-USER-ID.
    DISPLAY "USER" UPON ENVIRONMENT-NAME.
    ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
    IF WS-USER-ID = SPACES
        MOVE "UNKNOWN" TO WS-USER-ID
    END-IF.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    PERFORM A-RELEASE-MASTER-LOCK.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "PPADJUST" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  Reopening a closed period is a grant in its own right on the
*>  authority master -- holding NMMAINT's maintenance grants is not
*>  enough -- checked before any file is opened, so a refused
*>  attempt changes nothing on disk.
    CALL "AUTHCHK" USING "PPADJUST" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "PPADJUST" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-CLAIM-MASTER-LOCK.
*>  Exclusive use of the Number Master for the length of the run,
*>  claimed on the NMLOCKS register before the master is opened. A
*>  refusal means another of our own jobs holds it -- or died holding
*>  it -- and this run stops here without touching a record.
    CALL "NMLOCK" USING "C" "PPADJUST" WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.
    IF WS-MASTER-LOCK-REPLY NOT = "Y"
        MOVE "NUMMAST IN USE BY ANOTHER JOB - SEE NMLOCKS" TO WS-ERR-MSG
        MOVE 9002 TO WS-ERR-RC
        CALL "ERRHAND" USING "PPADJUST" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-RELEASE-MASTER-LOCK.
*>  Normal end only -- an abend leaves the claim standing for NMUNLOCK.
    CALL "NMLOCK" USING "R" "PPADJUST" WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.

A-CHECK-CLOSED.
*>  With no period ever closed nothing can have been parked, and
*>  there is nothing to reopen -- a warning, not a failure.
    CALL "PERLOCK" USING "Q" WS-RUN-ID WS-LOCK-REPLY WS-CONTROL.
    IF WS-LOCK-REPLY NOT = "Y"
        MOVE 4 TO WS-RUN-RC
        MOVE "NO PERIOD CLOSED -- NOTHING TO ADJUST" TO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN2902W" WS-MSG-TEXT
        PERFORM A-RUN-COMPLETION
        GOBACK
    END-IF.
    SET WS-CTL-REOPENED TO TRUE.
    MOVE WS-RUN-ID TO WS-CTL-ADJ-DATE.
    MOVE WS-USER-ID TO WS-CTL-ADJ-USER.
    IF WS-CTL-ADJ-CNT IS NOT NUMERIC
        MOVE 0 TO WS-CTL-ADJ-CNT
    END-IF.

A-OPEN-FILES.
*>  An absent or empty PPADJ simply means nothing was parked: the
*>  run still reopens and recloses the period, so the register shows
*>  a clean "nothing to apply" for the auditor.
    OPEN INPUT ADJUSTMENT-IN.
    IF WS-PPA-STATUS NOT = "00"
        SET WS-EOF TO TRUE
    END-IF.
    OPEN I-O NUMBER-MASTER.
    IF WS-NM-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "NUMBER-MASTER OPEN FAILED, STATUS " WS-NM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 2901 TO WS-ERR-RC
        CALL "ERRHAND" USING "PPADJUST" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT REGISTER-OUT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE REGISTER-LINE FROM WS-REPORT-HEADER-1.
    MOVE WS-CTL-PERIOD TO H2-PERIOD.
    MOVE WS-CTL-CLOSE-DATE TO H2-CLOSE-DATE.
    MOVE WS-USER-ID TO H2-USER.
    WRITE REGISTER-LINE FROM WS-REPORT-HEADER-2.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    WRITE REGISTER-LINE FROM WS-REPORT-COLHDR.

B-APPLY-ADJUSTMENT.
*>  Same edits and keyed verbs as NMMAINT; the four-eyes limit is
*>  not applied again here, since the adjustment run is itself the
*>  separately granted control over these cards.
    IF PPA-AMOUNT IS NOT NUMERIC AND (PPA-ADD OR PPA-CHANGE)
        MOVE "AMT NOT NUMERIC" TO D-REASON
        PERFORM B-REGISTER-REJECT
    ELSE
        EVALUATE TRUE
            WHEN PPA-ADD
                PERFORM B-APPLY-ADD
            WHEN PPA-CHANGE
                PERFORM B-APPLY-CHANGE
            WHEN PPA-DELETE
                PERFORM B-APPLY-DELETE
            WHEN OTHER
                MOVE "ACTION NOT A/C/D" TO D-REASON
                PERFORM B-REGISTER-REJECT
        END-EVALUATE
    END-IF.

B-APPLY-ADD.
    MOVE PPA-ID TO NM-ID.
    MOVE PPA-AMOUNT TO NM-AMOUNT.
    MOVE PPA-BRANCH TO NM-BRANCH.
    MOVE PPA-CURRENCY TO NM-CURRENCY.
    MOVE WS-RUN-ID TO NM-LAST-ACT-DATE.
    PERFORM B-SET-STATUS-FLAG.
    WRITE NM-RECORD
        INVALID KEY
            MOVE "KEY ON MASTER" TO D-REASON
            PERFORM B-REGISTER-REJECT
        NOT INVALID KEY
            CALL "NMJWRITE" USING "PPADJUST" NM-ID
                WS-JRNL-ZERO WS-JRNL-BLANK
                NM-AMOUNT NM-STATUS-FLAG WS-RUN-ID
                WS-JRNL-NO-CUR NM-CURRENCY WS-JRNL-NO-REF
            PERFORM B-REGISTER-APPLIED
    END-WRITE.

B-APPLY-CHANGE.
    MOVE PPA-ID TO NM-ID.
    READ NUMBER-MASTER
        INVALID KEY
            MOVE "NOT ON MASTER" TO D-REASON
            PERFORM B-REGISTER-REJECT
        NOT INVALID KEY
            PERFORM B-APPLY-CHANGE-READ
    END-READ.

B-APPLY-CHANGE-READ.
    MOVE NM-AMOUNT TO WS-JRNL-BEF-AMT.
    MOVE NM-STATUS-FLAG TO WS-JRNL-BEF-FLG.
    MOVE NM-CURRENCY TO WS-JRNL-BEF-CUR.
    MOVE PPA-AMOUNT TO NM-AMOUNT.
    IF PPA-BRANCH NOT = SPACES
        MOVE PPA-BRANCH TO NM-BRANCH
    END-IF.
    IF PPA-CURRENCY NOT = SPACES
        MOVE PPA-CURRENCY TO NM-CURRENCY
    END-IF.
    MOVE WS-RUN-ID TO NM-LAST-ACT-DATE.
    PERFORM B-SET-STATUS-FLAG.
    REWRITE NM-RECORD
        INVALID KEY
            MOVE "NOT ON MASTER" TO D-REASON
            PERFORM B-REGISTER-REJECT
        NOT INVALID KEY
            CALL "NMJWRITE" USING "PPADJUST" NM-ID
                WS-JRNL-BEF-AMT WS-JRNL-BEF-FLG
                NM-AMOUNT NM-STATUS-FLAG WS-RUN-ID
                WS-JRNL-BEF-CUR NM-CURRENCY WS-JRNL-NO-REF
            PERFORM B-REGISTER-APPLIED
    END-REWRITE.

B-APPLY-DELETE.
    MOVE PPA-ID TO NM-ID.
    READ NUMBER-MASTER
        INVALID KEY
            MOVE "NOT ON MASTER" TO D-REASON
            PERFORM B-REGISTER-REJECT
        NOT INVALID KEY
            PERFORM B-APPLY-DELETE-READ
    END-READ.

B-APPLY-DELETE-READ.
    MOVE NM-AMOUNT TO WS-JRNL-BEF-AMT.
    MOVE NM-STATUS-FLAG TO WS-JRNL-BEF-FLG.
    MOVE NM-CURRENCY TO WS-JRNL-BEF-CUR.
    DELETE NUMBER-MASTER
        INVALID KEY
            MOVE "NOT ON MASTER" TO D-REASON
            PERFORM B-REGISTER-REJECT
        NOT INVALID KEY
            CALL "NMJWRITE" USING "PPADJUST" PPA-ID
                WS-JRNL-BEF-AMT WS-JRNL-BEF-FLG
                WS-JRNL-ZERO WS-JRNL-BLANK WS-RUN-ID
                WS-JRNL-BEF-CUR WS-JRNL-NO-CUR WS-JRNL-NO-REF
            PERFORM B-REGISTER-APPLIED
    END-DELETE.

B-SET-STATUS-FLAG.
*>  The classification zadanie2 would stamp, as NMMAINT does.
    IF PPA-AMOUNT > 0
        SET NM-POSITIVE TO TRUE
    ELSE
        IF PPA-AMOUNT = 0
            SET NM-ZERO TO TRUE
        ELSE
            SET NM-NEGATIVE TO TRUE
        END-IF
    END-IF.

B-REGISTER-APPLIED.
    ADD 1 TO WS-APPLIED-CNT.
    PERFORM B-FORMAT-DETAIL.
    MOVE "APPLIED" TO D-RESULT.
    MOVE SPACES TO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.

B-REGISTER-REJECT.
*>  The caller has already set the reason.
    ADD 1 TO WS-REJECTED-CNT.
    PERFORM B-FORMAT-DETAIL.
    MOVE "REJECTED" TO D-RESULT.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.

B-FORMAT-DETAIL.
    MOVE PPA-ACTION TO D-ACTION.
    MOVE PPA-ID TO D-KEY.
    IF PPA-AMOUNT IS NUMERIC
        MOVE PPA-AMOUNT TO D-AMOUNT
    ELSE
        MOVE 0 TO D-AMOUNT
    END-IF.
    IF PPA-PERIOD IS NUMERIC
        MOVE PPA-PERIOD TO D-PERIOD
    ELSE
        MOVE 0 TO D-PERIOD
    END-IF.
    MOVE PPA-SOURCE TO D-SOURCE.
    MOVE PPA-SUBMITTER TO D-SUBMITTER.

C-WRITE-TOTALS.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    MOVE WS-APPLIED-CNT TO T-APPLIED.
    MOVE WS-REJECTED-CNT TO T-REJECTED.
    WRITE REGISTER-LINE FROM WS-REPORT-TOTALS.

C-WRITE-CONTROL.
*>  Written whole each time: reopened before the first card is
*>  applied, closed again with the new count once the last is done.
    OPEN OUTPUT PERIOD-CONTROL.
    IF WS-PC-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "PERCTL OPEN FAILED, STATUS " WS-PC-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 2903 TO WS-ERR-RC
        CALL "ERRHAND" USING "PPADJUST" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    WRITE PERIOD-CONTROL-CARD FROM WS-CONTROL.
    CLOSE PERIOD-CONTROL.
