        ACCESS MODE IS RANDOM
        RECORD KEY IS PA-KEY
        FILE STATUS IS WS-PA-STATUS.
*>  Period-close lock: once PERCLOSE has closed the month a run's
*>  business date falls in, nothing here touches the master -- each
*>  card that passes its edits and authority check is parked on the
*>  prior-period adjustment file for PPADJUST to apply.
    SELECT ADJUSTMENT-OUT ASSIGN TO "PPADJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PPA-STATUS.
*>  Future-dated maintenance: a card whose effective date is ahead of
*>  the business date is held here, keyed by NM-ID and effective
*>  date, and every run starts by putting the held cards now due
*>  through the same path as the day's own cards. Applied and
*>  cancelled records stay one day for the NMFUTREG register.
    SELECT FUTURE-MAINT ASSIGN TO "FUTMAINT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FM-KEY
        FILE STATUS IS WS-FM-STATUS.
DATA DIVISION.
FILE SECTION.
FD  MAINT-TRANS
        88  MNT-ADD                 VALUE "A".
        88  MNT-CHANGE              VALUE "C".
        88  MNT-DELETE              VALUE "D".
        88  MNT-CANCEL              VALUE "X".
    05  MNT-ID              PIC X(10).
    05  MNT-AMOUNT          PIC S9(10)V99.
    05  MNT-BRANCH          PIC X(3).
*>  change card blank means "leave the currency alone" -- the same
*>  convention the branch column keeps.
    05  MNT-CURRENCY        PIC X(3).
*>  Effective date, YYYYMMDD. Blank or not later than the business
*>  date applies the card now; a later date holds it on FUTMAINT.
*>  An "X" card cancels the change held for this key and date.
    05  MNT-EFF-DATE        PIC X(8).
FD  NUMBER-MASTER.
01  NM-RECORD.
    05  NM-ID               PIC X(10).
    05  PA-CURRENCY         PIC X(3).
    05  PA-SUBMITTER        PIC X(8).
    05  PA-SUBMIT-DATE      PIC 9(8).
FD  ADJUSTMENT-OUT
    RECORDING MODE IS F.
01  PPA-REC.
    05  PPA-ACTION          PIC X.
    05  PPA-ID              PIC X(10).
    05  PPA-AMOUNT          PIC S9(10)V99.
    05  PPA-BRANCH          PIC X(3).
    05  PPA-CURRENCY        PIC X(3).
    05  PPA-PERIOD          PIC 9(6).
    05  PPA-SOURCE          PIC X(8).
    05  PPA-SUBMITTER       PIC X(8).
    05  PPA-SUBMIT-DATE     PIC 9(8).
    05  FILLER              PIC X(21).
FD  FUTURE-MAINT.
01  FM-REC.
    05  FM-KEY.
        10  FM-ID           PIC X(10).
        10  FM-EFF-DATE     PIC 9(8).
    05  FM-ACTION           PIC X.
    05  FM-AMOUNT           PIC S9(10)V99.
    05  FM-BRANCH           PIC X(3).
    05  FM-CURRENCY         PIC X(3).
    05  FM-SUBMITTER        PIC X(8).
    05  FM-SUBMIT-DATE      PIC 9(8).
    05  FM-STATE            PIC X.
        88  FM-PENDING              VALUE "P".
        88  FM-PROCESSED            VALUE "A".
        88  FM-CANCELLED            VALUE "X".
    05  FM-STATE-DATE       PIC 9(8).
    05  FM-STATE-USER       PIC X(8).
    05  FM-RESULT           PIC X(10).
    05  FM-REASON           PIC X(24).
    WORKING-STORAGE SECTION.
        77 WS-TRANS-STATUS  PIC XX.
        77 WS-NM-STATUS     PIC XX.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-MASTER-LOCK-REPLY PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-JRNL-BEF-AMT  PIC S9(10)V99.
        77 WS-JRNL-BEF-FLG  PIC X.
        77 WS-JRNL-BEF-CUR  PIC X(3).
        77 WS-JRNL-NO-CUR   PIC X(3) VALUE SPACES.
        77 WS-JRNL-NO-REF   PIC 9(11) VALUE 0.
        77 WS-JRNL-ZERO     PIC S9(10)V99 VALUE 0.
        77 WS-JRNL-BLANK    PIC X VALUE SPACE.
        77 WS-PA-STATUS     PIC XX.
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".
        77 WS-PPA-STATUS    PIC XX.
        77 WS-ROUTED-CNT    PIC 9(6) VALUE 0.
        77 WS-LOCK-REPLY    PIC X VALUE "N".
            88 WS-PERIOD-CLOSED     VALUE "Y".
        77 WS-PPA-OPEN-SW   PIC X VALUE "N".
            88 WS-PPA-OPEN          VALUE "Y".
        77 WS-EFF-LOCK-REPLY PIC X VALUE "N".
            88 WS-EFF-PERIOD-CLOSED VALUE "Y".
        77 WS-FM-STATUS     PIC XX.
        77 WS-FM-EOF-SW     PIC X VALUE "N".
            88 WS-FM-EOF            VALUE "Y".
        77 WS-EFF-DATE      PIC 9(8).
        77 WS-EFF-MM        PIC 9(2).
        77 WS-EFF-DD        PIC 9(2).
        77 WS-EFF-OK-SW     PIC X.
            88 WS-EFF-DATE-OK       VALUE "Y".
        77 WS-HELD-FOUND-SW PIC X.
            88 WS-HELD-FOUND        VALUE "Y".
        77 WS-FUNC-REPLY    PIC X.
        77 WS-RUN-USER      PIC X(8).
        77 WS-HELD-CNT      PIC 9(6) VALUE 0.
        77 WS-DUE-CNT       PIC 9(6) VALUE 0.
        77 WS-CANCEL-CNT    PIC 9(6) VALUE 0.
        77 WS-KEY-REPLY     PIC X.

*>  The period-close control card as PERLOCK hands it back; only the
*>  closed period itself is wanted here.
01  WS-PERIOD-CONTROL.
    05  WS-CLOSED-PERIOD    PIC 9(6).
    05  FILLER              PIC X(74).

*>  Per-function authority replies, looked up once on first use --
*>  the authority master can grant a userid the change function
01  WS-REPORT-PENDING.
    05  FILLER              PIC X(20) VALUE "AWAITING APPROVAL".
    05  T-PENDING           PIC ZZZ,ZZ9.
01  WS-REPORT-ROUTED.
    05  FILLER              PIC X(20) VALUE "ROUTED TO PPADJ".
    05  T-ROUTED            PIC ZZZ,ZZ9.
    05  FILLER              PIC X(17) VALUE "  CLOSED PERIOD ".
    05  T-CLOSED-PERIOD     PIC 9999/99.
01  WS-REPORT-FUTURE.
    05  FILLER              PIC X(20) VALUE "HELD / DUE / CANCEL".
    05  T-HELD              PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-DUE               PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-CANCELLED         PIC ZZZ,ZZ9.
01  WS-REPORT-DUE-TITLE.
    05  FILLER              PIC X(40) VALUE
        "HELD CHANGES DUE BY TODAY (FUTMAINT)".
01  WS-REPORT-CARD-TITLE.
    05  FILLER              PIC X(40) VALUE
        "TODAY'S CARDS (NMTRANS)".
01  WS-REPORT-ACTIONS.
    05  FILLER              PIC X(20) VALUE "ADD / CHANGE / DEL".
    05  T-ADDS              PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-DUAL-PARM.
    PERFORM A-CHECK-PERIOD-LOCK.
    PERFORM A-OPEN-FILES.
    PERFORM B-APPLY-DUE-CHANGES.

    PERFORM UNTIL WS-EOF
        READ MAINT-TRANS
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-TAKE-CARD
        END-READ
    END-PERFORM.

    DISPLAY "MAINT APPLIED     : " WS-APPLIED-CNT.
    DISPLAY "MAINT REJECTED    : " WS-REJECTED-CNT.
    DISPLAY "MAINT PENDING     : " WS-PENDED-CNT.
    DISPLAY "MAINT ROUTED      : " WS-ROUTED-CNT.
    DISPLAY "MAINT HELD        : " WS-HELD-CNT.
    DISPLAY "MAINT HELD DUE    : " WS-DUE-CNT.
    DISPLAY "MAINT CANCELLED   : " WS-CANCEL-CNT.

    CLOSE MAINT-TRANS.
    CLOSE NUMBER-MASTER.
    IF WS-DUAL-ON
        CLOSE PENDING-APPROVAL
    END-IF.
    IF WS-PPA-OPEN
        CLOSE ADJUSTMENT-OUT
    END-IF.
    CLOSE FUTURE-MAINT.
    CLOSE REGISTER-OUT.
    PERFORM A-RUN-COMPLETION.
    GOBACK.
*>  the date the operator resubmitted it.
    CALL "BUSDATE" USING "G" BY CONTENT WS-RUN-ID
        BY REFERENCE WS-RUN-ID.
*>  The run sequence is only inquired ("Q"): in the nightly chain
*>  FRONTEDT, further on, draws the night's sequence number.
    CALL "RUNSEQ" USING "Q" WS-RUN-ID WS-RUN-SEQ.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "NMMAINT RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
    CALL "RUNLOG" USING "NMMAINT " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
    PERFORM A-CLAIM-MASTER-LOCK.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry --
*>  pair them, compute the step's elapsed time, and flag a step that
*>  started but never finished. An ERRHAND abend deliberately skips
*>  this: the missing "E" record IS the evidence the run died.
    PERFORM A-RELEASE-MASTER-LOCK.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "NMMAINT " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.
        CALL "ERRHAND" USING "NMMAINT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-CLAIM-MASTER-LOCK.
*>  Exclusive use of the Number Master for the length of the run,
*>  claimed on the NMLOCKS register before the master is opened. A
*>  refusal means another of our own jobs holds it -- or died holding
*>  it -- and this run stops here without touching a record.
    CALL "NMLOCK" USING "C" "NMMAINT " WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.
    IF WS-MASTER-LOCK-REPLY NOT = "Y"
        MOVE "NUMMAST IN USE BY ANOTHER JOB - SEE NMLOCKS" TO WS-ERR-MSG
        MOVE 9002 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMMAINT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-RELEASE-MASTER-LOCK.
*>  Normal end only -- an abend leaves the claim standing for NMUNLOCK.
    CALL "NMLOCK" USING "R" "NMMAINT " WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.


A-READ-DUAL-PARM.
*>  Optional card: columns 1-10 the whole-unit amount above which a
        MOVE "UNKNOWN" TO WS-USER-ID
    END-IF.

A-CHECK-PERIOD-LOCK.
*>  The run's own business date is tested once here; when its period
*>  is closed every card is routed to PPADJ. A card back-dated into
*>  an earlier closed period is tested on its own effective date in
*>  B-ROUTE-OR-APPLY and routed to PPADJ card by card.
    CALL "PERLOCK" USING "T" WS-RUN-ID WS-LOCK-REPLY
        WS-PERIOD-CONTROL.
    IF WS-PERIOD-CLOSED
        DISPLAY "NMMAINT: PERIOD " WS-CLOSED-PERIOD " IS CLOSED -- "
            "MAINTENANCE ROUTED TO PPADJ"
    END-IF.

A-OPEN-FILES.
    OPEN INPUT MAINT-TRANS.
    IF WS-TRANS-STATUS NOT = "00"
            CALL "ERRHAND" USING "NMMAINT " WS-ERR-MSG "A" WS-ERR-RC
        END-IF
    END-IF.
    IF WS-PERIOD-CLOSED
        PERFORM A-OPEN-ADJUSTMENT
    END-IF.
    OPEN I-O FUTURE-MAINT.
    IF WS-FM-STATUS = "35"
        OPEN OUTPUT FUTURE-MAINT
        CLOSE FUTURE-MAINT
        OPEN I-O FUTURE-MAINT
    END-IF.
    IF WS-FM-STATUS NOT = "00"
        STRING "FUTMAINT OPEN FAILED, STATUS " WS-FM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 1005 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMMAINT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT REGISTER-OUT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE REGISTER-LINE FROM WS-REPORT-HEADER-1.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    WRITE REGISTER-LINE FROM WS-REPORT-COLHDR.

A-OPEN-ADJUSTMENT.
*>  The adjustment file accumulates until PPADJUST empties it --
*>  OPEN EXTEND with the OPEN OUTPUT fallback, the RUNLOG precedent.
*>  Opened up front when the run's own period is closed, otherwise
*>  on the first card dated back into a closed period.
    OPEN EXTEND ADJUSTMENT-OUT.
    IF WS-PPA-STATUS NOT = "00"
        OPEN OUTPUT ADJUSTMENT-OUT
    END-IF.
    IF WS-PPA-STATUS NOT = "00"
        STRING "PPADJ OPEN FAILED, STATUS " WS-PPA-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 1004 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMMAINT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    SET WS-PPA-OPEN TO TRUE.

B-APPLY-DUE-CHANGES.
*>  Held changes come first, in key and effective-date order, so a
*>  key's dated changes land in the order they were meant to and
*>  ahead of anything carded today. Each goes through the same
*>  route-or-apply path as a card -- period lock, four-eyes limit,
*>  journal -- under the userid that submitted it. Applied records
*>  from an earlier day, and cancellations whose date has passed,
*>  have had their register day and are dropped here.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    WRITE REGISTER-LINE FROM WS-REPORT-DUE-TITLE.
    MOVE "N" TO WS-FM-EOF-SW.
    PERFORM UNTIL WS-FM-EOF
        READ FUTURE-MAINT NEXT RECORD
            AT END
                SET WS-FM-EOF TO TRUE
            NOT AT END
                EVALUATE TRUE
                    WHEN FM-PENDING AND FM-EFF-DATE NOT > WS-RUN-ID
                        PERFORM B-RELEASE-HELD
                    WHEN FM-PROCESSED AND FM-STATE-DATE < WS-RUN-ID
                        PERFORM B-DROP-HELD
                    WHEN FM-CANCELLED AND FM-EFF-DATE < WS-RUN-ID
                        PERFORM B-DROP-HELD
                END-EVALUATE
        END-READ
    END-PERFORM.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    WRITE REGISTER-LINE FROM WS-REPORT-CARD-TITLE.

B-DROP-HELD.
    DELETE FUTURE-MAINT RECORD
        INVALID KEY
            DISPLAY "NMMAINT: FUTMAINT DELETE FAILED FOR " FM-ID
                " STATUS " WS-FM-STATUS
    END-DELETE.

B-RELEASE-HELD.
*>  The held record is rebuilt as the card it came from. Function
*>  authority was checked when it was held; the submitter is put
*>  back so a pended approval and a PPADJ entry name the person who
*>  asked for the change, not the batch userid. The register result
*>  is kept on the record for NMFUTREG and INQUIRY.
    MOVE SPACES TO MNT-REC.
    MOVE FM-ACTION TO MNT-ACTION.
    MOVE FM-ID TO MNT-ID.
    MOVE FM-AMOUNT TO MNT-AMOUNT.
    MOVE FM-BRANCH TO MNT-BRANCH.
    MOVE FM-CURRENCY TO MNT-CURRENCY.
    MOVE FM-EFF-DATE TO MNT-EFF-DATE.
    MOVE FM-EFF-DATE TO WS-EFF-DATE.
    MOVE WS-USER-ID TO WS-RUN-USER.
    MOVE FM-SUBMITTER TO WS-USER-ID.
    PERFORM B-ROUTE-OR-APPLY.
    MOVE WS-RUN-USER TO WS-USER-ID.
    ADD 1 TO WS-DUE-CNT.
    SET FM-PROCESSED TO TRUE.
    MOVE WS-RUN-ID TO FM-STATE-DATE.
    MOVE WS-USER-ID TO FM-STATE-USER.
    MOVE D-RESULT TO FM-RESULT.
    MOVE D-REASON TO FM-REASON.
    REWRITE FM-REC
        INVALID KEY
            DISPLAY "NMMAINT: FUTMAINT REWRITE FAILED FOR " FM-ID
                " STATUS " WS-FM-STATUS
    END-REWRITE.

B-TAKE-CARD.
*>  The effective date is edited before anything else, so a card
*>  with a bad one is rejected outright rather than applied today.
*>  The key is then held to its check digit, whatever the action: a
*>  single mistyped digit on an add would otherwise open a new,
*>  valid-looking account. Keys on the legacy roster pass as they
*>  stand, so existing accounts are maintained as before.
    PERFORM B-EDIT-EFF-DATE.
    IF NOT WS-EFF-DATE-OK
        PERFORM B-REJECT-BAD-EFF-DATE
    ELSE
        CALL "KEYCHK" USING "V" MNT-ID WS-KEY-REPLY
        IF WS-KEY-REPLY = "N"
            PERFORM B-REJECT-CHECK-DIGIT
        ELSE
            IF MNT-CANCEL
                PERFORM B-CANCEL-HELD
            ELSE
                PERFORM B-APPLY-TRANS
            END-IF
        END-IF
    END-IF.

B-EDIT-EFF-DATE.
*>  Blank means the business date. A cancel card must say which
*>  held change it is cancelling, so it needs the date.
    SET WS-EFF-DATE-OK TO TRUE.
    MOVE WS-RUN-ID TO WS-EFF-DATE.
    IF MNT-EFF-DATE = SPACES
        IF MNT-CANCEL
            MOVE "N" TO WS-EFF-OK-SW
        END-IF
    ELSE
        IF MNT-EFF-DATE IS NUMERIC
            MOVE MNT-EFF-DATE TO WS-EFF-DATE
            MOVE MNT-EFF-DATE(5:2) TO WS-EFF-MM
            MOVE MNT-EFF-DATE(7:2) TO WS-EFF-DD
            IF WS-EFF-MM < 1 OR WS-EFF-MM > 12
                    OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
                MOVE "N" TO WS-EFF-OK-SW
            END-IF
        ELSE
            MOVE "N" TO WS-EFF-OK-SW
        END-IF
    END-IF.

B-REJECT-BAD-EFF-DATE.
    ADD 1 TO WS-REJECTED-CNT.
    PERFORM B-FORMAT-DETAIL.
    MOVE "REJECTED" TO D-RESULT.
    MOVE "EFFECTIVE DATE INVALID" TO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.

B-REJECT-CHECK-DIGIT.
    ADD 1 TO WS-REJECTED-CNT.
    PERFORM B-FORMAT-DETAIL.
    MOVE "REJECTED" TO D-RESULT.
    MOVE "KEY FAILS CHECK DIGIT" TO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.

B-CANCEL-HELD.
*>  Only a change still waiting can be cancelled, and cancelling it
*>  takes the same function authority the change itself took. The
*>  record stays, marked, until its date has passed, so the
*>  register can show it.
    MOVE "N" TO WS-HELD-FOUND-SW.
    MOVE MNT-ID TO FM-ID.
    MOVE WS-EFF-DATE TO FM-EFF-DATE.
    READ FUTURE-MAINT
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF FM-PENDING
                SET WS-HELD-FOUND TO TRUE
            END-IF
    END-READ.
    IF NOT WS-HELD-FOUND
        PERFORM B-REJECT-NOT-HELD
    ELSE
        MOVE FM-ACTION TO MNT-ACTION
        PERFORM B-CHECK-FUNC-AUTHORITY
        EVALUATE TRUE
            WHEN MNT-ADD
                MOVE WS-AUTH-ADD-REPLY TO WS-FUNC-REPLY
            WHEN MNT-CHANGE
                MOVE WS-AUTH-CHG-REPLY TO WS-FUNC-REPLY
            WHEN OTHER
                MOVE WS-AUTH-DEL-REPLY TO WS-FUNC-REPLY
        END-EVALUATE
        MOVE "X" TO MNT-ACTION
        IF WS-FUNC-REPLY NOT = "Y"
            PERFORM B-REJECT-NOT-AUTH
        ELSE
            SET FM-CANCELLED TO TRUE
            MOVE WS-RUN-ID TO FM-STATE-DATE
            MOVE WS-USER-ID TO FM-STATE-USER
            MOVE "CANCELLED" TO FM-RESULT
            MOVE SPACES TO FM-REASON
            REWRITE FM-REC
                INVALID KEY
                    PERFORM B-REJECT-NOT-HELD
                NOT INVALID KEY
                    PERFORM B-REGISTER-CANCELLED
            END-REWRITE
        END-IF
    END-IF.

B-REGISTER-CANCELLED.
    ADD 1 TO WS-CANCEL-CNT.
    PERFORM B-FORMAT-DETAIL.
    MOVE "CANCELLED" TO D-RESULT.
    MOVE SPACES TO D-REASON.
    STRING "WAS DUE " FM-EFF-DATE DELIMITED BY SIZE INTO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.

B-REJECT-NOT-HELD.
    ADD 1 TO WS-REJECTED-CNT.
    PERFORM B-FORMAT-DETAIL.
    MOVE "REJECTED" TO D-RESULT.
    MOVE "NO HELD CHANGE FOR DATE" TO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.

B-APPLY-TRANS.
*>  Every card gets exactly one register line -- applied or rejected
*>  with a reason -- so the register is a complete account of the
        IF MNT-ADD
            PERFORM B-CHECK-FUNC-AUTHORITY
            IF WS-AUTH-ADD-REPLY = "Y"
                PERFORM B-ROUTE-OR-APPLY
            ELSE
                PERFORM B-REJECT-NOT-AUTH
            END-IF
            IF MNT-CHANGE
                PERFORM B-CHECK-FUNC-AUTHORITY
                IF WS-AUTH-CHG-REPLY = "Y"
                    PERFORM B-ROUTE-OR-APPLY
                ELSE
                    PERFORM B-REJECT-NOT-AUTH
                END-IF
                IF MNT-DELETE
                    PERFORM B-CHECK-FUNC-AUTHORITY
                    IF WS-AUTH-DEL-REPLY = "Y"
                        PERFORM B-ROUTE-OR-APPLY
                    ELSE
                        PERFORM B-REJECT-NOT-AUTH
                    END-IF
        END-IF
    END-IF.

B-ROUTE-OR-APPLY.
*>  An edited, authorized card either applies as always or, in a
*>  closed period, is parked whole for the adjustment run -- before
*>  any master read, so a closed period's figures are not touched
*>  even by the four-eyes pending path. A card dated ahead is held
*>  for its day; one dated back into a closed period is an
*>  adjustment to that period even while the run's own is open.
    IF WS-EFF-DATE > WS-RUN-ID
        PERFORM B-HOLD-FUTURE
    ELSE
        MOVE "N" TO WS-EFF-LOCK-REPLY
        IF WS-EFF-DATE < WS-RUN-ID AND NOT WS-PERIOD-CLOSED
            CALL "PERLOCK" USING "T" WS-EFF-DATE WS-EFF-LOCK-REPLY
                WS-PERIOD-CONTROL
        END-IF
        IF WS-PERIOD-CLOSED OR WS-EFF-PERIOD-CLOSED
            PERFORM B-ROUTE-ADJUSTMENT
        ELSE
            EVALUATE TRUE
                WHEN MNT-ADD
                    PERFORM B-APPLY-ADD
                WHEN MNT-CHANGE
                    PERFORM B-APPLY-CHANGE
                WHEN MNT-DELETE
                    PERFORM B-APPLY-DELETE
            END-EVALUATE
        END-IF
    END-IF.

B-HOLD-FUTURE.
*>  One held change per key per effective date -- a second card for
*>  the same day is rejected rather than replacing the first.
    MOVE SPACES TO FM-REC.
    MOVE MNT-ID TO FM-ID.
    MOVE WS-EFF-DATE TO FM-EFF-DATE.
    MOVE MNT-ACTION TO FM-ACTION.
    IF MNT-AMOUNT IS NUMERIC
        MOVE MNT-AMOUNT TO FM-AMOUNT
    ELSE
        MOVE 0 TO FM-AMOUNT
    END-IF.
    MOVE MNT-BRANCH TO FM-BRANCH.
    MOVE MNT-CURRENCY TO FM-CURRENCY.
    MOVE WS-USER-ID TO FM-SUBMITTER.
    MOVE WS-RUN-ID TO FM-SUBMIT-DATE.
    SET FM-PENDING TO TRUE.
    MOVE 0 TO FM-STATE-DATE.
    WRITE FM-REC
        INVALID KEY
            PERFORM B-REGISTER-REJECT-HELD
        NOT INVALID KEY
            PERFORM B-REGISTER-HELD
    END-WRITE.

B-REGISTER-REJECT-HELD.
    ADD 1 TO WS-REJECTED-CNT.
    PERFORM B-FORMAT-DETAIL.
    MOVE "REJECTED" TO D-RESULT.
    MOVE "CHANGE HELD FOR THAT DAY" TO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.

B-REGISTER-HELD.
    ADD 1 TO WS-HELD-CNT.
    PERFORM B-FORMAT-DETAIL.
    MOVE "HELD" TO D-RESULT.
    MOVE SPACES TO D-REASON.
    STRING "EFFECTIVE " WS-EFF-DATE DELIMITED BY SIZE INTO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.

B-ROUTE-ADJUSTMENT.
    IF NOT WS-PPA-OPEN
        PERFORM A-OPEN-ADJUSTMENT
    END-IF.
    MOVE SPACES TO PPA-REC.
    MOVE MNT-ACTION TO PPA-ACTION.
    MOVE MNT-ID TO PPA-ID.
    IF MNT-AMOUNT IS NUMERIC
        MOVE MNT-AMOUNT TO PPA-AMOUNT
    ELSE
        MOVE 0 TO PPA-AMOUNT
    END-IF.
    MOVE MNT-BRANCH TO PPA-BRANCH.
    MOVE MNT-CURRENCY TO PPA-CURRENCY.
    MOVE WS-EFF-DATE(1:6) TO PPA-PERIOD.
    MOVE "NMMAINT " TO PPA-SOURCE.
    MOVE WS-USER-ID TO PPA-SUBMITTER.
    MOVE WS-RUN-ID TO PPA-SUBMIT-DATE.
    WRITE PPA-REC.
    ADD 1 TO WS-ROUTED-CNT.
    PERFORM B-FORMAT-DETAIL.
    MOVE "ROUTED" TO D-RESULT.
    MOVE "PERIOD CLOSED - PPADJ" TO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.

B-CHECK-FUNC-AUTHORITY.
*>  One AUTHCHK call per action code per run, cached -- a thousand
*>  change cards should not mean a thousand reads of the authority
            CALL "NMJWRITE" USING "NMMAINT " NM-ID
                WS-JRNL-ZERO WS-JRNL-BLANK
                NM-AMOUNT NM-STATUS-FLAG WS-RUN-ID
                WS-JRNL-NO-CUR NM-CURRENCY WS-JRNL-NO-REF
            PERFORM B-REGISTER-APPLIED
    END-WRITE.

B-APPLY-CHANGE-DIRECT.
    MOVE NM-AMOUNT TO WS-JRNL-BEF-AMT.
    MOVE NM-STATUS-FLAG TO WS-JRNL-BEF-FLG.
    MOVE NM-CURRENCY TO WS-JRNL-BEF-CUR.
    MOVE MNT-AMOUNT TO NM-AMOUNT.
*>  A blank branch on a change card means "leave the branch alone";
*>  a coded one reassigns the record.
            CALL "NMJWRITE" USING "NMMAINT " NM-ID
                WS-JRNL-BEF-AMT WS-JRNL-BEF-FLG
                NM-AMOUNT NM-STATUS-FLAG WS-RUN-ID
                WS-JRNL-BEF-CUR NM-CURRENCY WS-JRNL-NO-REF
            PERFORM B-REGISTER-APPLIED
    END-REWRITE.

B-APPLY-DELETE-DIRECT.
    MOVE NM-AMOUNT TO WS-JRNL-BEF-AMT.
    MOVE NM-STATUS-FLAG TO WS-JRNL-BEF-FLG.
    MOVE NM-CURRENCY TO WS-JRNL-BEF-CUR.
    DELETE NUMBER-MASTER
        INVALID KEY
            PERFORM B-REGISTER-REJECT-NOTFND
            CALL "NMJWRITE" USING "NMMAINT " MNT-ID
                WS-JRNL-BEF-AMT WS-JRNL-BEF-FLG
                WS-JRNL-ZERO WS-JRNL-BLANK WS-RUN-ID
                WS-JRNL-BEF-CUR WS-JRNL-NO-CUR WS-JRNL-NO-REF
            PERFORM B-REGISTER-APPLIED
    END-DELETE.

    WRITE REGISTER-LINE FROM WS-REPORT-ACTIONS.
    MOVE WS-PENDED-CNT TO T-PENDING.
    WRITE REGISTER-LINE FROM WS-REPORT-PENDING.
    MOVE WS-HELD-CNT TO T-HELD.
    MOVE WS-DUE-CNT TO T-DUE.
    MOVE WS-CANCEL-CNT TO T-CANCELLED.
    WRITE REGISTER-LINE FROM WS-REPORT-FUTURE.
    IF WS-PERIOD-CLOSED OR WS-ROUTED-CNT > 0
        MOVE WS-ROUTED-CNT TO T-ROUTED
        MOVE WS-CLOSED-PERIOD TO T-CLOSED-PERIOD
        WRITE REGISTER-LINE FROM WS-REPORT-ROUTED
    END-IF.
