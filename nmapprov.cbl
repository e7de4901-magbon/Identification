*> register of what was decided and what is still waiting. The
*> approver's userid is captured from the environment exactly as
*> RUNLOG captures the submitter's, and an approval whose approver
*> IS the submitter is refused -- four eyes means four. A card whose
*> key fails the NM-ID check digit (KEYCHK) is refused before the
*> pending file is looked at.
IDENTIFICATION DIVISION.
PROGRAM-ID. NMAPPROV.
ENVIRONMENT DIVISION.
    SELECT REGISTER-OUT ASSIGN TO "NMAPPREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-STATUS.
*>  Period-close lock, as NMMAINT keeps it: an approval decided
*>  while the run's business date is in a closed period is parked on
*>  the prior-period adjustment file for PPADJUST, not applied.
    SELECT ADJUSTMENT-OUT ASSIGN TO "PPADJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PPA-STATUS.
DATA DIVISION.
FILE SECTION.
FD  APPROVAL-TRANS
FD  REGISTER-OUT
    RECORDING MODE IS F.
01  REGISTER-LINE           PIC X(80).
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
    WORKING-STORAGE SECTION.
        77 WS-TRANS-STATUS  PIC XX.
        77 WS-PA-STATUS     PIC XX.
        77 WS-USER-ID       PIC X(8).
        77 WS-JRNL-BEF-AMT  PIC S9(10)V99.
        77 WS-JRNL-BEF-FLG  PIC X.
        77 WS-JRNL-BEF-CUR  PIC X(3).
        77 WS-JRNL-NO-CUR   PIC X(3) VALUE SPACES.
        77 WS-JRNL-NO-REF   PIC 9(11) VALUE 0.
        77 WS-JRNL-ZERO     PIC S9(10)V99 VALUE 0.
        77 WS-JRNL-BLANK    PIC X VALUE SPACE.
        77 WS-DUTY-SUBJECT  PIC X(20).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-MASTER-LOCK-REPLY PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PPA-STATUS    PIC XX.
        77 WS-ROUTED-CNT    PIC 9(6) VALUE 0.
        77 WS-LOCK-REPLY    PIC X VALUE "N".
            88 WS-PERIOD-CLOSED     VALUE "Y".
        77 WS-KEY-REPLY     PIC X.

*>  The period-close control card as PERLOCK hands it back.
01  WS-PERIOD-CONTROL.
    05  WS-CLOSED-PERIOD    PIC 9(6).
    05  FILLER              PIC X(74).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
    05  T-REFUSED           PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-WAITING           PIC ZZZ,ZZ9.
01  WS-REPORT-ROUTED.
    05  FILLER              PIC X(40) VALUE
        "APPROVED BUT ROUTED TO PPADJ".
    05  T-ROUTED            PIC ZZZ,ZZ9.
    05  FILLER              PIC X(17) VALUE "  CLOSED PERIOD ".
    05  T-CLOSED-PERIOD     PIC 9999/99.
01  WS-REPORT-TITLE.
    05  RT-TITLE            PIC X(40).
PROCEDURE DIVISION.
    MOVE WS-REFUSED-CNT TO T-REFUSED.
    MOVE WS-WAITING-CNT TO T-WAITING.
    WRITE REGISTER-LINE FROM WS-REPORT-TOTALS.
    IF WS-PERIOD-CLOSED
        MOVE WS-ROUTED-CNT TO T-ROUTED
        MOVE WS-CLOSED-PERIOD TO T-CLOSED-PERIOD
        WRITE REGISTER-LINE FROM WS-REPORT-ROUTED
        CLOSE ADJUSTMENT-OUT
    END-IF.
    CLOSE APPROVAL-TRANS.
    CLOSE PENDING-APPROVAL.
    CLOSE NUMBER-MASTER.
    CALL "RUNLOG" USING "NMAPPROV" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
    PERFORM A-CLAIM-MASTER-LOCK.
*>  The approver's identity, captured the way RUNLOG captures the
*>  submitter's -- the identity being checked is the identity being
*>  logged.
A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    PERFORM A-RELEASE-MASTER-LOCK.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "NMAPPROV" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.
        CALL "ERRHAND" USING "NMAPPROV" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-CLAIM-MASTER-LOCK.
*>  Exclusive use of the Number Master for the length of the run,
*>  claimed on the NMLOCKS register before the master is opened. A
*>  refusal means another of our own jobs holds it -- or died holding
*>  it -- and this run stops here without touching a record.
    CALL "NMLOCK" USING "C" "NMAPPROV" WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.
    IF WS-MASTER-LOCK-REPLY NOT = "Y"
        MOVE "NUMMAST IN USE BY ANOTHER JOB - SEE NMLOCKS" TO WS-ERR-MSG
        MOVE 9002 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMAPPROV" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-RELEASE-MASTER-LOCK.
*>  Normal end only -- an abend leaves the claim standing for NMUNLOCK.
    CALL "NMLOCK" USING "R" "NMAPPROV" WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.

A-OPEN-FILES.
    OPEN INPUT APPROVAL-TRANS.
    IF WS-TRANS-STATUS NOT = "00"
        MOVE 1103 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMAPPROV" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
*>  One lock test per run, as in NMMAINT; the adjustment file
*>  accumulates until PPADJUST empties it.
    CALL "PERLOCK" USING "T" WS-RUN-ID WS-LOCK-REPLY
        WS-PERIOD-CONTROL.
    IF WS-PERIOD-CLOSED
        DISPLAY "NMAPPROV: PERIOD " WS-CLOSED-PERIOD " IS CLOSED -- "
            "APPROVALS ROUTED TO PPADJ"
        OPEN EXTEND ADJUSTMENT-OUT
        IF WS-PPA-STATUS NOT = "00"
            OPEN OUTPUT ADJUSTMENT-OUT
        END-IF
        IF WS-PPA-STATUS NOT = "00"
            MOVE SPACES TO WS-ERR-MSG
            STRING "PPADJ OPEN FAILED, STATUS " WS-PPA-STATUS
                DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 1106 TO WS-ERR-RC
            CALL "ERRHAND" USING "NMAPPROV" WS-ERR-MSG "A" WS-ERR-RC
        END-IF
    END-IF.
    OPEN OUTPUT REGISTER-OUT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE REGISTER-LINE FROM WS-REPORT-HEADER-1.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.

B-DECIDE-ONE.
    CALL "KEYCHK" USING "V" APP-KEY WS-KEY-REPLY.
    IF WS-KEY-REPLY = "N"
        PERFORM B-REGISTER-BAD-CHECK-DIGIT
    ELSE
        MOVE APP-KEY TO PA-KEY
        READ PENDING-APPROVAL
            INVALID KEY
                PERFORM B-REGISTER-NOT-PENDING
            NOT INVALID KEY
                PERFORM B-DECIDE-PENDING
        END-READ
    END-IF.

B-DECIDE-PENDING.
*>  Submitter and approver can never be the same person -- a matched
        CALL "MSGWRITE" USING "IDN1102W" WS-MSG-TEXT
    ELSE
        IF APP-APPROVE
            IF WS-PERIOD-CLOSED
                PERFORM B-ROUTE-APPROVED
            ELSE
                PERFORM B-APPLY-APPROVED
            END-IF
        ELSE
            IF APP-REJECT
                ADD 1 TO WS-REJECTED-CNT
                MOVE "REJECTED" TO D-RESULT
                MOVE "REJECTED BY APPROVER" TO D-REASON
                WRITE REGISTER-LINE FROM WS-REPORT-DETAIL
                MOVE PA-KEY TO WS-DUTY-SUBJECT
                CALL "DUTYLOG" USING "NMAPPROV" "R" WS-DUTY-SUBJECT
                    PA-SUBMITTER WS-RUN-ID
                DELETE PENDING-APPROVAL
            ELSE
                ADD 1 TO WS-REFUSED-CNT
        END-IF
    END-IF.

B-ROUTE-APPROVED.
*>  The approval itself stands -- it is on the duty trail and the
*>  pending slot is released -- but the change waits on PPADJ for
*>  the adjustment run, carrying the original submitter.
    MOVE SPACES TO PPA-REC.
    MOVE PA-ACTION TO PPA-ACTION.
    MOVE PA-KEY TO PPA-ID.
    MOVE PA-AMOUNT TO PPA-AMOUNT.
    MOVE PA-BRANCH TO PPA-BRANCH.
    MOVE PA-CURRENCY TO PPA-CURRENCY.
    MOVE WS-RUN-ID(1:6) TO PPA-PERIOD.
    MOVE "NMAPPROV" TO PPA-SOURCE.
    MOVE PA-SUBMITTER TO PPA-SUBMITTER.
    MOVE PA-SUBMIT-DATE TO PPA-SUBMIT-DATE.
    WRITE PPA-REC.
    ADD 1 TO WS-ROUTED-CNT.
    PERFORM B-FORMAT-PA-DETAIL.
    MOVE "ROUTED" TO D-RESULT.
    MOVE "PERIOD CLOSED - PPADJ" TO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.
    MOVE PA-KEY TO WS-DUTY-SUBJECT.
    CALL "DUTYLOG" USING "NMAPPROV" "A" WS-DUTY-SUBJECT
        PA-SUBMITTER WS-RUN-ID.
    DELETE PENDING-APPROVAL.

B-APPLY-APPROVED.
*>  The same journaled path NMMAINT applies through -- read, apply,
*>  REWRITE or DELETE, NMJWRITE -- so an approved transaction is
B-APPLY-CHANGE.
    MOVE NM-AMOUNT TO WS-JRNL-BEF-AMT.
    MOVE NM-STATUS-FLAG TO WS-JRNL-BEF-FLG.
    MOVE NM-CURRENCY TO WS-JRNL-BEF-CUR.
    MOVE PA-AMOUNT TO NM-AMOUNT.
    IF PA-BRANCH NOT = SPACES
        MOVE PA-BRANCH TO NM-BRANCH
            CALL "NMJWRITE" USING "NMAPPROV" NM-ID
                WS-JRNL-BEF-AMT WS-JRNL-BEF-FLG
                NM-AMOUNT NM-STATUS-FLAG WS-RUN-ID
                WS-JRNL-BEF-CUR NM-CURRENCY WS-JRNL-NO-REF
            PERFORM B-REGISTER-APPLIED
            DELETE PENDING-APPROVAL
    END-REWRITE.
B-APPLY-DELETE.
    MOVE NM-AMOUNT TO WS-JRNL-BEF-AMT.
    MOVE NM-STATUS-FLAG TO WS-JRNL-BEF-FLG.
    MOVE NM-CURRENCY TO WS-JRNL-BEF-CUR.
    DELETE NUMBER-MASTER
        INVALID KEY
            STRING "APPROVED DELETE FAILED FOR " PA-KEY
            CALL "NMJWRITE" USING "NMAPPROV" PA-KEY
                WS-JRNL-BEF-AMT WS-JRNL-BEF-FLG
                WS-JRNL-ZERO WS-JRNL-BLANK WS-RUN-ID
                WS-JRNL-BEF-CUR WS-JRNL-NO-CUR WS-JRNL-NO-REF
            PERFORM B-REGISTER-APPLIED
            DELETE PENDING-APPROVAL
    END-DELETE.

B-REGISTER-APPLIED.
*>  Who approved whose submission goes on the duty trail -- the
*>  register says what was decided, the trail says by whom.
    PERFORM B-FORMAT-PA-DETAIL.
    MOVE "APPLIED" TO D-RESULT.
    MOVE "APPROVED" TO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.
    MOVE PA-KEY TO WS-DUTY-SUBJECT.
    CALL "DUTYLOG" USING "NMAPPROV" "A" WS-DUTY-SUBJECT
        PA-SUBMITTER WS-RUN-ID.

B-REGISTER-NOT-PENDING.
    ADD 1 TO WS-REFUSED-CNT.
    MOVE "NOTHING PENDING FOR KEY" TO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.

B-REGISTER-BAD-CHECK-DIGIT.
    ADD 1 TO WS-REFUSED-CNT.
    MOVE APP-KEY TO D-KEY.
    MOVE APP-ACTION TO D-ACTION.
    MOVE 0 TO D-AMOUNT.
    MOVE "REFUSED" TO D-RESULT.
    MOVE "KEY FAILS CHECK DIGIT" TO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.

B-FORMAT-PA-DETAIL.
    MOVE PA-KEY TO D-KEY.
    MOVE PA-ACTION TO D-ACTION.
