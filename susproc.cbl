*> marker the classifiers key off to keep the record out of
*> suspense; both journal the change -- and prints the suspense
*> register with each open item's age, so the items nobody resolved
*> stare back at the supervisor every single day. An open item
*> follows its key: when maintenance moves the master record to
*> another branch (a branch consolidation, say), the item moves too.
IDENTIFICATION DIVISION.
PROGRAM-ID. SUSPROC.
ENVIRONMENT DIVISION.
        77 WS-RESOLVED-CNT  PIC 9(6) VALUE 0.
        77 WS-REJECTED-CNT  PIC 9(6) VALUE 0.
        77 WS-HEALED-CNT    PIC 9(6) VALUE 0.
        77 WS-MOVED-CNT     PIC 9(6) VALUE 0.
        77 WS-OPEN-CNT      PIC 9(6) VALUE 0.
        77 WS-RATE-STATUS   PIC XX.
        77 WS-RATE-EOF-SW   PIC X VALUE "N".
        77 WS-TODAY-INT     PIC 9(8).
        77 WS-JRNL-BEF-AMT  PIC S9(10)V99.
        77 WS-JRNL-BEF-FLG  PIC X.
        77 WS-JRNL-NO-REF   PIC 9(11) VALUE 0.
        77 WS-RES-OK-SW     PIC X.
            88 WS-RES-OK            VALUE "Y".
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-MASTER-LOCK-REPLY PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

    05  T-HEALED            PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-OPEN              PIC ZZZ,ZZ9.
01  WS-REPORT-MOVED.
    05  FILLER              PIC X(36) VALUE
        "MOVED TO THEIR KEY'S NEW BRANCH".
    05  T-MOVED             PIC ZZZ,ZZ9.
01  WS-HEALED-LINE.
    05  H-KEY               PIC X(12).
    05  H-AMOUNT            PIC -(9)9.99.
    CALL "RUNLOG" USING "SUSPROC " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
    PERFORM A-CLAIM-MASTER-LOCK.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-ID).

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    PERFORM A-RELEASE-MASTER-LOCK.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "SUSPROC " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.
        CALL "ERRHAND" USING "SUSPROC " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-CLAIM-MASTER-LOCK.
*>  Exclusive use of the Number Master for the length of the run,
*>  claimed on the NMLOCKS register before the master is opened. A
*>  refusal means another of our own jobs holds it -- or died holding
*>  it -- and this run stops here without touching a record.
    CALL "NMLOCK" USING "C" "SUSPROC " WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.
    IF WS-MASTER-LOCK-REPLY NOT = "Y"
        MOVE "NUMMAST IN USE BY ANOTHER JOB - SEE NMLOCKS" TO WS-ERR-MSG
        MOVE 9002 TO WS-ERR-RC
        CALL "ERRHAND" USING "SUSPROC " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-RELEASE-MASTER-LOCK.
*>  Normal end only -- an abend leaves the claim standing for NMUNLOCK.
    CALL "NMLOCK" USING "R" "SUSPROC " WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.

A-OPEN-FILES.
*>  OPEN I-O with the status-35 OPEN OUTPUT fallback on the suspense
*>  master, the control-file precedent; the Number Master must
            CALL "NMJWRITE" USING "SUSPROC " NM-ID
                WS-JRNL-BEF-AMT WS-JRNL-BEF-FLG
                NM-AMOUNT NM-STATUS-FLAG WS-RUN-ID
                NM-CURRENCY NM-CURRENCY WS-JRNL-NO-REF
            ADD 1 TO WS-RESOLVED-CNT
            DELETE SUSPENSE-MASTER
    END-REWRITE.
            PERFORM C-TEST-AMOUNT-FITS
            IF WS-AMOUNT-FITS
                PERFORM C-APPLY-SELF-HEAL
            ELSE
                IF NM-BRANCH NOT = SM-BRANCH
                        AND NM-BRANCH NOT = SPACES
                    PERFORM C-FOLLOW-KEY-BRANCH
                END-IF
            END-IF
    END-READ.

C-FOLLOW-KEY-BRANCH.
*>  The item is reported under the branch that owns the key. The
*>  master change that moved the key is already on the journal;
*>  the item only takes the same branch.
    MOVE NM-BRANCH TO SM-BRANCH.
    REWRITE SM-REC
        INVALID KEY
            DISPLAY "SUSPROC: SUSPENSE BRANCH REWRITE FAILED FOR "
                SM-KEY
        NOT INVALID KEY
            ADD 1 TO WS-MOVED-CNT
    END-REWRITE.

C-TEST-AMOUNT-FITS.
*>  The classifier's own test, rate conversion included: the base
*>  amount either fits the S9(9)V99 working width or it is still an
            CALL "NMJWRITE" USING "SUSPROC " NM-ID
                WS-JRNL-BEF-AMT WS-JRNL-BEF-FLG
                NM-AMOUNT NM-STATUS-FLAG WS-RUN-ID
                NM-CURRENCY NM-CURRENCY WS-JRNL-NO-REF
            ADD 1 TO WS-HEALED-CNT
            MOVE SM-KEY TO H-KEY
            MOVE SM-AMOUNT TO H-AMOUNT
    MOVE WS-HEALED-CNT TO T-HEALED.
    MOVE WS-OPEN-CNT TO T-OPEN.
    WRITE REGISTER-LINE FROM WS-REPORT-TOTALS.
    IF WS-MOVED-CNT > 0
        MOVE WS-MOVED-CNT TO T-MOVED
        WRITE REGISTER-LINE FROM WS-REPORT-MOVED
    END-IF.
    CLOSE REGISTER-RPT.
