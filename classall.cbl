    SELECT RATES-IN ASSIGN TO "CURRATES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.
*>  Classification checkpoint, ZADANIE2's: the IDXTRACT and NMSUSP
*>  records are buffered and flushed only when the checkpoint (last
*>  key classified, every running count, the band and branch tables,
*>  the feed control totals) is rewritten, so a pass that dies
*>  part-way resumes past the checkpoint key.
    SELECT CHECKPOINT-FILE ASSIGN TO "CLACKPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKPT-STATUS.
*>  Read on a restart only, for the dead run's REWRITEs past the
*>  checkpoint key.
    SELECT JOURNAL-IN ASSIGN TO "NMJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
*>  The journal's last sequence number when the pass began, kept on
*>  the checkpoint: the restart takes only images numbered past it,
*>  never an earlier pass's of the same day.
    SELECT JOURNAL-CONTROL ASSIGN TO "NMJCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD  NUMBER-MASTER.
    05  RATE-CODE           PIC X(3).
    05  RATE-SEP1           PIC X.
    05  RATE-MULT           PIC 9(3)V9(6).
FD  CHECKPOINT-FILE
    RECORDING MODE IS F.
01  CKPT-REC.
    05  CKPT-STATUS-FLAG    PIC X.
        88  CKPT-RUNNING            VALUE "R".
        88  CKPT-COMPLETE           VALUE "C".
    05  CKPT-RUN-DATE       PIC 9(8).
    05  CKPT-RUN-SEQ        PIC 9(3).
    05  CKPT-LAST-KEY       PIC X(10).
    05  CKPT-TOTAL-CNT      PIC 9(6).
    05  CKPT-POS-CNT        PIC 9(6).
    05  CKPT-NEG-CNT        PIC 9(6).
    05  CKPT-ZERO-CNT       PIC 9(6).
    05  CKPT-OVF-CNT        PIC 9(6).
    05  CKPT-EVEN-CNT       PIC 9(6).
    05  CKPT-ODD-CNT        PIC 9(6).
    05  CKPT-BADBR-CNT      PIC 9(6).
    05  CKPT-NORATE-CNT     PIC 9(6).
    05  CKPT-SUSP-CNT       PIC 9(6).
    05  CKPT-IDX-COUNT      PIC 9(9).
    05  CKPT-IDX-HASH       PIC S9(13)V99.
    05  CKPT-BAND-COUNT     PIC 9(2).
    05  CKPT-BAND-IMAGE     PIC X(350).
    05  CKPT-BRANCH-IMAGE   PIC X(2102).
    05  CKPT-JRNL-BASE      PIC 9(9).
FD  JOURNAL-IN
    RECORDING MODE IS F.
01  JRNL-REC.
    05  JRNL-KEY            PIC X(10).
    05  JRNL-SEP1           PIC X.
    05  JRNL-BEF-AMOUNT     PIC S9(10)V99.
    05  JRNL-SEP2           PIC X.
    05  JRNL-BEF-FLAG       PIC X.
    05  JRNL-SEP3           PIC X.
    05  JRNL-AFT-AMOUNT     PIC S9(10)V99.
    05  JRNL-SEP4           PIC X.
    05  JRNL-AFT-FLAG       PIC X.
    05  JRNL-SEP5           PIC X.
    05  JRNL-PROGRAM        PIC X(8).
    05  JRNL-SEP6           PIC X.
    05  JRNL-RUN-DATE       PIC 9(8).
*>  Appended: the currency either side of the change and, on a
*>  reversal, the entry it undoes (run date and that key's sequence
*>  within the date). Entries journaled before these were added read
*>  back blank here, which is how a reader tells the two apart.
    05  JRNL-SEP7           PIC X.
    05  JRNL-BEF-CURRENCY   PIC X(3).
    05  JRNL-SEP8           PIC X.
    05  JRNL-AFT-CURRENCY   PIC X(3).
    05  JRNL-SEP9           PIC X.
    05  JRNL-REV-REF.
        10  JRNL-REV-DATE   PIC 9(8).
        10  JRNL-REV-SEQ    PIC 9(3).
*>  Appended: the entry's sequence on the journal and its chain
*>  value (NMJWRITE/NMJCHAIN). Entries journaled before these were
*>  added read back blank here.
    05  JRNL-SEP10          PIC X.
    05  JRNL-SEQ-NO         PIC 9(9).
    05  JRNL-SEP11          PIC X.
    05  JRNL-CHAIN          PIC 9(9).
    05  FILLER              PIC X(2).
FD  ID-EXTRACT
    RECORDING MODE IS F.
01  IDX-REC.
    05  IDX-RUN-DATE        PIC 9(8).
    05  IDX-SEP5            PIC X.
    05  IDX-RUN-SEQ         PIC 9(3).
*>  The value as it arrived, ahead of any calibration correction --
*>  the same as IDX-VALUE for every source but the band classifier.
    05  IDX-SEP6            PIC X.
    05  IDX-RAW-VALUE       PIC -(9)9.99.
FD  JOURNAL-CONTROL
    RECORDING MODE IS F.
01  JCTL-REC.
    05  JCTL-LAST-SEQ       PIC 9(9).
    05  JCTL-SEP1           PIC X.
    05  JCTL-LAST-CHAIN     PIC 9(9).
    WORKING-STORAGE SECTION.
        77 WS-NM-STATUS     PIC XX.
        77 WS-BAND-STATUS   PIC XX.
        77 WS-ODD-CNT       PIC 9(6) VALUE 0.
        77 WS-JRNL-BEF-AMT  PIC S9(10)V99.
        77 WS-JRNL-BEF-FLG  PIC X.
        77 WS-JRNL-NO-REF   PIC 9(11) VALUE 0.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-MASTER-LOCK-REPLY PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-CKPT-STATUS   PIC XX.
        77 WS-JRNL-STATUS   PIC XX.
        77 WS-CKPT-EVERY    PIC 9(5) VALUE 1000.
        77 WS-B             PIC 9(5).
        77 WS-SUSP-CNT      PIC 9(6) VALUE 0.
        77 WS-FOUND-CNT     PIC 9(9).
        77 WS-FEED-SEQ      PIC 9(3).
        77 WS-RESTART-KEY   PIC X(10) VALUE LOW-VALUES.
        77 WS-JCTL-STATUS   PIC XX.
        77 WS-JRNL-BASE     PIC 9(9) VALUE 0.
        77 WS-RESTART-SW    PIC X VALUE "N".
            88 WS-RESTARTING        VALUE "Y".
        77 WS-REPLAY-SW     PIC X VALUE "N".
            88 WS-REPLAYED          VALUE "Y".

*>  Trailer control record and running totals for the IDXTRACT feed,
*>  shared with the single-test classifiers and the IDXBAL balancing
    05  WS-RT OCCURS 20 TIMES.
        10  WS-RT-CODE      PIC X(3).
        10  WS-RT-MULT      PIC 9(3)V9(6).

*>  Feed records buffered since the last checkpoint -- ZADANIE2's
*>  restart buffers, one interval deep.
01  WS-RESTART-BUFFERS.
    05  WS-IB-CNT           PIC 9(5) VALUE 0.
    05  WS-IB-REC           PIC X(85) OCCURS 1000 TIMES.
    05  WS-SB-CNT           PIC 9(5) VALUE 0.
    05  WS-SB-REC           PIC X(36) OCCURS 1000 TIMES.

*>  The dead run's journal images past the checkpoint key: records
*>  already stamped and journaled, classified again from the
*>  journaled before-image but not REWRITten or journaled twice.
01  WS-REPLAY-WINDOW.
    05  WS-RW-CNT           PIC 9(5) VALUE 0.
    05  WS-RW-NEXT          PIC 9(5) VALUE 1.
    05  WS-RW OCCURS 1000 TIMES.
        10  WS-RW-KEY       PIC X(10).
        10  WS-RW-BEF-AMT   PIC S9(10)V99.
        10  WS-RW-BEF-FLG   PIC X.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-BANDS.
    PERFORM A-LOAD-BRANCHES.
    PERFORM A-LOAD-RATES.
    PERFORM A-READ-CHECKPOINT.
    OPEN I-O NUMBER-MASTER.
    IF WS-NM-STATUS NOT = "00"
        STRING "NUMBER-MASTER OPEN FAILED, STATUS " WS-NM-STATUS
    OPEN OUTPUT THR-COUNTS-OUT.
    OPEN OUTPUT SGN-COUNTS-OUT.
    OPEN OUTPUT PAR-COUNTS-OUT.
    PERFORM A-OPEN-SUSPENSE.
    PERFORM A-OPEN-EXTRACT.
    IF WS-RESTARTING
        MOVE WS-RESTART-KEY TO NM-ID
        START NUMBER-MASTER KEY > NM-ID
            INVALID KEY
                SET WS-EOF TO TRUE
        END-START
    ELSE
        PERFORM A-WRITE-CHECKPOINT-START
    END-IF.

    PERFORM UNTIL WS-EOF
        READ NUMBER-MASTER NEXT RECORD
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-CLASSIFY-ALL
                IF FUNCTION MOD(WS-TOTAL-CNT, WS-CKPT-EVERY) = 0
                    PERFORM A-WRITE-CHECKPOINT
                END-IF
        END-READ
    END-PERFORM.
    PERFORM A-FLUSH-OUTPUTS.

    DISPLAY "TOTAL RECORDS     : " WS-TOTAL-CNT.
    DISPLAY "COUNT POSITIVE    : " WS-POS-CNT.
    CLOSE PAR-COUNTS-OUT.
    CLOSE SUSPENSE-OUT.
    CLOSE ID-EXTRACT.
    PERFORM A-WRITE-CHECKPOINT-COMPLETE.
    PERFORM A-RUN-COMPLETION.
    GOBACK.

    CALL "RUNLOG" USING "CLASSALL" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
    PERFORM A-CLAIM-MASTER-LOCK.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    PERFORM A-RELEASE-MASTER-LOCK.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "CLASSALL" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.
        CALL "ERRHAND" USING "CLASSALL" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-CLAIM-MASTER-LOCK.
*>  Exclusive use of the Number Master for the length of the run,
*>  claimed on the NMLOCKS register before the master is opened. A
*>  refusal means another of our own jobs holds it -- or died holding
*>  it -- and this run stops here without touching a record.
    CALL "NMLOCK" USING "C" "CLASSALL" WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.
    IF WS-MASTER-LOCK-REPLY NOT = "Y"
        MOVE "NUMMAST IN USE BY ANOTHER JOB - SEE NMLOCKS" TO WS-ERR-MSG
        MOVE 9002 TO WS-ERR-RC
        CALL "ERRHAND" USING "CLASSALL" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-RELEASE-MASTER-LOCK.
*>  Normal end only -- an abend leaves the claim standing for NMUNLOCK.
    CALL "NMLOCK" USING "R" "CLASSALL" WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.

A-LOAD-BRANCHES.
*>  Pre-registers every active branch off the branch master into the
*>  reporting table, so the counts sections follow the master. A
*>  the standalone CLASSALL job reruns as the same sequence, so an
*>  intraday correction must come through that chain. The EXTEND
*>  falls back to OUTPUT when there is nothing to append to.
*>  A restart always appends: the header and the dead run's flushed
*>  verdicts are already there.
    IF WS-RUN-SEQ > 1 OR WS-RESTARTING
        OPEN EXTEND ID-EXTRACT
        IF WS-IDX-STATUS NOT = "00"
            OPEN OUTPUT ID-EXTRACT
        PERFORM A-WRITE-IDX-HEADER
    END-IF.

A-OPEN-SUSPENSE.
    IF WS-RESTARTING
        OPEN EXTEND SUSPENSE-OUT
        IF WS-SUSP-STATUS NOT = "00"
            OPEN OUTPUT SUSPENSE-OUT
        END-IF
    ELSE
        OPEN OUTPUT SUSPENSE-OUT
    END-IF.

A-READ-CHECKPOINT.
*>  ZADANIE2's restart rule: a RUNNING checkpoint for today's
*>  business date resumes, a RUNNING one from another date is set
*>  aside with a warning, anything else is a full pass.
    MOVE WS-RUN-SEQ TO WS-FEED-SEQ.
    OPEN INPUT CHECKPOINT-FILE.
    IF WS-CKPT-STATUS = "00"
        READ CHECKPOINT-FILE
            AT END
                MOVE SPACE TO CKPT-STATUS-FLAG
        END-READ
        CLOSE CHECKPOINT-FILE
        IF CKPT-RUNNING AND CKPT-RUN-DATE NOT = WS-RUN-ID
            MOVE SPACES TO WS-MSG-TEXT
            STRING "STALE CHECKPOINT FROM " CKPT-RUN-DATE
                " SET ASIDE -- FULL PASS"
                DELIMITED BY SIZE INTO WS-MSG-TEXT
            CALL "MSGWRITE" USING "IDN2110W" WS-MSG-TEXT
        END-IF
        IF CKPT-RUNNING AND CKPT-RUN-DATE = WS-RUN-ID
            PERFORM A-RESTORE-CHECKPOINT
        END-IF
    END-IF.

A-RESTORE-CHECKPOINT.
*>  Every count and table comes back as it stood at the checkpoint,
*>  so the counts files and trailer come out as if the pass had never
*>  stopped; the verdicts keep the dead run's sequence.
    SET WS-RESTARTING TO TRUE.
    MOVE CKPT-LAST-KEY TO WS-RESTART-KEY.
    IF CKPT-JRNL-BASE IS NUMERIC
        MOVE CKPT-JRNL-BASE TO WS-JRNL-BASE
    END-IF.
    MOVE CKPT-RUN-SEQ TO WS-FEED-SEQ.
    MOVE CKPT-TOTAL-CNT TO WS-TOTAL-CNT.
    MOVE CKPT-POS-CNT TO WS-POS-CNT.
    MOVE CKPT-NEG-CNT TO WS-NEG-CNT.
    MOVE CKPT-ZERO-CNT TO WS-ZERO-CNT.
    MOVE CKPT-OVF-CNT TO WS-OVF-CNT.
    MOVE CKPT-EVEN-CNT TO WS-EVEN-CNT.
    MOVE CKPT-ODD-CNT TO WS-ODD-CNT.
    MOVE CKPT-BADBR-CNT TO WS-BADBR-CNT.
    MOVE CKPT-NORATE-CNT TO WS-NORATE-CNT.
    MOVE CKPT-SUSP-CNT TO WS-SUSP-CNT.
    MOVE CKPT-IDX-COUNT TO IDX-CTL-COUNT.
    MOVE CKPT-IDX-HASH TO IDX-CTL-HASH.
    MOVE CKPT-BAND-COUNT TO WS-BAND-COUNT.
    MOVE CKPT-BAND-IMAGE TO WS-BAND-TABLE.
    MOVE CKPT-BRANCH-IMAGE TO WS-BRANCH-TABLE.
    PERFORM A-VERIFY-RESTART-FEEDS.
    PERFORM A-LOAD-REPLAY-WINDOW.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "RESUMING CLASSIFICATION PAST KEY " WS-RESTART-KEY
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN2109I" WS-MSG-TEXT.

A-VERIFY-RESTART-FEEDS.
*>  The feeds must hold exactly the checkpoint's records, ZADANIE2's
*>  check: anything else means they were touched since, and the
*>  restart refuses rather than extend them.
    MOVE 0 TO WS-FOUND-CNT.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT ID-EXTRACT.
    IF WS-IDX-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ ID-EXTRACT
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF IDX-SOURCE = "IDXTRL"
                            AND IDX-KEY(1:8) = "CLASSALL"
                        MOVE 0 TO WS-FOUND-CNT
                    END-IF
                    IF IDX-SOURCE = "CLASSALL"
                            AND IDX-RUN-DATE = WS-RUN-ID
                            AND IDX-RUN-SEQ = WS-FEED-SEQ
                        ADD 1 TO WS-FOUND-CNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ID-EXTRACT
    END-IF.
    IF WS-FOUND-CNT NOT = IDX-CTL-COUNT
        MOVE SPACES TO WS-ERR-MSG
        STRING "IDXTRACT HOLDS " WS-FOUND-CNT " OF "
            IDX-CTL-COUNT " CHECKPOINTED RECORDS"
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 1003 TO WS-ERR-RC
        CALL "ERRHAND" USING "CLASSALL" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE 0 TO WS-FOUND-CNT.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT SUSPENSE-OUT.
    IF WS-SUSP-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ SUSPENSE-OUT
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-FOUND-CNT
            END-READ
        END-PERFORM
        CLOSE SUSPENSE-OUT
    END-IF.
    IF WS-FOUND-CNT NOT = WS-SUSP-CNT
        MOVE SPACES TO WS-ERR-MSG
        STRING "NMSUSP HOLDS " WS-FOUND-CNT " OF "
            WS-SUSP-CNT " CHECKPOINTED RECORDS"
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 1003 TO WS-ERR-RC
        CALL "ERRHAND" USING "CLASSALL" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE "N" TO WS-EOF-SW.

A-LOAD-REPLAY-WINDOW.
*>  This program's images for today past the checkpoint key; an image
*>  at or below the key starts the window over, ZADANIE2's rule.
    MOVE 0 TO WS-RW-CNT.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT JOURNAL-IN.
    IF WS-JRNL-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ JOURNAL-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF JRNL-PROGRAM = "CLASSALL"
                            AND JRNL-RUN-DATE = WS-RUN-ID
                            AND (JRNL-SEQ-NO NOT NUMERIC
                                OR JRNL-SEQ-NO > WS-JRNL-BASE)
                        PERFORM A-ADD-REPLAY-IMAGE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOURNAL-IN
    END-IF.
    MOVE "N" TO WS-EOF-SW.
    IF WS-RW-CNT > 0
        DISPLAY "CLASSALL: " WS-RW-CNT " RECORDS PAST THE CHECKPOINT"
            " ALREADY STAMPED -- NOT REWRITTEN AGAIN"
    END-IF.

A-ADD-REPLAY-IMAGE.
    IF JRNL-KEY NOT > WS-RESTART-KEY
        MOVE 0 TO WS-RW-CNT
    ELSE
        IF WS-RW-CNT = 1000
            MOVE "NMJRNL WINDOW PAST CHECKPOINT OVERRUNS ONE INTERVAL"
                TO WS-ERR-MSG
            MOVE 1004 TO WS-ERR-RC
            CALL "ERRHAND" USING "CLASSALL" WS-ERR-MSG "A" WS-ERR-RC
        END-IF
        ADD 1 TO WS-RW-CNT
        MOVE JRNL-KEY TO WS-RW-KEY(WS-RW-CNT)
        MOVE JRNL-BEF-AMOUNT TO WS-RW-BEF-AMT(WS-RW-CNT)
        MOVE JRNL-BEF-FLAG TO WS-RW-BEF-FLG(WS-RW-CNT)
    END-IF.

A-WRITE-CHECKPOINT.
*>  Flush-then-checkpoint: once CLACKPT names a key, every feed
*>  record at or before it is on disk and nothing beyond it is.
    PERFORM A-FLUSH-OUTPUTS.
    OPEN OUTPUT CHECKPOINT-FILE.
    SET CKPT-RUNNING TO TRUE.
    PERFORM A-FILL-CHECKPOINT.
    WRITE CKPT-REC.
    CLOSE CHECKPOINT-FILE.

A-WRITE-CHECKPOINT-START.
*>  A fresh pass is marked RUNNING before its first record, so one
*>  that dies inside its first interval restarts from the top with
*>  the records it already stamped replayed off the journal, rather
*>  than being taken for a new pass over them.
    MOVE 0 TO WS-JRNL-BASE.
    OPEN INPUT JOURNAL-CONTROL.
    IF WS-JCTL-STATUS = "00"
        READ JOURNAL-CONTROL
            AT END
                MOVE SPACES TO JCTL-REC
        END-READ
        IF JCTL-LAST-SEQ IS NUMERIC
            MOVE JCTL-LAST-SEQ TO WS-JRNL-BASE
        END-IF
        CLOSE JOURNAL-CONTROL
    END-IF.
    OPEN OUTPUT CHECKPOINT-FILE.
    SET CKPT-RUNNING TO TRUE.
    PERFORM A-FILL-CHECKPOINT.
    MOVE LOW-VALUES TO CKPT-LAST-KEY.
    WRITE CKPT-REC.
    CLOSE CHECKPOINT-FILE.

A-WRITE-CHECKPOINT-COMPLETE.
    OPEN OUTPUT CHECKPOINT-FILE.
    SET CKPT-COMPLETE TO TRUE.
    PERFORM A-FILL-CHECKPOINT.
    WRITE CKPT-REC.
    CLOSE CHECKPOINT-FILE.

A-FILL-CHECKPOINT.
    MOVE WS-RUN-ID TO CKPT-RUN-DATE.
    MOVE WS-FEED-SEQ TO CKPT-RUN-SEQ.
    MOVE NM-ID TO CKPT-LAST-KEY.
    MOVE WS-TOTAL-CNT TO CKPT-TOTAL-CNT.
    MOVE WS-POS-CNT TO CKPT-POS-CNT.
    MOVE WS-NEG-CNT TO CKPT-NEG-CNT.
    MOVE WS-ZERO-CNT TO CKPT-ZERO-CNT.
    MOVE WS-OVF-CNT TO CKPT-OVF-CNT.
    MOVE WS-EVEN-CNT TO CKPT-EVEN-CNT.
    MOVE WS-ODD-CNT TO CKPT-ODD-CNT.
    MOVE WS-BADBR-CNT TO CKPT-BADBR-CNT.
    MOVE WS-NORATE-CNT TO CKPT-NORATE-CNT.
    MOVE WS-SUSP-CNT TO CKPT-SUSP-CNT.
    MOVE IDX-CTL-COUNT TO CKPT-IDX-COUNT.
    MOVE IDX-CTL-HASH TO CKPT-IDX-HASH.
    MOVE WS-BAND-COUNT TO CKPT-BAND-COUNT.
    MOVE WS-BAND-TABLE TO CKPT-BAND-IMAGE.
    MOVE WS-BRANCH-TABLE TO CKPT-BRANCH-IMAGE.
    MOVE WS-JRNL-BASE TO CKPT-JRNL-BASE.

A-FLUSH-OUTPUTS.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-IB-CNT
        WRITE IDX-REC FROM WS-IB-REC(WS-B)
    END-PERFORM.
    MOVE 0 TO WS-IB-CNT.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-SB-CNT
        WRITE SUSP-REC FROM WS-SB-REC(WS-B)
    END-PERFORM.
    MOVE 0 TO WS-SB-CNT.

A-WRITE-IDX-HEADER.
*>  The transmission sequence is drawn here exactly as zadanie1
*>  draws it when it is the one starting the feed.
*>  the parity off the amount's integer part.
    MOVE NM-AMOUNT TO WS-JRNL-BEF-AMT.
    MOVE NM-STATUS-FLAG TO WS-JRNL-BEF-FLG.
    MOVE "N" TO WS-REPLAY-SW.
    IF WS-RW-NEXT NOT > WS-RW-CNT
        PERFORM B-CHECK-REPLAY
    END-IF.
    ADD 1 TO WS-TOTAL-CNT.
*>  All three tests work in base currency; the detail record keeps
*>  the native amount, the ZADANIE2 convention.
    PERFORM B-TEST-PARITY.
    PERFORM B-COUNT-BRANCH.
*>  Every REWRITE stamps the record's last-activity date, so the
*>  retention purge can tell a live record from a stale one. A record
*>  the dead run already stamped is not stamped again on a restart.
    IF NOT WS-REPLAYED
        MOVE WS-RUN-ID TO NM-LAST-ACT-DATE
        REWRITE NM-RECORD
            INVALID KEY
                STRING "REWRITE FAILED FOR KEY " NM-ID
                    DELIMITED BY SIZE INTO WS-ERR-MSG
                MOVE 1002 TO WS-ERR-RC
                CALL "ERRHAND" USING "CLASSALL" WS-ERR-MSG "S"
                    WS-ERR-RC
            NOT INVALID KEY
                CALL "NMJWRITE" USING "CLASSALL" NM-ID
                    WS-JRNL-BEF-AMT WS-JRNL-BEF-FLG
                    NM-AMOUNT NM-STATUS-FLAG WS-RUN-ID
                    NM-CURRENCY NM-CURRENCY WS-JRNL-NO-REF
        END-REWRITE
    END-IF.
    PERFORM B-WRITE-EXTRACT.

B-CHECK-REPLAY.
*>  Window and master keys both ascend; one pointer walks the window.
    PERFORM UNTIL WS-RW-NEXT > WS-RW-CNT
            OR WS-RW-KEY(WS-RW-NEXT) NOT < NM-ID
        ADD 1 TO WS-RW-NEXT
    END-PERFORM.
    IF WS-RW-NEXT NOT > WS-RW-CNT
        IF WS-RW-KEY(WS-RW-NEXT) = NM-ID
            SET WS-REPLAYED TO TRUE
            MOVE WS-RW-BEF-AMT(WS-RW-NEXT) TO WS-JRNL-BEF-AMT
            MOVE WS-RW-BEF-FLG(WS-RW-NEXT) TO WS-JRNL-BEF-FLG
            ADD 1 TO WS-RW-NEXT
        END-IF
    END-IF.

B-TEST-BAND.
*>  First band whose limit covers the amount's magnitude wins; the
*>  last configured band is the open-ended catch-all.
    MOVE NM-BRANCH TO SUSP-BRANCH.
    MOVE SPACE TO SUSP-SEP3.
    MOVE WS-RUN-ID TO SUSP-FLAG-DATE.
    ADD 1 TO WS-SB-CNT.
    MOVE SUSP-REC TO WS-SB-REC(WS-SB-CNT).
    ADD 1 TO WS-SUSP-CNT.

B-TEST-PARITY.
*>  Parity of the whole-unit part -- FUNCTION MOD's result takes the
    MOVE SPACE TO IDX-SEP4.
    MOVE WS-RUN-ID TO IDX-RUN-DATE.
    MOVE SPACE TO IDX-SEP5.
    MOVE WS-FEED-SEQ TO IDX-RUN-SEQ.
    MOVE SPACE TO IDX-SEP6.
    MOVE NM-AMOUNT TO IDX-RAW-VALUE.
    ADD 1 TO WS-IB-CNT.
    MOVE IDX-REC TO WS-IB-REC(WS-IB-CNT).
    ADD 1 TO IDX-CTL-COUNT.
    ADD NM-AMOUNT TO IDX-CTL-HASH.

