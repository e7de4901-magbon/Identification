    SELECT BACKUP-IN ASSIGN TO "NMBACKUP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BKP-STATUS.
*>  Classification checkpoint, the ZADANIE4/ZADANIE6 pattern: the
*>  IDXTRACT and NMSUSP records are buffered and flushed only when
*>  the checkpoint (last key classified, running counts, branch
*>  table and feed control totals) is rewritten, so the feeds on
*>  disk never run ahead of Z2CKPT. A run that dies part-way is
*>  resumed past the checkpoint key instead of restoring the master
*>  and starting over.
    SELECT CHECKPOINT-FILE ASSIGN TO "Z2CKPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKPT-STATUS.
*>  Read on a restart only: the master REWRITE and its journal image
*>  cannot be held back to the checkpoint the way the feeds are, so
*>  the dead run's images past the checkpoint key tell the restart
*>  which records it already stamped.
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
FD  BACKUP-IN
    RECORDING MODE IS F.
01  BKP-RECORD              PIC X(37).
FD  CHECKPOINT-FILE
    RECORDING MODE IS F.
01  CKPT-REC.
    05  CKPT-STATUS-FLAG    PIC X.
        88  CKPT-RUNNING            VALUE "R".
        88  CKPT-COMPLETE           VALUE "C".
    05  CKPT-RUN-DATE       PIC 9(8).
    05  CKPT-RUN-SEQ        PIC 9(3).
    05  CKPT-PROV-SW        PIC X.
    05  CKPT-LAST-KEY       PIC X(10).
    05  CKPT-POS-CNT        PIC 9(6).
    05  CKPT-NEG-CNT        PIC 9(6).
    05  CKPT-ZERO-CNT       PIC 9(6).
    05  CKPT-OVF-CNT        PIC 9(6).
    05  CKPT-TOTAL-CNT      PIC 9(6).
    05  CKPT-BADBR-CNT      PIC 9(6).
    05  CKPT-NORATE-CNT     PIC 9(6).
    05  CKPT-SUSP-CNT       PIC 9(6).
    05  CKPT-IDX-COUNT      PIC 9(9).
    05  CKPT-IDX-HASH       PIC S9(13)V99.
    05  CKPT-BRANCH-IMAGE   PIC X(662).
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
*> S -> SIGN
        77 X PIC S9(9)V99.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-MASTER-LOCK-REPLY PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-RETRY-REPLY   PIC X.
        77 WS-JRNL-BEF-AMT  PIC S9(10)V99.
        77 WS-JRNL-BEF-FLG  PIC X.
        77 WS-JRNL-NO-REF   PIC 9(11) VALUE 0.
        77 WS-BKP-STATUS    PIC XX.
*>  Provisional mode: the master stayed locked past the retry
*>  allowance, so the pass classifies read-only -- no REWRITE, no
        77 WS-NORATE-CNT    PIC 9(6) VALUE 0.
        77 WS-RATE-FOUND-SW PIC X.
            88 WS-RATE-FOUND        VALUE "Y".
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
        77 WS-HELD-SW       PIC X VALUE "N".
            88 WS-RECORD-HELD       VALUE "Y".
        77 WS-REPLAY-SW     PIC X VALUE "N".
            88 WS-REPLAYED          VALUE "Y".

*>  The day's conversion rates, loaded once -- a blank currency (the
*>  pre-currency records) and the base currency itself both convert
*>  with the master record in hand and the running counts, for
*>  ERRHAND's ABENDIAG snapshot.
    COPY ERRDIAG.

*>  Feed records buffered since the last checkpoint and flushed
*>  immediately before Z2CKPT is rewritten -- the ZADANIE4 restart
*>  buffers. One master record adds at most one record to each, and
*>  the checkpoint fires every WS-CKPT-EVERY records, so neither can
*>  overflow.
01  WS-RESTART-BUFFERS.
    05  WS-IB-CNT           PIC 9(5) VALUE 0.
    05  WS-IB-REC           PIC X(85) OCCURS 1000 TIMES.
    05  WS-SB-CNT           PIC 9(5) VALUE 0.
    05  WS-SB-REC           PIC X(36) OCCURS 1000 TIMES.

*>  The dead run's journal images past the checkpoint key, in key
*>  order: records it had already stamped and journaled when it
*>  died. The restart classifies them again from the journaled
*>  before-image -- so the suspense rule sees the flag the record
*>  had before today -- but neither REWRITEs nor journals them a
*>  second time.
01  WS-REPLAY-WINDOW.
    05  WS-RW-CNT           PIC 9(5) VALUE 0.
    05  WS-RW-NEXT          PIC 9(5) VALUE 1.
    05  WS-RW OCCURS 1000 TIMES.
        10  WS-RW-KEY       PIC X(10).
        10  WS-RW-BEF-AMT   PIC S9(10)V99.
        10  WS-RW-BEF-FLG   PIC X.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-LOAD-BRANCHES.
    PERFORM A-LOAD-RATES.
    PERFORM A-READ-CHECKPOINT.
    PERFORM A-OPEN-MASTER.
    OPEN OUTPUT COUNTS-OUT.
    PERFORM A-OPEN-SUSPENSE.
    PERFORM A-OPEN-EXTRACT.
    IF WS-RESTARTING
        PERFORM A-REPOSITION-MASTER
    ELSE
        PERFORM A-WRITE-CHECKPOINT-START
    END-IF.

*>  Checkpoint AFTER the record is complete -- the checkpoint flushes
*>  the buffered feed records first, so the feeds on disk always
*>  match the checkpointed key exactly.
    PERFORM UNTIL WS-EOF
        PERFORM B-READ-NEXT-MASTER
        IF NOT WS-EOF
            PERFORM B-CLASSIFY
            IF FUNCTION MOD(WS-TOTAL-CNT, WS-CKPT-EVERY) = 0
                PERFORM A-WRITE-CHECKPOINT
            END-IF
        END-IF
    END-PERFORM.
    PERFORM A-FLUSH-OUTPUTS.

    DISPLAY "COUNT POSITIVE    : " WS-POS-CNT.
    DISPLAY "COUNT NEGATIVE    : " WS-NEG-CNT.
    CLOSE COUNTS-OUT.
    CLOSE SUSPENSE-OUT.
    CLOSE ID-EXTRACT.
    PERFORM A-WRITE-CHECKPOINT-COMPLETE.
    PERFORM A-RUN-COMPLETION.
    GOBACK.

    END-IF.

A-OPEN-MASTER.
*>  A restart finishes the pass the way it was begun: a dead
*>  provisional pass resumes provisional, so its feed never mixes
*>  flagged and clean verdicts.
    IF WS-RESTARTING AND CKPT-PROV-SW = "Y"
        PERFORM A-OPEN-PROVISIONAL
    ELSE
        PERFORM A-OPEN-MASTER-UPDATE
    END-IF.

A-OPEN-MASTER-UPDATE.
*>  A file-status 93 here is almost always the online side briefly
*>  holding the master -- a contention that clears in seconds, not a
*>  missing dataset -- so the open goes through ERRHAND's retry
        OPEN OUTPUT ID-EXTRACT
    END-IF.

A-OPEN-SUSPENSE.
*>  The suspense feed starts over each run; a restart extends what
*>  the dead run flushed, with the usual not-found OUTPUT fallback.
    IF WS-RESTARTING
        OPEN EXTEND SUSPENSE-OUT
        IF WS-SUSP-STATUS NOT = "00"
            OPEN OUTPUT SUSPENSE-OUT
        END-IF
    ELSE
        OPEN OUTPUT SUSPENSE-OUT
    END-IF.

A-READ-CHECKPOINT.
*>  A checkpoint left marked RUNNING for today's business date means
*>  the prior pass died mid-master; anything else (missing file,
*>  COMPLETE from a finished pass) starts fresh, the ZADANIE4
*>  precedent. A RUNNING checkpoint from some other date is a pass
*>  nobody restarted -- its master was restored or reclassified
*>  since -- and is set aside with a warning.
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
*>  Counts, branch table and feed control totals come back exactly
*>  as they stood at the checkpoint, so the end-of-run counts and
*>  trailer come out as if the pass had never stopped -- and the
*>  feed records carry the dead run's sequence for the same reason.
    SET WS-RESTARTING TO TRUE.
    MOVE CKPT-LAST-KEY TO WS-RESTART-KEY.
    IF CKPT-JRNL-BASE IS NUMERIC
        MOVE CKPT-JRNL-BASE TO WS-JRNL-BASE
    END-IF.
    MOVE CKPT-RUN-SEQ TO WS-FEED-SEQ.
    MOVE CKPT-POS-CNT TO WS-POS-CNT.
    MOVE CKPT-NEG-CNT TO WS-NEG-CNT.
    MOVE CKPT-ZERO-CNT TO WS-ZERO-CNT.
    MOVE CKPT-OVF-CNT TO WS-OVF-CNT.
    MOVE CKPT-TOTAL-CNT TO WS-TOTAL-CNT.
    MOVE CKPT-BADBR-CNT TO WS-BADBR-CNT.
    MOVE CKPT-NORATE-CNT TO WS-NORATE-CNT.
    MOVE CKPT-SUSP-CNT TO WS-SUSP-CNT.
    MOVE CKPT-IDX-COUNT TO IDX-CTL-COUNT.
    MOVE CKPT-IDX-HASH TO IDX-CTL-HASH.
    MOVE CKPT-BRANCH-IMAGE TO WS-BRANCH-TABLE.
    PERFORM A-VERIFY-RESTART-FEEDS.
    PERFORM A-LOAD-REPLAY-WINDOW.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "RESUMING CLASSIFICATION PAST KEY " WS-RESTART-KEY
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN2109I" WS-MSG-TEXT.

A-VERIFY-RESTART-FEEDS.
*>  The flush-then-checkpoint order guarantees the feeds hold
*>  exactly the checkpoint's records -- unless they were touched
*>  since (a ZADANIE1 rerun starting IDXTRACT over, a pass that
*>  died inside its flush). Either way extending them would be
*>  wrong, so the restart refuses: rerun the whole chain from
*>  ZADANIE1, or clear Z2CKPT for a full pass. This pass's detail
*>  count restarts at each ZADANIE2 trailer, so an earlier finished
*>  pass in the same feed is not counted.
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
                            AND IDX-KEY(1:8) = "ZADANIE2"
                        MOVE 0 TO WS-FOUND-CNT
                    END-IF
                    IF IDX-SOURCE = "ZADANIE2"
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
        MOVE 1004 TO WS-ERR-RC
        CALL "ERRHAND" USING "ZADANIE2" WS-ERR-MSG "A" WS-ERR-RC
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
        MOVE 1004 TO WS-ERR-RC
        CALL "ERRHAND" USING "ZADANIE2" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE "N" TO WS-EOF-SW.

A-LOAD-REPLAY-WINDOW.
*>  This program's images for today past the checkpoint key. Any of
*>  its images at or below the key belongs to the dead run's own
*>  checkpointed stretch (or an earlier pass), so it starts the
*>  window over -- what is left at end of file is exactly the dead
*>  run's stretch beyond its last checkpoint, at most one interval.
    MOVE 0 TO WS-RW-CNT.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT JOURNAL-IN.
    IF WS-JRNL-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ JOURNAL-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF JRNL-PROGRAM = "ZADANIE2"
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
        DISPLAY "ZADANIE2: " WS-RW-CNT " RECORDS PAST THE CHECKPOINT"
            " ALREADY STAMPED -- NOT REWRITTEN AGAIN"
    END-IF.

A-ADD-REPLAY-IMAGE.
    IF JRNL-KEY NOT > WS-RESTART-KEY
        MOVE 0 TO WS-RW-CNT
    ELSE
        IF WS-RW-CNT = 1000
            MOVE "NMJRNL WINDOW PAST CHECKPOINT OVERRUNS ONE INTERVAL"
                TO WS-ERR-MSG
            MOVE 1005 TO WS-ERR-RC
            CALL "ERRHAND" USING "ZADANIE2" WS-ERR-MSG "A" WS-ERR-RC
        END-IF
        ADD 1 TO WS-RW-CNT
        MOVE JRNL-KEY TO WS-RW-KEY(WS-RW-CNT)
        MOVE JRNL-BEF-AMOUNT TO WS-RW-BEF-AMT(WS-RW-CNT)
        MOVE JRNL-BEF-FLAG TO WS-RW-BEF-FLG(WS-RW-CNT)
    END-IF.

A-REPOSITION-MASTER.
*>  Straight to the first key past the checkpoint on the master; the
*>  flat backup copy has no key access and is read forward, the
*>  first record past the key held for the main loop.
    IF WS-FROM-BACKUP
        PERFORM UNTIL WS-EOF OR WS-RECORD-HELD
            PERFORM B-READ-NEXT-MASTER
            IF NOT WS-EOF AND NM-ID > WS-RESTART-KEY
                SET WS-RECORD-HELD TO TRUE
            END-IF
        END-PERFORM
    ELSE
        MOVE WS-RESTART-KEY TO NM-ID
        START NUMBER-MASTER KEY > NM-ID
            INVALID KEY
                SET WS-EOF TO TRUE
        END-START
    END-IF.

A-WRITE-CHECKPOINT.
*>  Flush-then-checkpoint, in that order: once Z2CKPT names a key,
*>  every feed record at or before it is already on disk, and
*>  nothing beyond it is.
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
*>  Written only once the counts, trailer and closes are done, so a
*>  pass that dies anywhere short of that still restarts.
    OPEN OUTPUT CHECKPOINT-FILE.
    SET CKPT-COMPLETE TO TRUE.
    PERFORM A-FILL-CHECKPOINT.
    WRITE CKPT-REC.
    CLOSE CHECKPOINT-FILE.

A-FILL-CHECKPOINT.
    MOVE WS-RUN-ID TO CKPT-RUN-DATE.
    MOVE WS-FEED-SEQ TO CKPT-RUN-SEQ.
    MOVE WS-PROV-SW TO CKPT-PROV-SW.
    MOVE NM-ID TO CKPT-LAST-KEY.
    MOVE WS-POS-CNT TO CKPT-POS-CNT.
    MOVE WS-NEG-CNT TO CKPT-NEG-CNT.
    MOVE WS-ZERO-CNT TO CKPT-ZERO-CNT.
    MOVE WS-OVF-CNT TO CKPT-OVF-CNT.
    MOVE WS-TOTAL-CNT TO CKPT-TOTAL-CNT.
    MOVE WS-BADBR-CNT TO CKPT-BADBR-CNT.
    MOVE WS-NORATE-CNT TO CKPT-NORATE-CNT.
    MOVE WS-SUSP-CNT TO CKPT-SUSP-CNT.
    MOVE IDX-CTL-COUNT TO CKPT-IDX-COUNT.
    MOVE IDX-CTL-HASH TO CKPT-IDX-HASH.
    MOVE WS-BRANCH-TABLE TO CKPT-BRANCH-IMAGE.
    MOVE WS-JRNL-BASE TO CKPT-JRNL-BASE.

A-FLUSH-OUTPUTS.
*>  Writes every buffered feed record and empties the buffers -- a
*>  no-op when nothing is buffered, the ZADANIE4 precedent.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-IB-CNT
        WRITE IDX-REC FROM WS-IB-REC(WS-B)
    END-PERFORM.
    MOVE 0 TO WS-IB-CNT.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-SB-CNT
        WRITE SUSP-REC FROM WS-SB-REC(WS-B)
    END-PERFORM.
    MOVE 0 TO WS-SB-CNT.

A-RUN-HEADER.
*>  Tags this run's console output with a run-id and timestamp so
*>  several jobs' SYSOUT can still be told apart once bundled together.
    CALL "RUNLOG" USING "ZADANIE2" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
    PERFORM A-CLAIM-MASTER-LOCK.
    INITIALIZE ERR-DIAG-BLOCK.
    MOVE "ZADANIE2" TO ED-PROGRAM.
    MOVE WS-RUN-ID TO ED-RUN-ID.
*>  pair them, compute the step's elapsed time, and flag a step that
*>  started but never finished. An ERRHAND abend deliberately skips
*>  this: the missing "E" record IS the evidence the run died.
    PERFORM A-RELEASE-MASTER-LOCK.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "ZADANIE2" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.
        CALL "ERRHAND" USING "ZADANIE2" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-CLAIM-MASTER-LOCK.
*>  Exclusive use of the Number Master for the length of the run,
*>  claimed on the NMLOCKS register before the master is opened. A
*>  refusal means another of our own jobs holds it -- or died holding
*>  it -- and this run stops here without touching a record.
    CALL "NMLOCK" USING "C" "ZADANIE2" WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.
    IF WS-MASTER-LOCK-REPLY NOT = "Y"
        MOVE "NUMMAST IN USE BY ANOTHER JOB - SEE NMLOCKS" TO WS-ERR-MSG
        MOVE 9002 TO WS-ERR-RC
        CALL "ERRHAND" USING "ZADANIE2" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-RELEASE-MASTER-LOCK.
*>  Normal end only -- an abend leaves the claim standing for NMUNLOCK.
    CALL "NMLOCK" USING "R" "ZADANIE2" WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.


B-READ-NEXT-MASTER.
*>  One record into NM-RECORD from whichever source this pass runs
*>  off -- the backup path parses the flat copy through the master's
*>  own layout, so B-CLASSIFY never knows the difference.
*>  A record held by the restart's reposition is already in hand.
    IF WS-RECORD-HELD
        MOVE "N" TO WS-HELD-SW
    ELSE
        IF WS-FROM-BACKUP
            READ BACKUP-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE BKP-RECORD TO NM-RECORD
            END-READ
        ELSE
            READ NUMBER-MASTER NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
            END-READ
        END-IF
    END-IF.

B-CLASSIFY.
    MOVE WS-TOTAL-CNT TO ED-COUNT-VALUE(1).
    MOVE NM-AMOUNT TO WS-JRNL-BEF-AMT.
    MOVE NM-STATUS-FLAG TO WS-JRNL-BEF-FLG.
    MOVE "N" TO WS-REPLAY-SW.
    IF WS-RW-NEXT NOT > WS-RW-CNT
        PERFORM B-CHECK-REPLAY
    END-IF.
*>  The classification works in base currency -- the record's native
*>  amount times the day's rate -- so unlike units are never held to
*>  one threshold; a converted amount too big for the working field
*>  provisional pass touches nothing on disk -- the whole point of
*>  the fallback -- so the stamp, the REWRITE and the journal are
*>  all skipped together.
    IF NOT WS-PROVISIONAL AND NOT WS-REPLAYED
        MOVE WS-RUN-ID TO NM-LAST-ACT-DATE
        REWRITE NM-RECORD
            INVALID KEY
                CALL "NMJWRITE" USING "ZADANIE2" NM-ID
                    WS-JRNL-BEF-AMT WS-JRNL-BEF-FLG
                    NM-AMOUNT NM-STATUS-FLAG WS-RUN-ID
                    NM-CURRENCY NM-CURRENCY WS-JRNL-NO-REF
        END-REWRITE
    END-IF.
    PERFORM D-WRITE-EXTRACT.

B-CHECK-REPLAY.
*>  Window keys and master keys both ascend, so one pointer walks
*>  the window alongside the pass.
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

B-WRITE-SUSPENSE.
*>  The day's overflow items, one record each, for SUSPROC to fold
*>  into the suspense master and chase until resolved -- buffered
*>  until the next checkpoint.
    MOVE NM-ID TO SUSP-KEY.
    MOVE SPACE TO SUSP-SEP1.
    MOVE NM-AMOUNT TO SUSP-AMOUNT.
    MOVE NM-BRANCH TO SUSP-BRANCH.
    MOVE SPACE TO SUSP-SEP3.
    MOVE WS-RUN-ID TO SUSP-FLAG-DATE.
    ADD 1 TO WS-SB-CNT.
    MOVE SUSP-REC TO WS-SB-REC(WS-SB-CNT).
    ADD 1 TO WS-SUSP-CNT.

D-WRITE-EXTRACT.
    MOVE "ZADANIE2" TO IDX-SOURCE.
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

