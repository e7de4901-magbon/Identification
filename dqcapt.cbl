*> Nightly data-quality capture for the branch scorecard. The night's
*> defects are scattered over a dozen files, each rebuilt by its own
*> step the next night: EDITREJ front-end rejects (and the RECYCLE
*> repairs that bounced back onto it), SENSREJ registration rejects,
*> DUPREADS duplicate readings, OOSREADS out-of-sequence readings,
*> the TRANSQUA quarantine, NMSUSP overflows and the DUPKEYS the
*> match splits off. This step counts each defect type per branch
*> before they are lost, together with the branch's volume -- the
*> records it presented tonight on the cleaned reading and parity
*> feeds plus its front-end rejects, and its keys on the Number
*> Master -- and files the lot on DQHIST keyed by branch + business
*> date. The month-end scorecard (DQSCORE) reads the file back. A
*> record whose branch cannot be told (a key no longer on the master)
*> counts against branch "???" rather than vanishing. A rerun of the
*> same business date REWRITEs that date's records, the BALHIST
*> precedent. Any of the defect files not present simply counts zero
*> -- the step that writes it did not run.
IDENTIFICATION DIVISION.
PROGRAM-ID. DQCAPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BRANCH-MASTER ASSIGN TO "BRCHMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRM-STATUS.
    SELECT SENSOR-MASTER ASSIGN TO "SENSMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SENS-STATUS.
*>  Read through once for each branch's key count, then randomly to
*>  place the keyed defect records on a branch.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NM-ID
        FILE STATUS IS WS-NM-STATUS.
    SELECT TRANS-CLEAN ASSIGN TO "TRANSCLN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TC-STATUS.
    SELECT PARCHK-CLEAN ASSIGN TO "PARCHCLN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PC-STATUS.
    SELECT REJECT-IN ASSIGN TO "EDITREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJ-STATUS.
    SELECT SENSREJ-IN ASSIGN TO "SENSREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SR-STATUS.
    SELECT DUPREADS-IN ASSIGN TO "DUPREADS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DR-STATUS.
    SELECT OOS-IN ASSIGN TO "OOSREADS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OOS-STATUS.
    SELECT QUARANTINE-FILE ASSIGN TO "TRANSQUA"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS QUAR-KEY
        FILE STATUS IS WS-QUAR-STATUS.
    SELECT SUSPENSE-IN ASSIGN TO "NMSUSP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSP-STATUS.
    SELECT DUPKEY-IN ASSIGN TO "DUPKEYS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DK-STATUS.
*>  Keyed by branch + business date; one record per branch per night.
    SELECT DQ-HISTORY ASSIGN TO "DQHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DQ-KEY
        FILE STATUS IS WS-DQ-STATUS.
DATA DIVISION.
FILE SECTION.
FD  BRANCH-MASTER
    RECORDING MODE IS F.
01  BRM-REC.
    05  BRM-CODE            PIC X(3).
    05  BRM-SEP1            PIC X.
    05  BRM-NAME            PIC X(20).
    05  BRM-SEP2            PIC X.
    05  BRM-REGION          PIC X(3).
    05  BRM-SEP3            PIC X.
    05  BRM-FLAG            PIC X.
        88  BRM-ACTIVE              VALUE "A".
FD  SENSOR-MASTER
    RECORDING MODE IS F.
01  SENS-REC.
    05  SEN-ID              PIC X(10).
    05  SEN-SEP1            PIC X.
    05  SEN-BRANCH          PIC X(3).
    05  SEN-SEP2            PIC X.
    05  SEN-LOCATION        PIC X(20).
    05  SEN-SEP3            PIC X.
    05  SEN-MIN             PIC 9(2).
    05  SEN-SEP4            PIC X.
    05  SEN-MAX             PIC 9(2).
    05  SEN-SEP5            PIC X.
    05  SEN-FLAG            PIC X.
FD  NUMBER-MASTER.
01  NM-RECORD.
    05  NM-ID               PIC X(10).
    05  NM-AMOUNT           PIC S9(10)V99.
    05  NM-BRANCH           PIC X(3).
    05  NM-STATUS-FLAG      PIC X.
    05  NM-LAST-ACT-DATE    PIC 9(8).
    05  NM-CURRENCY         PIC X(3).
FD  TRANS-CLEAN
    RECORDING MODE IS F.
01  TC-REC.
    05  TC-BRANCH           PIC X(3).
    05  TC-REST             PIC X(20).
FD  PARCHK-CLEAN
    RECORDING MODE IS F.
01  PC-REC.
    05  PC-BRANCH           PIC X(3).
    05  PC-REST             PIC X(9).
FD  REJECT-IN
    RECORDING MODE IS F.
01  REJECT-REC.
    05  REJ-FEED            PIC X(8).
    05  REJ-SEP1            PIC X.
    05  REJ-REASON          PIC X(4).
    05  REJ-SEP2            PIC X.
    05  REJ-IMAGE           PIC X(60).
    05  REJ-SEP3            PIC X.
    05  REJ-CYCLE           PIC 9(2).
*>  ZADANIE1's registration-reject print file: detail lines carry the
*>  device in columns 1-10 and its branch in 13-15; the heading and
*>  totals lines are skipped.
FD  SENSREJ-IN
    RECORDING MODE IS F.
01  SENSREJ-LINE.
    05  SRL-SENSOR          PIC X(10).
    05  SRL-GAP1            PIC X(2).
    05  SRL-BRANCH          PIC X(3).
    05  SRL-GAP2            PIC X(2).
    05  FILLER              PIC X(63).
*>  ZADANIE1's duplicates print file: device, timestamp and a note --
*>  only the DUPLICATE lines count here, the out-of-sequence ones are
*>  counted off OOSREADS.
FD  DUPREADS-IN
    RECORDING MODE IS F.
01  DUP-LINE.
    05  DUPL-SENSOR         PIC X(10).
    05  FILLER              PIC X(12).
    05  DUPL-NOTE           PIC X(9).
    05  FILLER              PIC X(49).
FD  OOS-IN
    RECORDING MODE IS F.
01  OOS-REC.
    05  OOS-BRANCH          PIC X(3).
    05  OOS-REST            PIC X(20).
FD  QUARANTINE-FILE.
01  QUAR-REC.
    05  QUAR-KEY.
        10  QUAR-SENSOR     PIC X(10).
        10  QUAR-TIMESTAMP  PIC 9(8).
    05  QUAR-BRANCH         PIC X(3).
    05  QUAR-VALUE          PIC XX.
    05  QUAR-HELD-DATE      PIC 9(8).
FD  SUSPENSE-IN
    RECORDING MODE IS F.
01  SUSP-REC.
    05  SUSP-KEY            PIC X(10).
    05  SUSP-SEP1           PIC X.
    05  SUSP-AMOUNT         PIC S9(10)V99.
    05  SUSP-SEP2           PIC X.
    05  SUSP-BRANCH         PIC X(3).
    05  SUSP-SEP3           PIC X.
    05  SUSP-FLAG-DATE      PIC 9(8).
FD  DUPKEY-IN
    RECORDING MODE IS F.
01  DUPKEY-REC.
    05  DUPKEY-SOURCE       PIC X(8).
    05  DUPKEY-SEP1         PIC X.
    05  DUPKEY-KEY          PIC X(10).
    05  DUPKEY-SEP2         PIC X.
    05  DUPKEY-VAL          PIC X(13).
*>  Defect slots, in scorecard column order: 1 front-end rejects,
*>  2 registration rejects, 3 duplicate readings, 4 out-of-sequence
*>  readings, 5 quarantined readings, 6 suspense overflows,
*>  7 duplicate match keys, 8 recycle repairs that failed again.
FD  DQ-HISTORY.
01  DQ-REC.
    05  DQ-KEY.
        10  DQ-BRANCH       PIC X(3).
        10  DQ-DATE         PIC 9(8).
    05  DQ-VOLUME           PIC 9(9).
    05  DQ-DEFECT           PIC 9(7) OCCURS 8 TIMES.
    WORKING-STORAGE SECTION.
        77 WS-BRM-STATUS    PIC XX.
        77 WS-SENS-STATUS   PIC XX.
        77 WS-NM-STATUS     PIC XX.
        77 WS-TC-STATUS     PIC XX.
        77 WS-PC-STATUS     PIC XX.
        77 WS-REJ-STATUS    PIC XX.
        77 WS-SR-STATUS     PIC XX.
        77 WS-DR-STATUS     PIC XX.
        77 WS-OOS-STATUS    PIC XX.
        77 WS-QUAR-STATUS   PIC XX.
        77 WS-SUSP-STATUS   PIC XX.
        77 WS-DK-STATUS     PIC XX.
        77 WS-DQ-STATUS     PIC XX.
        77 WS-EOF-SW        PIC X.
            88 WS-EOF               VALUE "Y".
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-LOOK-BRANCH   PIC X(3).
        77 WS-LOOK-KEY      PIC X(10).
        77 WS-LOOK-SENSOR   PIC X(10).
        77 WS-DEFECT-TYPE   PIC 9.
        77 WS-BX            PIC 9(2).
        77 WS-B             PIC 9(2).
        77 WS-S             PIC 9(3).
        77 WS-T             PIC 9.
        77 WS-TOTAL-DEFECTS PIC 9(9) VALUE 0.
        77 WS-WRITTEN-CNT   PIC 9(3) VALUE 0.
        77 WS-REWRITTEN-CNT PIC 9(3) VALUE 0.

*>  Every active branch on the master is registered up front so a
*>  clean branch files a zero record rather than vanishing from the
*>  scorecard; the last slot is held for "???".
01  WS-BRANCH-TABLE.
    05  WS-BR-CNT           PIC 9(2) VALUE 0.
    05  WS-BR OCCURS 30 TIMES.
        10  WS-BR-CODE      PIC X(3).
        10  WS-BR-VOLUME    PIC 9(9).
        10  WS-BR-DEFECT    PIC 9(7) OCCURS 8 TIMES.

01  WS-SENSOR-TABLE.
    05  WS-SENS-CNT         PIC 9(3) VALUE 0.
    05  WS-SENS OCCURS 200 TIMES.
        10  WS-SENS-ID      PIC X(10).
        10  WS-SENS-BRANCH  PIC X(3).
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-LOAD-BRANCHES.
    PERFORM A-LOAD-SENSORS.
    PERFORM A-OPEN-FILES.
    PERFORM B-COUNT-MASTER.
    PERFORM B-COUNT-CLEAN-FEEDS.
    PERFORM B-COUNT-EDIT-REJECTS.
    PERFORM B-COUNT-SENSREJ.
    PERFORM B-COUNT-DUPREADS.
    PERFORM B-COUNT-OOSREADS.
    PERFORM B-COUNT-QUARANTINE.
    PERFORM B-COUNT-SUSPENSE.
    PERFORM B-COUNT-DUPKEYS.
    CLOSE NUMBER-MASTER.
    PERFORM C-WRITE-HISTORY.
    CLOSE DQ-HISTORY.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "BRANCHES CAPTURED " WS-BR-CNT " DEFECTS "
        WS-TOTAL-DEFECTS " FOR " WS-RUN-ID
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN2601I" WS-MSG-TEXT.
    PERFORM A-RUN-COMPLETION.
    GOBACK.

A-RUN-HEADER.
*>  Tags this run's console output with a run-id and timestamp so
*>  several jobs' SYSOUT can still be told apart once bundled together.
*>  The processing date comes from the shared BUSDATE control -- a
*>  prior-date rerun files its counts under the date they belong to.
    CALL "BUSDATE" USING "G" BY CONTENT WS-RUN-ID
        BY REFERENCE WS-RUN-ID.
    CALL "RUNSEQ" USING "C" WS-RUN-ID WS-RUN-SEQ.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "DQCAPT RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "DQCAPT  " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "DQCAPT  " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "DQCAPT  " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "DQCAPT  " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-LOAD-BRANCHES.
    OPEN INPUT BRANCH-MASTER.
    IF WS-BRM-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ BRANCH-MASTER
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF BRM-ACTIVE
                        MOVE BRM-CODE TO WS-LOOK-BRANCH
                        PERFORM B-FIND-BRANCH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BRANCH-MASTER
    END-IF.

A-LOAD-SENSORS.
*>  Device-to-branch table for the duplicates print, which names the
*>  device but not its branch.
    OPEN INPUT SENSOR-MASTER.
    IF WS-SENS-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF OR WS-SENS-CNT = 200
            READ SENSOR-MASTER
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-SENS-CNT
                    MOVE SEN-ID TO WS-SENS-ID(WS-SENS-CNT)
                    MOVE SEN-BRANCH TO WS-SENS-BRANCH(WS-SENS-CNT)
            END-READ
        END-PERFORM
        CLOSE SENSOR-MASTER
    END-IF.

A-OPEN-FILES.
*>  OPEN I-O fails with status 35 the very first night there is no
*>  history yet, which falls back to OPEN OUTPUT to create it -- the
*>  CLSHIST precedent. Any other failure is fatal rather than a
*>  reason to recreate the accumulated history.
    OPEN INPUT NUMBER-MASTER.
    IF WS-NM-STATUS NOT = "00"
        STRING "NUMBER-MASTER OPEN FAILED, STATUS " WS-NM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 2601 TO WS-ERR-RC
        CALL "ERRHAND" USING "DQCAPT  " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN I-O DQ-HISTORY.
    IF WS-DQ-STATUS = "35"
        OPEN OUTPUT DQ-HISTORY
        CLOSE DQ-HISTORY
        OPEN I-O DQ-HISTORY
    END-IF.
    IF WS-DQ-STATUS NOT = "00"
        STRING "DQ-HISTORY OPEN FAILED, STATUS " WS-DQ-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 2602 TO WS-ERR-RC
        CALL "ERRHAND" USING "DQCAPT  " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

B-COUNT-MASTER.
*>  Each branch's keys on the master -- the account base its
*>  suspense overflows and duplicate match keys are drawn from.
    MOVE "N" TO WS-EOF-SW.
    PERFORM UNTIL WS-EOF
        READ NUMBER-MASTER NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                MOVE NM-BRANCH TO WS-LOOK-BRANCH
                PERFORM B-FIND-BRANCH
                ADD 1 TO WS-BR-VOLUME(WS-BX)
        END-READ
    END-PERFORM.

B-COUNT-CLEAN-FEEDS.
*>  The readings and parity records each branch presented tonight
*>  that passed the front-end edit; the rejects are added below.
    OPEN INPUT TRANS-CLEAN.
    IF WS-TC-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ TRANS-CLEAN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE TC-BRANCH TO WS-LOOK-BRANCH
                    PERFORM B-FIND-BRANCH
                    ADD 1 TO WS-BR-VOLUME(WS-BX)
            END-READ
        END-PERFORM
        CLOSE TRANS-CLEAN
    END-IF.
    OPEN INPUT PARCHK-CLEAN.
    IF WS-PC-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ PARCHK-CLEAN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE PC-BRANCH TO WS-LOOK-BRANCH
                    PERFORM B-FIND-BRANCH
                    ADD 1 TO WS-BR-VOLUME(WS-BX)
            END-READ
        END-PERFORM
        CLOSE PARCHK-CLEAN
    END-IF.

B-COUNT-EDIT-REJECTS.
*>  A fresh reject (cycle zero) is a front-end defect and part of the
*>  volume the branch presented; a record RECYCLE sent back with its
*>  cycle advanced is a repair that failed again. The reading and
*>  parity feeds lead with the branch; the keyed feeds lead with the
*>  account key, which the master places.
    OPEN INPUT REJECT-IN.
    IF WS-REJ-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ REJECT-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-TAKE-EDIT-REJECT
            END-READ
        END-PERFORM
        CLOSE REJECT-IN
    END-IF.

B-TAKE-EDIT-REJECT.
    IF REJ-FEED = "TRANSIN" OR REJ-FEED = "PARCHKIN"
        MOVE REJ-IMAGE(1:3) TO WS-LOOK-BRANCH
    ELSE
        MOVE REJ-IMAGE(1:10) TO WS-LOOK-KEY
        PERFORM B-BRANCH-OF-KEY
    END-IF.
    IF REJ-CYCLE IS NUMERIC AND REJ-CYCLE > 0
        MOVE 8 TO WS-DEFECT-TYPE
        PERFORM B-ADD-DEFECT
    ELSE
        MOVE 1 TO WS-DEFECT-TYPE
        PERFORM B-ADD-DEFECT
        ADD 1 TO WS-BR-VOLUME(WS-BX)
    END-IF.

B-COUNT-SENSREJ.
    OPEN INPUT SENSREJ-IN.
    IF WS-SR-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ SENSREJ-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF SRL-SENSOR NOT = SPACES
                            AND SRL-GAP1 = SPACES
                            AND SRL-GAP2 = SPACES
                        MOVE SRL-BRANCH TO WS-LOOK-BRANCH
                        MOVE 2 TO WS-DEFECT-TYPE
                        PERFORM B-ADD-DEFECT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SENSREJ-IN
    END-IF.

B-COUNT-DUPREADS.
    OPEN INPUT DUPREADS-IN.
    IF WS-DR-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ DUPREADS-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF DUPL-NOTE = "DUPLICATE"
                        MOVE DUPL-SENSOR TO WS-LOOK-SENSOR
                        PERFORM B-BRANCH-OF-SENSOR
                        MOVE 3 TO WS-DEFECT-TYPE
                        PERFORM B-ADD-DEFECT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DUPREADS-IN
    END-IF.

B-COUNT-OOSREADS.
    OPEN INPUT OOS-IN.
    IF WS-OOS-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ OOS-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE OOS-BRANCH TO WS-LOOK-BRANCH
                    MOVE 4 TO WS-DEFECT-TYPE
                    PERFORM B-ADD-DEFECT
            END-READ
        END-PERFORM
        CLOSE OOS-IN
    END-IF.

B-COUNT-QUARANTINE.
*>  The quarantine is a standing file, not a nightly one -- only the
*>  readings it took in on this business date count tonight.
    OPEN INPUT QUARANTINE-FILE.
    IF WS-QUAR-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ QUARANTINE-FILE NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF QUAR-HELD-DATE = WS-RUN-ID
                        MOVE QUAR-BRANCH TO WS-LOOK-BRANCH
                        MOVE 5 TO WS-DEFECT-TYPE
                        PERFORM B-ADD-DEFECT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE QUARANTINE-FILE
    END-IF.

B-COUNT-SUSPENSE.
    OPEN INPUT SUSPENSE-IN.
    IF WS-SUSP-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ SUSPENSE-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE SUSP-BRANCH TO WS-LOOK-BRANCH
                    MOVE 6 TO WS-DEFECT-TYPE
                    PERFORM B-ADD-DEFECT
            END-READ
        END-PERFORM
        CLOSE SUSPENSE-IN
    END-IF.

B-COUNT-DUPKEYS.
    OPEN INPUT DUPKEY-IN.
    IF WS-DK-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ DUPKEY-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE DUPKEY-KEY TO WS-LOOK-KEY
                    PERFORM B-BRANCH-OF-KEY
                    MOVE 7 TO WS-DEFECT-TYPE
                    PERFORM B-ADD-DEFECT
            END-READ
        END-PERFORM
        CLOSE DUPKEY-IN
    END-IF.

B-ADD-DEFECT.
    PERFORM B-FIND-BRANCH.
    ADD 1 TO WS-BR-DEFECT(WS-BX WS-DEFECT-TYPE).
    ADD 1 TO WS-TOTAL-DEFECTS.

B-BRANCH-OF-KEY.
    MOVE WS-LOOK-KEY TO NM-ID.
    READ NUMBER-MASTER
        INVALID KEY
            MOVE "???" TO WS-LOOK-BRANCH
        NOT INVALID KEY
            MOVE NM-BRANCH TO WS-LOOK-BRANCH
    END-READ.

B-BRANCH-OF-SENSOR.
    MOVE "???" TO WS-LOOK-BRANCH.
    PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SENS-CNT
        IF WS-SENS-ID(WS-S) = WS-LOOK-SENSOR
            MOVE WS-SENS-BRANCH(WS-S) TO WS-LOOK-BRANCH
        END-IF
    END-PERFORM.

B-FIND-BRANCH.
*>  Returns WS-BX for WS-LOOK-BRANCH, registering a new branch on
*>  first sight. A blank code, or a new one once the table is full,
*>  lands on "???".
    IF WS-LOOK-BRANCH = SPACES
        MOVE "???" TO WS-LOOK-BRANCH
    END-IF.
    PERFORM B-SCAN-BRANCH.
    IF WS-BX = 0 AND WS-BR-CNT > 28 AND WS-LOOK-BRANCH NOT = "???"
        MOVE "???" TO WS-LOOK-BRANCH
        PERFORM B-SCAN-BRANCH
    END-IF.
    IF WS-BX = 0
        ADD 1 TO WS-BR-CNT
        MOVE WS-BR-CNT TO WS-BX
        MOVE WS-LOOK-BRANCH TO WS-BR-CODE(WS-BX)
        MOVE 0 TO WS-BR-VOLUME(WS-BX)
        PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 8
            MOVE 0 TO WS-BR-DEFECT(WS-BX WS-T)
        END-PERFORM
    END-IF.

B-SCAN-BRANCH.
    MOVE 0 TO WS-BX.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BR-CNT
        IF WS-BR-CODE(WS-B) = WS-LOOK-BRANCH
            MOVE WS-B TO WS-BX
        END-IF
    END-PERFORM.

C-WRITE-HISTORY.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BR-CNT
        MOVE WS-BR-CODE(WS-B) TO DQ-BRANCH
        MOVE WS-RUN-ID TO DQ-DATE
        MOVE WS-BR-VOLUME(WS-B) TO DQ-VOLUME
        PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 8
            MOVE WS-BR-DEFECT(WS-B WS-T) TO DQ-DEFECT(WS-T)
        END-PERFORM
        WRITE DQ-REC
            INVALID KEY
                REWRITE DQ-REC
                    INVALID KEY
                        STRING "DQ HISTORY PUT FAILED FOR BRANCH "
                            DQ-BRANCH DELIMITED BY SIZE
                            INTO WS-ERR-MSG
                        MOVE 2603 TO WS-ERR-RC
                        CALL "ERRHAND" USING "DQCAPT  " WS-ERR-MSG
                            "S" WS-ERR-RC
                    NOT INVALID KEY
                        ADD 1 TO WS-REWRITTEN-CNT
                END-REWRITE
            NOT INVALID KEY
                ADD 1 TO WS-WRITTEN-CNT
        END-WRITE
    END-PERFORM.
