*> Masked test-copy utility. REGRTEST proves the rules on five fixed
*> records and VOLGEN manufactures volume, but some problems only
*> reproduce on the real data, and production NUMMAST, NMJRNL,
*> TRANSIN, PAIRSIN and YESTRDAY/TODAYEXT cannot go to the test
*> team as they stand. This program writes masked copies of all of
*> them in one pass:
*>   - every key is replaced through one KEYMAP table built for the
*>     run, so a key still matches itself between NUMMAST and NMJRNL
*>     and between YESTRDAY and TODAYEXT, and the master copy comes
*>     out in ascending key order ready for the REPRO into the test
*>     cluster (the VOLGEN NMLOAD arrangement);
*>   - every sensor id on TRANSIN is mapped the same way, and the
*>     SENSMAST registration copy carries the same replacement, so
*>     the masked readings still pass ZADANIE1's sensor edit;
*>   - every amount is moved by up to the MASKPARM percentage, never
*>     across zero and never out of its THRESHLD band, and the move
*>     depends only on the masked key and the amount, so an amount
*>     that agrees between two files still agrees after masking.
*> The mapping table is a work file for the run only and never leaves
*> the job. Once the copies are written each one is read back and
*> every key on it is looked up among the originals; the MASKREG
*> masking register records, per file, the records copied, the keys
*> replaced, the amounts moved and the originals found -- which must
*> be none, or the run abends and the copies are not released.
IDENTIFICATION DIVISION.
PROGRAM-ID. MASKCOPY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NM-ID
        FILE STATUS IS WS-NM-STATUS.
    SELECT JOURNAL-IN ASSIGN TO "NMJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT TRANS-IN ASSIGN TO "TRANSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT SENSOR-MASTER ASSIGN TO "SENSMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT PAIRS-IN ASSIGN TO "PAIRSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT YDAY-IN ASSIGN TO "YESTRDAY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT TODAY-IN ASSIGN TO "TODAYEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT BAND-PARM ASSIGN TO "THRESHLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BAND-STATUS.
*>  Original key to masked key, one table for the whole run, keyed by
*>  a type byte ("K" record key, "S" sensor id) ahead of the original
*>  so the two namespaces never meet.
    SELECT KEY-MAP ASSIGN TO "KEYMAP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS KM-KEY
        FILE STATUS IS WS-KM-STATUS.
    SELECT NM-OUT ASSIGN TO "MASKNM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUT-STATUS.
    SELECT JOURNAL-OUT ASSIGN TO "MASKJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUT-STATUS.
    SELECT TRANS-OUT ASSIGN TO "MASKTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUT-STATUS.
    SELECT SENSOR-OUT ASSIGN TO "MASKSENS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUT-STATUS.
    SELECT PAIRS-OUT ASSIGN TO "MASKPAIR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUT-STATUS.
    SELECT YDAY-OUT ASSIGN TO "MASKYDAY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUT-STATUS.
    SELECT TODAY-OUT ASSIGN TO "MASKTDAY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUT-STATUS.
    SELECT MASK-REGISTER ASSIGN TO "MASKREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  NUMBER-MASTER.
01  NM-RECORD.
    05  NM-ID               PIC X(10).
    05  NM-AMOUNT           PIC S9(10)V99.
    05  NM-BRANCH           PIC X(3).
    05  NM-STATUS-FLAG      PIC X.
    05  NM-LAST-ACT-DATE    PIC 9(8).
    05  NM-CURRENCY         PIC X(3).
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
FD  TRANS-IN
    RECORDING MODE IS F.
01  TRANS-REC.
    05  TRANS-BRANCH        PIC X(3).
    05  TRANS-SENSOR-ID     PIC X(10).
    05  TRANS-TIMESTAMP     PIC 9(8).
    05  TRANS-X             PIC XX.
FD  SENSOR-MASTER
    RECORDING MODE IS F.
01  SENS-REC.
    05  SEN-ID              PIC X(10).
    05  SEN-SEP1            PIC X.
    05  SEN-BRANCH          PIC X(3).
    05  SEN-SEP2            PIC X.
    05  SEN-LOCATION        PIC X(20).
    05  SEN-REST            PIC X(8).
FD  PAIRS-IN
    RECORDING MODE IS F.
01  PAIRS-REC.
    05  PAIR-KEY            PIC X(10).
    05  PAIR-VAL1           PIC X(12).
    05  PAIR-VAL2           PIC X(12).
FD  YDAY-IN
    RECORDING MODE IS F.
01  YDAY-REC.
    05  YDAY-KEY            PIC X(10).
    05  YDAY-VAL            PIC X(12).
FD  TODAY-IN
    RECORDING MODE IS F.
01  TODAY-REC.
    05  TODAY-KEY           PIC X(10).
    05  TODAY-VAL           PIC X(12).
FD  BAND-PARM
    RECORDING MODE IS F.
01  BAND-PARM-REC.
    05  BP-LIMIT            PIC 9(9).
    05  BP-LABEL            PIC X(20).
FD  KEY-MAP.
01  KM-REC.
    05  KM-KEY.
        10  KM-TYPE         PIC X.
        10  KM-ORIG         PIC X(10).
    05  KM-MASKED           PIC X(10).
    05  KM-SEQ              PIC 9(8).
FD  NM-OUT
    RECORDING MODE IS F.
01  NO-REC                  PIC X(37).
FD  JOURNAL-OUT
    RECORDING MODE IS F.
01  JO-REC                  PIC X(100).
FD  TRANS-OUT
    RECORDING MODE IS F.
01  TO-REC                  PIC X(23).
FD  SENSOR-OUT
    RECORDING MODE IS F.
01  SO-REC                  PIC X(43).
FD  PAIRS-OUT
    RECORDING MODE IS F.
01  RO-REC                  PIC X(34).
FD  YDAY-OUT
    RECORDING MODE IS F.
01  YO-REC                  PIC X(22).
FD  TODAY-OUT
    RECORDING MODE IS F.
01  DO-REC                  PIC X(22).
FD  MASK-REGISTER
    RECORDING MODE IS F.
*>  One line per file per run, then a closing "*TOTAL*" line whose
*>  key and amount columns carry the distinct record keys and sensor
*>  ids the run replaced.
01  MR-REC.
    05  MR-RUN-DATE         PIC 9(8).
    05  MR-SEP1             PIC X.
    05  MR-RUN-TIME         PIC 9(8).
    05  MR-SEP2             PIC X.
    05  MR-FILE             PIC X(8).
    05  MR-SEP3             PIC X.
    05  MR-RECORDS          PIC 9(9).
    05  MR-SEP4             PIC X.
    05  MR-KEYS             PIC 9(9).
    05  MR-SEP5             PIC X.
    05  MR-AMOUNTS          PIC 9(9).
    05  MR-SEP6             PIC X.
    05  MR-SURVIVORS        PIC 9(9).
    05  MR-SEP7             PIC X.
    05  MR-VERDICT          PIC X(6).
    05  FILLER              PIC X(7).
    WORKING-STORAGE SECTION.
        77 WS-NM-STATUS     PIC XX.
        77 WS-IN-STATUS     PIC XX.
        77 WS-OUT-STATUS    PIC XX.
        77 WS-BAND-STATUS   PIC XX.
        77 WS-KM-STATUS     PIC XX.
        77 WS-REG-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-BAND-EOF-SW   PIC X VALUE "N".
            88 WS-BAND-EOF          VALUE "Y".
        77 WS-BAND-COUNT    PIC 9(2) VALUE 0.
        77 WS-THRESHOLD     PIC 99 VALUE 5.
        77 WS-MATCH-IDX     PIC 9(2).
        77 WS-B             PIC 9(2).
        77 WS-MASK-PCT      PIC 9(2) VALUE 10.
        77 WS-MASK-SEED     PIC 9(10) VALUE 20250101.
        77 WS-SEED          PIC 9(10) COMP.
        77 WS-RAND-WORK     PIC 9(18) COMP.
        77 WS-SPREAD        PIC 9(5).
        77 WS-SHIFT         PIC S9(5).
        77 WS-KEY-SEQ       PIC 9(8) VALUE 0.
        77 WS-SNS-SEQ       PIC 9(8) VALUE 0.
        77 WS-MAP-TYPE      PIC X.
        77 WS-MAP-ORIG      PIC X(10).
        77 WS-MAP-MASKED    PIC X(10).
        77 WS-MAP-SEQ       PIC 9(8).
        77 WS-PT-AMOUNT     PIC S9(10)V99.
        77 WS-PT-MAG        PIC 9(10)V99.
        77 WS-PT-NEW        PIC 9(12)V99.
        77 WS-PT-SALT       PIC 9(8).
        77 WS-PT-CENTS      PIC 9(12).
        77 WS-JI-PREV-CHAIN PIC 9(9) VALUE 0.
        77 WS-F             PIC 9.
        77 WS-TOTAL-RECS    PIC 9(9) VALUE 0.
        77 WS-TOTAL-SURV    PIC 9(9) VALUE 0.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "MASKPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".

*>  The extract and pair values arrive as signed display text; the
*>  numeric view is what gets perturbed, the VOLGEN arrangement.
01  WS-VALUE-AREA.
    05  WS-VALUE            PIC S9(10)V99.
    05  WS-VALUE-X REDEFINES WS-VALUE PIC X(12).

01  WS-BAND-TABLE.
    05  WS-BAND-LIMIT       PIC 9(9) OCCURS 10 TIMES.

*>  The masked master and journal images, built field by field and
*>  written whole.
01  WS-NM-IMAGE.
    05  WS-NMI-ID           PIC X(10).
    05  WS-NMI-AMOUNT       PIC S9(10)V99.
    05  WS-NMI-REST         PIC X(15).
01  WS-JRNL-IMAGE.
    05  WS-JI-KEY           PIC X(10).
    05  WS-JI-SEP1          PIC X.
    05  WS-JI-BEF-AMOUNT    PIC S9(10)V99.
    05  WS-JI-MID           PIC X(3).
    05  WS-JI-AFT-AMOUNT    PIC S9(10)V99.
    05  WS-JI-TAIL          PIC X(40).
    05  WS-JI-SEP10         PIC X.
    05  WS-JI-SEQ-NO        PIC 9(9).
    05  WS-JI-SEP11         PIC X.
    05  WS-JI-CHAIN         PIC 9(9).
    05  FILLER              PIC X(2).

*>  One slot per copied file, in the order they are masked: the
*>  counts written to the register and the originals found on the
*>  read-back.
01  WS-FILE-TABLE.
    05  WS-FT OCCURS 7 TIMES.
        10  WS-FT-NAME      PIC X(8).
        10  WS-FT-PRESENT   PIC X.
        10  WS-FT-RECS      PIC 9(9).
        10  WS-FT-KEYS      PIC 9(9).
        10  WS-FT-AMTS      PIC 9(9).
        10  WS-FT-SURV      PIC 9(9).
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-READ-BANDS.
    PERFORM A-INIT-FILE-TABLE.
    PERFORM A-OPEN-KEY-MAP.
    PERFORM B-MASK-MASTER.
    PERFORM B-MASK-JOURNAL.
    PERFORM B-MASK-TRANSIN.
    PERFORM B-MASK-SENSORS.
    PERFORM B-MASK-PAIRS.
    PERFORM B-MASK-YESTERDAY.
    PERFORM B-MASK-TODAY.
    PERFORM C-VERIFY-COPIES.
    CLOSE KEY-MAP.
    PERFORM D-WRITE-REGISTER.
    IF WS-TOTAL-SURV > 0
        MOVE SPACES TO WS-ERR-MSG
        STRING WS-TOTAL-SURV " ORIGINAL KEYS SURVIVED MASKING -- "
            "HOLD COPIES" DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 4201 TO WS-ERR-RC
        CALL "ERRHAND" USING "MASKCOPY" WS-ERR-MSG "A" WS-ERR-RC
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
    STRING "MASKCOPY RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "MASKCOPY" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "MASKCOPY" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk. Reading
*>  the production master whole is exactly what the check is for.
    CALL "AUTHCHK" USING "MASKCOPY" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "MASKCOPY" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  Card: columns 1-2 the largest percentage an amount may move,
*>  columns 3-12 the generator seed. A different seed gives a
*>  different masking of the same data; the same seed repeats it.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:2) IS NUMERIC
            MOVE WS-PARM-CARD(1:2) TO WS-MASK-PCT
        END-IF
        IF WS-PARM-CARD(3:10) IS NUMERIC
            MOVE WS-PARM-CARD(3:10) TO WS-MASK-SEED
        END-IF
    END-IF.
    COMPUTE WS-SPREAD = WS-MASK-PCT * 200 + 1.
    DISPLAY "MASKCOPY: AMOUNTS MOVED BY UP TO " WS-MASK-PCT
        " PCT, SEED " WS-MASK-SEED.

A-READ-BANDS.
*>  Same boundary-band table, same fallback three-way split, as the
*>  classifiers -- a masked amount must land in the band its
*>  original did, or the test run classifies it differently.
    OPEN INPUT BAND-PARM.
    IF WS-BAND-STATUS = "00"
        PERFORM WITH TEST AFTER UNTIL WS-BAND-EOF
            OR WS-BAND-COUNT = 10
            READ BAND-PARM
                AT END
                    SET WS-BAND-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-BAND-COUNT
                    MOVE BP-LIMIT TO WS-BAND-LIMIT(WS-BAND-COUNT)
            END-READ
        END-PERFORM
        CLOSE BAND-PARM
    END-IF.
    IF WS-BAND-COUNT = 0
        MOVE 3 TO WS-BAND-COUNT
        COMPUTE WS-BAND-LIMIT(1) = WS-THRESHOLD - 1
        MOVE WS-THRESHOLD TO WS-BAND-LIMIT(2)
    END-IF.

A-INIT-FILE-TABLE.
    MOVE "NUMMAST " TO WS-FT-NAME(1).
    MOVE "NMJRNL  " TO WS-FT-NAME(2).
    MOVE "TRANSIN " TO WS-FT-NAME(3).
    MOVE "SENSMAST" TO WS-FT-NAME(4).
    MOVE "PAIRSIN " TO WS-FT-NAME(5).
    MOVE "YESTRDAY" TO WS-FT-NAME(6).
    MOVE "TODAYEXT" TO WS-FT-NAME(7).
    PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 7
        MOVE "N" TO WS-FT-PRESENT(WS-F)
        MOVE 0 TO WS-FT-RECS(WS-F)
        MOVE 0 TO WS-FT-KEYS(WS-F)
        MOVE 0 TO WS-FT-AMTS(WS-F)
        MOVE 0 TO WS-FT-SURV(WS-F)
    END-PERFORM.

A-OPEN-KEY-MAP.
*>  Started empty every run -- a mapping is good for one set of
*>  copies only, so nothing learned from an earlier masking can be
*>  carried into the next.
    OPEN OUTPUT KEY-MAP.
    CLOSE KEY-MAP.
    OPEN I-O KEY-MAP.
    IF WS-KM-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "KEYMAP OPEN FAILED, STATUS " WS-KM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 4202 TO WS-ERR-RC
        CALL "ERRHAND" USING "MASKCOPY" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

B-MASK-MASTER.
*>  Masked first and read in key order, so the record keys are
*>  issued in ascending order and the copy REPROs straight into the
*>  test cluster.
    MOVE 1 TO WS-F.
    OPEN INPUT NUMBER-MASTER.
    IF WS-NM-STATUS = "00"
        MOVE "Y" TO WS-FT-PRESENT(1)
        OPEN OUTPUT NM-OUT
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ NUMBER-MASTER NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-FT-RECS(1)
                    MOVE "K" TO WS-MAP-TYPE
                    MOVE NM-ID TO WS-MAP-ORIG
                    PERFORM C-MAP-KEY
                    ADD 1 TO WS-FT-KEYS(1)
                    MOVE NM-RECORD TO WS-NM-IMAGE
                    MOVE WS-MAP-MASKED TO WS-NMI-ID
                    IF NM-AMOUNT IS NUMERIC
                        MOVE NM-AMOUNT TO WS-PT-AMOUNT
                        PERFORM C-PERTURB-AMOUNT
                        MOVE WS-PT-AMOUNT TO WS-NMI-AMOUNT
                        ADD 1 TO WS-FT-AMTS(1)
                    END-IF
                    WRITE NO-REC FROM WS-NM-IMAGE
            END-READ
        END-PERFORM
        CLOSE NM-OUT
        CLOSE NUMBER-MASTER
    ELSE
        PERFORM B-FILE-ABSENT
    END-IF.

B-MASK-JOURNAL.
    MOVE 2 TO WS-F.
    OPEN INPUT JOURNAL-IN.
    IF WS-IN-STATUS = "00"
        MOVE "Y" TO WS-FT-PRESENT(2)
        OPEN OUTPUT JOURNAL-OUT
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ JOURNAL-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-FT-RECS(2)
                    MOVE JRNL-REC TO WS-JRNL-IMAGE
                    MOVE "K" TO WS-MAP-TYPE
                    MOVE JRNL-KEY TO WS-MAP-ORIG
                    PERFORM C-MAP-KEY
                    ADD 1 TO WS-FT-KEYS(2)
                    MOVE WS-MAP-MASKED TO WS-JI-KEY
                    IF JRNL-BEF-AMOUNT IS NUMERIC
                        MOVE JRNL-BEF-AMOUNT TO WS-PT-AMOUNT
                        PERFORM C-PERTURB-AMOUNT
                        MOVE WS-PT-AMOUNT TO WS-JI-BEF-AMOUNT
                        ADD 1 TO WS-FT-AMTS(2)
                    END-IF
                    IF JRNL-AFT-AMOUNT IS NUMERIC
                        MOVE JRNL-AFT-AMOUNT TO WS-PT-AMOUNT
                        PERFORM C-PERTURB-AMOUNT
                        MOVE WS-PT-AMOUNT TO WS-JI-AFT-AMOUNT
                        ADD 1 TO WS-FT-AMTS(2)
                    END-IF
                    PERFORM C-RESTAMP-JOURNAL
                    WRITE JO-REC FROM WS-JRNL-IMAGE
            END-READ
        END-PERFORM
        CLOSE JOURNAL-OUT
        CLOSE JOURNAL-IN
    ELSE
        PERFORM B-FILE-ABSENT
    END-IF.

B-MASK-TRANSIN.
*>  Only the sensor id is masked -- the reading is a device
*>  measurement, not an amount, and moving it would shift readings
*>  across the registered sensor ranges the front edit enforces.
    MOVE 3 TO WS-F.
    OPEN INPUT TRANS-IN.
    IF WS-IN-STATUS = "00"
        MOVE "Y" TO WS-FT-PRESENT(3)
        OPEN OUTPUT TRANS-OUT
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ TRANS-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-FT-RECS(3)
                    MOVE "S" TO WS-MAP-TYPE
                    MOVE TRANS-SENSOR-ID TO WS-MAP-ORIG
                    PERFORM C-MAP-KEY
                    ADD 1 TO WS-FT-KEYS(3)
                    MOVE WS-MAP-MASKED TO TRANS-SENSOR-ID
                    WRITE TO-REC FROM TRANS-REC
            END-READ
        END-PERFORM
        CLOSE TRANS-OUT
        CLOSE TRANS-IN
    ELSE
        PERFORM B-FILE-ABSENT
    END-IF.

B-MASK-SENSORS.
*>  The registration copy carries the same sensor replacement as
*>  TRANSIN, and the free-text location goes out blanked.
    MOVE 4 TO WS-F.
    OPEN INPUT SENSOR-MASTER.
    IF WS-IN-STATUS = "00"
        MOVE "Y" TO WS-FT-PRESENT(4)
        OPEN OUTPUT SENSOR-OUT
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ SENSOR-MASTER
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-FT-RECS(4)
                    MOVE "S" TO WS-MAP-TYPE
                    MOVE SEN-ID TO WS-MAP-ORIG
                    PERFORM C-MAP-KEY
                    ADD 1 TO WS-FT-KEYS(4)
                    MOVE WS-MAP-MASKED TO SEN-ID
                    MOVE "TEST LOCATION" TO SEN-LOCATION
                    WRITE SO-REC FROM SENS-REC
            END-READ
        END-PERFORM
        CLOSE SENSOR-OUT
        CLOSE SENSOR-MASTER
    ELSE
        PERFORM B-FILE-ABSENT
    END-IF.

B-MASK-PAIRS.
*>  A value that is not numeric is a bad record and is copied as it
*>  stands, so the front edit still has it to reject.
    MOVE 5 TO WS-F.
    OPEN INPUT PAIRS-IN.
    IF WS-IN-STATUS = "00"
        MOVE "Y" TO WS-FT-PRESENT(5)
        OPEN OUTPUT PAIRS-OUT
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ PAIRS-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-FT-RECS(5)
                    MOVE "K" TO WS-MAP-TYPE
                    MOVE PAIR-KEY TO WS-MAP-ORIG
                    PERFORM C-MAP-KEY
                    ADD 1 TO WS-FT-KEYS(5)
                    MOVE WS-MAP-MASKED TO PAIR-KEY
                    MOVE PAIR-VAL1 TO WS-VALUE-X
                    PERFORM C-PERTURB-VALUE
                    MOVE WS-VALUE-X TO PAIR-VAL1
                    MOVE PAIR-VAL2 TO WS-VALUE-X
                    PERFORM C-PERTURB-VALUE
                    MOVE WS-VALUE-X TO PAIR-VAL2
                    WRITE RO-REC FROM PAIRS-REC
            END-READ
        END-PERFORM
        CLOSE PAIRS-OUT
        CLOSE PAIRS-IN
    ELSE
        PERFORM B-FILE-ABSENT
    END-IF.

B-MASK-YESTERDAY.
    MOVE 6 TO WS-F.
    OPEN INPUT YDAY-IN.
    IF WS-IN-STATUS = "00"
        MOVE "Y" TO WS-FT-PRESENT(6)
        OPEN OUTPUT YDAY-OUT
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ YDAY-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-FT-RECS(6)
                    MOVE "K" TO WS-MAP-TYPE
                    MOVE YDAY-KEY TO WS-MAP-ORIG
                    PERFORM C-MAP-KEY
                    ADD 1 TO WS-FT-KEYS(6)
                    MOVE WS-MAP-MASKED TO YDAY-KEY
                    MOVE YDAY-VAL TO WS-VALUE-X
                    PERFORM C-PERTURB-VALUE
                    MOVE WS-VALUE-X TO YDAY-VAL
                    WRITE YO-REC FROM YDAY-REC
            END-READ
        END-PERFORM
        CLOSE YDAY-OUT
        CLOSE YDAY-IN
    ELSE
        PERFORM B-FILE-ABSENT
    END-IF.

B-MASK-TODAY.
    MOVE 7 TO WS-F.
    OPEN INPUT TODAY-IN.
    IF WS-IN-STATUS = "00"
        MOVE "Y" TO WS-FT-PRESENT(7)
        OPEN OUTPUT TODAY-OUT
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ TODAY-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-FT-RECS(7)
                    MOVE "K" TO WS-MAP-TYPE
                    MOVE TODAY-KEY TO WS-MAP-ORIG
                    PERFORM C-MAP-KEY
                    ADD 1 TO WS-FT-KEYS(7)
                    MOVE WS-MAP-MASKED TO TODAY-KEY
                    MOVE TODAY-VAL TO WS-VALUE-X
                    PERFORM C-PERTURB-VALUE
                    MOVE WS-VALUE-X TO TODAY-VAL
                    WRITE DO-REC FROM TODAY-REC
            END-READ
        END-PERFORM
        CLOSE TODAY-OUT
        CLOSE TODAY-IN
    ELSE
        PERFORM B-FILE-ABSENT
    END-IF.

B-FILE-ABSENT.
*>  A file not supplied is simply not copied -- the test team may
*>  only want some of them -- but the register says so.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING WS-FT-NAME(WS-F) " NOT SUPPLIED -- NO MASKED COPY MADE"
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN4201W" WS-MSG-TEXT.
    MOVE 4 TO WS-RUN-RC.

C-RESTAMP-JOURNAL.
*>  The chain values on the production journal were folded over the
*>  real keys and amounts; carried across they would neither verify
*>  on the masked copy nor be safe to hand over. Stamped entries are
*>  re-chained over their masked images, sequence numbers kept, so
*>  NMJVERFY runs on the test copy as it does on the original.
    IF WS-JI-SEQ-NO IS NUMERIC
        CALL "NMJCHAIN" USING WS-JRNL-IMAGE(1:89) WS-JI-PREV-CHAIN
            WS-JI-CHAIN
        MOVE WS-JI-CHAIN TO WS-JI-PREV-CHAIN
    END-IF.

C-MAP-KEY.
*>  Returns the masked value for WS-MAP-TYPE/WS-MAP-ORIG, issuing
*>  the next one the first time an original is seen. Record keys go
*>  out as "TK" and sensor ids as "TS" plus an eight-digit number. A
*>  blank key identifies nothing and stays blank.
    MOVE 0 TO WS-MAP-SEQ.
    IF WS-MAP-ORIG = SPACES
        MOVE SPACES TO WS-MAP-MASKED
    ELSE
        MOVE WS-MAP-TYPE TO KM-TYPE
        MOVE WS-MAP-ORIG TO KM-ORIG
        READ KEY-MAP
            INVALID KEY
                PERFORM C-ISSUE-MASKED-KEY
        END-READ
        MOVE KM-MASKED TO WS-MAP-MASKED
        MOVE KM-SEQ TO WS-MAP-SEQ
    END-IF.

C-ISSUE-MASKED-KEY.
    MOVE SPACES TO KM-MASKED.
    IF WS-MAP-TYPE = "S"
        ADD 1 TO WS-SNS-SEQ
        MOVE WS-SNS-SEQ TO KM-SEQ
        STRING "TS" WS-SNS-SEQ DELIMITED BY SIZE INTO KM-MASKED
    ELSE
        ADD 1 TO WS-KEY-SEQ
        MOVE WS-KEY-SEQ TO KM-SEQ
        STRING "TK" WS-KEY-SEQ DELIMITED BY SIZE INTO KM-MASKED
    END-IF.
    MOVE WS-MAP-TYPE TO KM-TYPE.
    MOVE WS-MAP-ORIG TO KM-ORIG.
    WRITE KM-REC
        INVALID KEY
            MOVE SPACES TO WS-ERR-MSG
            STRING "KEYMAP WRITE FAILED, STATUS " WS-KM-STATUS
                DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 4203 TO WS-ERR-RC
            CALL "ERRHAND" USING "MASKCOPY" WS-ERR-MSG "A"
                WS-ERR-RC
    END-WRITE.

C-PERTURB-VALUE.
*>  Signed display text: moved only when it is a number at all.
    IF WS-VALUE IS NUMERIC
        MOVE WS-VALUE TO WS-PT-AMOUNT
        PERFORM C-PERTURB-AMOUNT
        MOVE WS-PT-AMOUNT TO WS-VALUE
        ADD 1 TO WS-FT-AMTS(WS-F)
    END-IF.

C-PERTURB-AMOUNT.
*>  Moves WS-PT-AMOUNT by a pseudo-random amount of up to the
*>  configured percentage either way. The move is worked out from
*>  the masked key's number (WS-MAP-SEQ, zero where there is no key)
*>  and the amount itself, so the same amount on the same key always
*>  masks to the same figure. Zero stays zero, the sign is kept, and
*>  the result is pulled back inside the THRESHLD band the original
*>  sat in -- the first band whose limit covers the magnitude, the
*>  last band open-ended, exactly as the classifiers test it.
    IF WS-PT-AMOUNT < 0
        COMPUTE WS-PT-MAG = 0 - WS-PT-AMOUNT
    ELSE
        MOVE WS-PT-AMOUNT TO WS-PT-MAG
    END-IF.
    IF WS-PT-MAG > 0
        COMPUTE WS-PT-CENTS = WS-PT-MAG * 100
        MOVE WS-MAP-SEQ TO WS-PT-SALT
        COMPUTE WS-RAND-WORK = FUNCTION MOD(WS-MASK-SEED
            + WS-PT-SALT * 7919 + WS-PT-CENTS, 2147483648)
        MOVE WS-RAND-WORK TO WS-SEED
        COMPUTE WS-RAND-WORK =
            FUNCTION MOD(WS-SEED * 1103515245 + 12345, 2147483648)
        COMPUTE WS-SHIFT = FUNCTION MOD(WS-RAND-WORK, WS-SPREAD)
            - WS-MASK-PCT * 100
        COMPUTE WS-PT-NEW ROUNDED =
            WS-PT-MAG * (10000 + WS-SHIFT) / 10000
        IF WS-PT-NEW = 0
            MOVE 0.01 TO WS-PT-NEW
        END-IF
        PERFORM C-FIND-BAND
        IF WS-MATCH-IDX < WS-BAND-COUNT
                AND WS-PT-NEW > WS-BAND-LIMIT(WS-MATCH-IDX)
            MOVE WS-BAND-LIMIT(WS-MATCH-IDX) TO WS-PT-NEW
        END-IF
        IF WS-MATCH-IDX > 1
            IF WS-PT-NEW NOT > WS-BAND-LIMIT(WS-MATCH-IDX - 1)
                COMPUTE WS-PT-NEW =
                    WS-BAND-LIMIT(WS-MATCH-IDX - 1) + 0.01
            END-IF
        END-IF
*>  A move that would not fit the amount field leaves the magnitude
*>  as it was rather than truncating it.
        IF WS-PT-NEW > 9999999999.99
            MOVE WS-PT-MAG TO WS-PT-NEW
        END-IF
        IF WS-PT-AMOUNT < 0
            COMPUTE WS-PT-AMOUNT = 0 - WS-PT-NEW
        ELSE
            MOVE WS-PT-NEW TO WS-PT-AMOUNT
        END-IF
    END-IF.

C-FIND-BAND.
    MOVE WS-BAND-COUNT TO WS-MATCH-IDX.
    PERFORM VARYING WS-B FROM 1 BY 1
        UNTIL WS-B > WS-BAND-COUNT - 1
            OR WS-MATCH-IDX < WS-BAND-COUNT
        IF WS-PT-MAG <= WS-BAND-LIMIT(WS-B)
            MOVE WS-B TO WS-MATCH-IDX
        END-IF
    END-PERFORM.

C-VERIFY-COPIES.
*>  The proof: every key on every copy, read back from the copy
*>  itself, is looked up among the originals. An original found
*>  there -- a key that was never replaced, or a masked value that
*>  happens to equal some real key -- is a survivor.
    IF WS-FT-PRESENT(1) = "Y"
        OPEN INPUT NM-OUT
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ NM-OUT INTO WS-NM-IMAGE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE "K" TO KM-TYPE
                    MOVE WS-NMI-ID TO KM-ORIG
                    MOVE 1 TO WS-F
                    PERFORM C-CHECK-SURVIVOR
            END-READ
        END-PERFORM
        CLOSE NM-OUT
    END-IF.
    IF WS-FT-PRESENT(2) = "Y"
        OPEN INPUT JOURNAL-OUT
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ JOURNAL-OUT INTO WS-JRNL-IMAGE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE "K" TO KM-TYPE
                    MOVE WS-JI-KEY TO KM-ORIG
                    MOVE 2 TO WS-F
                    PERFORM C-CHECK-SURVIVOR
            END-READ
        END-PERFORM
        CLOSE JOURNAL-OUT
    END-IF.
    IF WS-FT-PRESENT(3) = "Y"
        OPEN INPUT TRANS-OUT
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ TRANS-OUT INTO TRANS-REC
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE "S" TO KM-TYPE
                    MOVE TRANS-SENSOR-ID TO KM-ORIG
                    MOVE 3 TO WS-F
                    PERFORM C-CHECK-SURVIVOR
            END-READ
        END-PERFORM
        CLOSE TRANS-OUT
    END-IF.
    IF WS-FT-PRESENT(4) = "Y"
        OPEN INPUT SENSOR-OUT
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ SENSOR-OUT INTO SENS-REC
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE "S" TO KM-TYPE
                    MOVE SEN-ID TO KM-ORIG
                    MOVE 4 TO WS-F
                    PERFORM C-CHECK-SURVIVOR
            END-READ
        END-PERFORM
        CLOSE SENSOR-OUT
    END-IF.
    IF WS-FT-PRESENT(5) = "Y"
        OPEN INPUT PAIRS-OUT
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ PAIRS-OUT INTO PAIRS-REC
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE "K" TO KM-TYPE
                    MOVE PAIR-KEY TO KM-ORIG
                    MOVE 5 TO WS-F
                    PERFORM C-CHECK-SURVIVOR
            END-READ
        END-PERFORM
        CLOSE PAIRS-OUT
    END-IF.
    IF WS-FT-PRESENT(6) = "Y"
        OPEN INPUT YDAY-OUT
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ YDAY-OUT INTO YDAY-REC
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE "K" TO KM-TYPE
                    MOVE YDAY-KEY TO KM-ORIG
                    MOVE 6 TO WS-F
                    PERFORM C-CHECK-SURVIVOR
            END-READ
        END-PERFORM
        CLOSE YDAY-OUT
    END-IF.
    IF WS-FT-PRESENT(7) = "Y"
        OPEN INPUT TODAY-OUT
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ TODAY-OUT INTO TODAY-REC
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE "K" TO KM-TYPE
                    MOVE TODAY-KEY TO KM-ORIG
                    MOVE 7 TO WS-F
                    PERFORM C-CHECK-SURVIVOR
            END-READ
        END-PERFORM
        CLOSE TODAY-OUT
    END-IF.

C-CHECK-SURVIVOR.
*>  KM-TYPE/KM-ORIG hold the key as it stands on the copy; finding
*>  it on the map means it is somebody's original.
    IF KM-ORIG NOT = SPACES
        READ KEY-MAP
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO WS-FT-SURV(WS-F)
                ADD 1 TO WS-TOTAL-SURV
                DISPLAY "MASKCOPY: ORIGINAL KEY FOUND ON THE "
                    "MASKED " WS-FT-NAME(WS-F) " COPY"
        END-READ
    END-IF.

D-WRITE-REGISTER.
*>  The register accumulates -- every masking ever made stays on
*>  record with its proof.
    OPEN EXTEND MASK-REGISTER.
    IF WS-REG-STATUS NOT = "00"
        OPEN OUTPUT MASK-REGISTER
    END-IF.
    ACCEPT WS-RUN-TIME FROM TIME.
    PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 7
        MOVE SPACES TO MR-REC
        MOVE WS-RUN-ID TO MR-RUN-DATE
        MOVE WS-RUN-TIME TO MR-RUN-TIME
        MOVE WS-FT-NAME(WS-F) TO MR-FILE
        MOVE WS-FT-RECS(WS-F) TO MR-RECORDS
        MOVE WS-FT-KEYS(WS-F) TO MR-KEYS
        MOVE WS-FT-AMTS(WS-F) TO MR-AMOUNTS
        MOVE WS-FT-SURV(WS-F) TO MR-SURVIVORS
        IF WS-FT-PRESENT(WS-F) NOT = "Y"
            MOVE "ABSENT" TO MR-VERDICT
        ELSE
            IF WS-FT-SURV(WS-F) > 0
                MOVE "LEAKED" TO MR-VERDICT
            ELSE
                MOVE "CLEAN" TO MR-VERDICT
            END-IF
        END-IF
        ADD WS-FT-RECS(WS-F) TO WS-TOTAL-RECS
        WRITE MR-REC
        DISPLAY "MASKCOPY: " MR-FILE " RECORDS " MR-RECORDS
            " SURVIVORS " MR-SURVIVORS " " MR-VERDICT
    END-PERFORM.
    MOVE SPACES TO MR-REC.
    MOVE WS-RUN-ID TO MR-RUN-DATE.
    MOVE WS-RUN-TIME TO MR-RUN-TIME.
    MOVE "*TOTAL*" TO MR-FILE.
    MOVE WS-TOTAL-RECS TO MR-RECORDS.
    MOVE WS-KEY-SEQ TO MR-KEYS.
    MOVE WS-SNS-SEQ TO MR-AMOUNTS.
    MOVE WS-TOTAL-SURV TO MR-SURVIVORS.
    IF WS-TOTAL-SURV > 0
        MOVE "LEAKED" TO MR-VERDICT
    ELSE
        MOVE "CLEAN" TO MR-VERDICT
    END-IF.
    WRITE MR-REC.
    CLOSE MASK-REGISTER.
