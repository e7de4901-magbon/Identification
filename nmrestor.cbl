*> restored and what was replayed. Mode "D" on the RSTPARM card is a
*> dry run -- the same passes, the same register, not one record
*> touched -- so the numbers can be read before anyone pulls the
*> trigger. The journal is only trusted once its chain has been
*> walked end to end (the NMJVERFY test, first break only): a live
*> restore against a broken journal abends before the master is
*> touched, and a dry run reports where the chain breaks.
IDENTIFICATION DIVISION.
PROGRAM-ID. NMRESTOR.
ENVIRONMENT DIVISION.
    SELECT JOURNAL-IN ASSIGN TO "NMJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
    SELECT JOURNAL-CONTROL ASSIGN TO "NMJCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JCTL-STATUS.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
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
FD  JOURNAL-CONTROL
    RECORDING MODE IS F.
01  JCTL-REC.
    05  JCTL-LAST-SEQ       PIC 9(9).
    05  JCTL-SEP1           PIC X.
    05  JCTL-LAST-CHAIN     PIC 9(9).
FD  NUMBER-MASTER.
01  NM-RECORD.
    05  NM-ID               PIC X(10).
        77 WS-JRNL-STATUS   PIC XX.
        77 WS-NM-STATUS     PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-JCTL-STATUS   PIC XX.
        77 WS-CHAINED-SW    PIC X VALUE "N".
            88 WS-CHAINED           VALUE "Y".
        77 WS-LAST-SEQ      PIC 9(9) VALUE 0.
        77 WS-LAST-CHAIN    PIC 9(9) VALUE 0.
        77 WS-CALC-CHAIN    PIC 9(9).
        77 WS-BAD-SEQ       PIC 9(9) VALUE 0.
        77 WS-EOF-SW        PIC X.
            88 WS-EOF               VALUE "Y".
        77 WS-MODE          PIC X VALUE "D".
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-MASTER-LOCK-REPLY PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "RSTPARM".
    05  FILLER              PIC X(22) VALUE "BACKUP TAKEN          ".
    05  RB-DATE             PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-CHAIN.
    05  FILLER              PIC X(22) VALUE "JOURNAL CHAIN         ".
    05  RC-TEXT             PIC X(24).
    05  RC-SEQ              PIC Z(8)9.
01  WS-REPORT-COUNTS.
    05  D-LABEL             PIC X(30).
    05  D-COUNT             PIC ZZZ,ZZZ,ZZ9.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-OPEN-REPORT.
    PERFORM B-VERIFY-JOURNAL.
    PERFORM B-RESTORE-BACKUP.
    PERFORM C-REPLAY-JOURNAL.
    PERFORM D-WRITE-TOTALS.
    CALL "RUNLOG" USING "NMRESTOR" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
    PERFORM A-CLAIM-MASTER-LOCK.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    PERFORM A-RELEASE-MASTER-LOCK.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "NMRESTOR" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.
        CALL "ERRHAND" USING "NMRESTOR" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-CLAIM-MASTER-LOCK.
*>  Exclusive use of the Number Master for the length of the run,
*>  claimed on the NMLOCKS register before the master is opened. A
*>  refusal means another of our own jobs holds it -- or died holding
*>  it -- and this run stops here without touching a record.
    CALL "NMLOCK" USING "C" "NMRESTOR" WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.
    IF WS-MASTER-LOCK-REPLY NOT = "Y"
        MOVE "NUMMAST IN USE BY ANOTHER JOB - SEE NMLOCKS" TO WS-ERR-MSG
        MOVE 9002 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMRESTOR" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-RELEASE-MASTER-LOCK.
*>  Normal end only -- an abend leaves the claim standing for NMUNLOCK.
    CALL "NMLOCK" USING "R" "NMRESTOR" WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.

A-READ-PARM.
*>  Required card: columns 1-8 the date the mounted NMBACKUP copy
*>  was taken (journal entries after it are replayed), column 9 the
    WRITE RESTORE-LINE FROM WS-REPORT-BACKUP.
    WRITE RESTORE-LINE FROM WS-REPORT-BLANK.

B-VERIFY-JOURNAL.
*>  Every stamped entry must follow its predecessor by one and carry
*>  the chain value NMJCHAIN folds from it, and the journal must end
*>  on the entry NMJCTL last issued. Entries from before stamping
*>  began, and a first entry past sequence 1 after a retention cut,
*>  are taken as found -- NMJVERFY reports those in full.
    MOVE "N" TO WS-EOF-SW.
    MOVE SPACES TO JCTL-REC.
    OPEN INPUT JOURNAL-CONTROL.
    IF WS-JCTL-STATUS = "00"
        READ JOURNAL-CONTROL
            AT END
                MOVE SPACES TO JCTL-REC
        END-READ
        CLOSE JOURNAL-CONTROL
    END-IF.
    OPEN INPUT JOURNAL-IN.
    IF WS-JRNL-STATUS = "00"
        PERFORM UNTIL WS-EOF OR WS-BAD-SEQ > 0
            READ JOURNAL-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-VERIFY-ONE
            END-READ
        END-PERFORM
        CLOSE JOURNAL-IN
    END-IF.
    IF WS-BAD-SEQ = 0 AND JCTL-LAST-SEQ IS NUMERIC
            AND JCTL-LAST-CHAIN IS NUMERIC
        IF JCTL-LAST-SEQ NOT = WS-LAST-SEQ
                OR JCTL-LAST-CHAIN NOT = WS-LAST-CHAIN
            IF JCTL-LAST-SEQ < WS-LAST-SEQ
                COMPUTE WS-BAD-SEQ = JCTL-LAST-SEQ + 1
            ELSE
                COMPUTE WS-BAD-SEQ = WS-LAST-SEQ + 1
            END-IF
        END-IF
    END-IF.
    IF WS-BAD-SEQ = 0
        MOVE "VERIFIED THROUGH SEQ" TO RC-TEXT
        MOVE WS-LAST-SEQ TO RC-SEQ
        WRITE RESTORE-LINE FROM WS-REPORT-CHAIN
    ELSE
        MOVE "BROKEN -- FIRST BAD SEQ" TO RC-TEXT
        MOVE WS-BAD-SEQ TO RC-SEQ
        WRITE RESTORE-LINE FROM WS-REPORT-CHAIN
        IF WS-MODE-RESTORE
            MOVE SPACES TO WS-ERR-MSG
            STRING "NMJRNL CHAIN BROKEN AT SEQUENCE " WS-BAD-SEQ
                " -- RUN NMJVERFY" DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 7307 TO WS-ERR-RC
            CALL "ERRHAND" USING "NMRESTOR" WS-ERR-MSG "A" WS-ERR-RC
        END-IF
        MOVE 4 TO WS-RUN-RC
    END-IF.
    WRITE RESTORE-LINE FROM WS-REPORT-BLANK.

B-VERIFY-ONE.
    IF JRNL-SEQ-NO IS NUMERIC AND JRNL-CHAIN IS NUMERIC
        IF WS-CHAINED
            IF JRNL-SEQ-NO NOT = WS-LAST-SEQ + 1
                COMPUTE WS-BAD-SEQ = WS-LAST-SEQ + 1
            ELSE
                CALL "NMJCHAIN" USING JRNL-REC(1:89) WS-LAST-CHAIN
                    WS-CALC-CHAIN
                IF WS-CALC-CHAIN NOT = JRNL-CHAIN
                    MOVE JRNL-SEQ-NO TO WS-BAD-SEQ
                END-IF
            END-IF
        ELSE
            SET WS-CHAINED TO TRUE
            IF JRNL-SEQ-NO = 1
                CALL "NMJCHAIN" USING JRNL-REC(1:89) WS-LAST-CHAIN
                    WS-CALC-CHAIN
                IF WS-CALC-CHAIN NOT = JRNL-CHAIN
                    MOVE 1 TO WS-BAD-SEQ
                END-IF
            END-IF
        END-IF
        MOVE JRNL-SEQ-NO TO WS-LAST-SEQ
        MOVE JRNL-CHAIN TO WS-LAST-CHAIN
    ELSE
        IF WS-CHAINED
            COMPUTE WS-BAD-SEQ = WS-LAST-SEQ + 1
        END-IF
    END-IF.

B-RESTORE-BACKUP.
*>  Rebuilds the cluster from the flat copy. The backup was written
*>  off the master's own key sequence, so a straight load holds key
*>  The journal carries no branch, so a replayed add lands with a
*>  blank branch until the next maintenance touches it -- the
*>  register names every such key, which is still a better morning
*>  than the lost day of changes. The currency is replayed where the
*>  entry carries one; an older entry leaves it as it stands.
    MOVE JRNL-KEY TO NM-ID.
    READ NUMBER-MASTER
        INVALID KEY
            MOVE SPACES TO NM-BRANCH
            MOVE JRNL-AFT-FLAG TO NM-STATUS-FLAG
            MOVE JRNL-RUN-DATE TO NM-LAST-ACT-DATE
            MOVE SPACES TO NM-CURRENCY
            IF JRNL-REV-REF IS NUMERIC
                MOVE JRNL-AFT-CURRENCY TO NM-CURRENCY
            END-IF
            WRITE NM-RECORD
                INVALID KEY
                    STRING "REPLAY WRITE FAILED FOR " JRNL-KEY
            MOVE JRNL-AFT-AMOUNT TO NM-AMOUNT
            MOVE JRNL-AFT-FLAG TO NM-STATUS-FLAG
            MOVE JRNL-RUN-DATE TO NM-LAST-ACT-DATE
            IF JRNL-REV-REF IS NUMERIC
                MOVE JRNL-AFT-CURRENCY TO NM-CURRENCY
            END-IF
            REWRITE NM-RECORD
                INVALID KEY
                    STRING "REPLAY REWRITE FAILED FOR " JRNL-KEY
