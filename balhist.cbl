*> Daily balance snapshot of the Number Master. NUMMAST only ever
*> holds the current NM-AMOUNT, so once tonight's maintenance and
*> classification have settled, this step copies every key's balance,
*> branch, currency and status flag onto a history file keyed by
*> NM-ID + business date. "What was this key's balance on the 12th"
*> becomes a direct read, and the month-end average-balance report
*> (AVGBAL) walks the same file. Only business days get a snapshot --
*> a weekend or holiday simply has none, and AVGBAL carries the last
*> snapshot forward over it. A rerun of the same business date
*> REWRITEs that date's records, the CLSHIST precedent.
IDENTIFICATION DIVISION.
PROGRAM-ID. BALHIST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NM-ID
        FILE STATUS IS WS-NM-STATUS.
*>  Keyed by key + business date so one key's history reads back in
*>  date order, and a single day's balance is one random read.
    SELECT BALANCE-HISTORY ASSIGN TO "BALHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BH-KEY
        FILE STATUS IS WS-BH-STATUS.
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
FD  BALANCE-HISTORY.
01  BH-REC.
    05  BH-KEY.
        10  BH-NM-ID        PIC X(10).
        10  BH-DATE         PIC 9(8).
    05  BH-AMOUNT           PIC S9(10)V99.
    05  BH-BRANCH           PIC X(3).
    05  BH-CURRENCY         PIC X(3).
    05  BH-STATUS-FLAG      PIC X.
    WORKING-STORAGE SECTION.
        77 WS-NM-STATUS     PIC XX.
        77 WS-BH-STATUS     PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-WRITTEN-CNT   PIC 9(9) VALUE 0.
        77 WS-REWRITTEN-CNT PIC 9(9) VALUE 0.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-OPEN-FILES.
    PERFORM B-SNAPSHOT-MASTER.
    CLOSE NUMBER-MASTER.
    CLOSE BALANCE-HISTORY.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "BALANCES CAPTURED " WS-WRITTEN-CNT
        " RECAPTURED " WS-REWRITTEN-CNT
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN8901I" WS-MSG-TEXT.
    PERFORM A-RUN-COMPLETION.
    GOBACK.

A-RUN-HEADER.
*>  Tags this run's console output with a run-id and timestamp so
*>  several jobs' SYSOUT can still be told apart once bundled together.
*>  The processing date comes from the shared BUSDATE control -- a
*>  prior-date rerun snapshots under the date the balances belong to.
    CALL "BUSDATE" USING "G" BY CONTENT WS-RUN-ID
        BY REFERENCE WS-RUN-ID.
    CALL "RUNSEQ" USING "C" WS-RUN-ID WS-RUN-SEQ.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "BALHIST RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "BALHIST " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "BALHIST " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "BALHIST " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "BALHIST " WS-ERR-MSG "A" WS-ERR-RC
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
        MOVE 8901 TO WS-ERR-RC
        CALL "ERRHAND" USING "BALHIST " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN I-O BALANCE-HISTORY.
    IF WS-BH-STATUS = "35"
        OPEN OUTPUT BALANCE-HISTORY
        CLOSE BALANCE-HISTORY
        OPEN I-O BALANCE-HISTORY
    END-IF.
    IF WS-BH-STATUS NOT = "00"
        STRING "BALANCE-HISTORY OPEN FAILED, STATUS " WS-BH-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 8902 TO WS-ERR-RC
        CALL "ERRHAND" USING "BALHIST " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

B-SNAPSHOT-MASTER.
    PERFORM UNTIL WS-EOF
        READ NUMBER-MASTER NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-PUT-SNAPSHOT
        END-READ
    END-PERFORM.

B-PUT-SNAPSHOT.
    MOVE NM-ID TO BH-NM-ID.
    MOVE WS-RUN-ID TO BH-DATE.
    MOVE NM-AMOUNT TO BH-AMOUNT.
    MOVE NM-BRANCH TO BH-BRANCH.
    MOVE NM-CURRENCY TO BH-CURRENCY.
    MOVE NM-STATUS-FLAG TO BH-STATUS-FLAG.
    WRITE BH-REC
        INVALID KEY
            REWRITE BH-REC
                INVALID KEY
                    STRING "BALANCE SNAPSHOT PUT FAILED FOR " NM-ID
                        DELIMITED BY SIZE INTO WS-ERR-MSG
                    MOVE 8903 TO WS-ERR-RC
                    CALL "ERRHAND" USING "BALHIST " WS-ERR-MSG
                        "S" WS-ERR-RC
                NOT INVALID KEY
                    ADD 1 TO WS-REWRITTEN-CNT
            END-REWRITE
        NOT INVALID KEY
            ADD 1 TO WS-WRITTEN-CNT
    END-WRITE.
