*> Monthly account statement per NM-ID, off the change journal.
*> Branches asked for a key's movements used to be sent a piece of
*> NMJPRINT output and left to work it out. For the month on the
*> STMTPARM card this prints, per key, the opening amount at the
*> start of the month, every NMJRNL change dated in the month in date
*> order with the changing program and the before/after status flag,
*> and the closing amount, with the NUMMAST amount beside it. Keys are
*> grouped under "BRANCH xxx" section titles, so REPBURST can deliver
*> each branch its own pages. By default every key with a movement in
*> the month gets a statement; a branch on the card gives every key
*> of that branch one, movements or not. Before a statement is
*> printed the key's whole journal is walked: each change must start
*> where the one before it ended, and the last must end at the
*> amount NUMMAST holds now. A key that does not foot gets an
*> exception line in its branch section instead of a statement, and
*> is listed again, with the keys the journal names but the master
*> no longer holds, in the combined exception list at the end.
IDENTIFICATION DIVISION.
PROGRAM-ID. NMSTMT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>  Read-only: one sequential pass for the key roster, then random
*>  reads for the branch of each journaled key.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NM-ID
        FILE STATUS IS WS-NM-STATUS.
    SELECT JOURNAL-IN ASSIGN TO "NMJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
    SELECT STATEMENT-RPT ASSIGN TO "NMSTMTRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
    SELECT SORT-WORK ASSIGN TO "SRTWK14".
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
FD  STATEMENT-RPT
    RECORDING MODE IS F.
01  STATEMENT-LINE          PIC X(80).
*>  Type "0" is the key's master record, type "1" one of its journal
*>  entries -- so each key's master sorts ahead of its history, and
*>  the history comes back in date order, entries of the same date
*>  in the order they were journaled.
SD  SORT-WORK.
01  SRT-REC.
    05  SRT-BRANCH          PIC X(3).
    05  SRT-KEY             PIC X(10).
    05  SRT-TYPE            PIC X.
        88  SRT-MASTER              VALUE "0".
        88  SRT-JOURNAL             VALUE "1".
    05  SRT-DATE            PIC 9(8).
    05  SRT-SEQ             PIC 9(9).
    05  SRT-BEF-AMOUNT      PIC S9(10)V99.
    05  SRT-BEF-FLAG        PIC X.
    05  SRT-AFT-AMOUNT      PIC S9(10)V99.
    05  SRT-AFT-FLAG        PIC X.
    05  SRT-PROGRAM         PIC X(8).
    05  SRT-CURRENCY        PIC X(3).
    WORKING-STORAGE SECTION.
        77 WS-NM-STATUS     PIC XX.
        77 WS-JRNL-STATUS   PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-SORT-EOF-SW   PIC X VALUE "N".
            88 WS-SORT-EOF          VALUE "Y".
        77 WS-MASTER-SW     PIC X VALUE "N".
            88 WS-MASTER-OPEN       VALUE "Y".
        77 WS-STMT-MONTH    PIC 9(6).
        77 WS-SEL-BRANCH    PIC X(3) VALUE SPACES.
        77 WS-YY            PIC 9(4).
        77 WS-MM            PIC 9(2).
        77 WS-DAYS-IN-MONTH PIC 9(2).
        77 WS-PERIOD-START  PIC 9(8).
        77 WS-PERIOD-END    PIC 9(8).
        77 WS-JRNL-SEQ      PIC 9(9) VALUE 0.
        77 WS-PREV-BRANCH   PIC X(3) VALUE LOW-VALUES.
        77 WS-M             PIC 9(3).
        77 WS-X             PIC 9(3).
        77 WS-STMT-CNT      PIC 9(6) VALUE 0.
        77 WS-EXC-CNT       PIC 9(6) VALUE 0.
        77 WS-MOVE-CNT      PIC 9(7) VALUE 0.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "STMTPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".

*>  Everything known about the key being assembled: its master
*>  record, how its journal has run so far, and the month's
*>  movements held back until the key is known to foot.
01  WS-KEY-STATE.
    05  WS-K-BRANCH         PIC X(3).
    05  WS-K-ID             PIC X(10).
    05  WS-K-CURRENCY       PIC X(3).
    05  WS-K-MASTER-SW      PIC X.
        88  WS-K-ON-MASTER          VALUE "Y".
    05  WS-K-MASTER-AMT     PIC S9(10)V99.
    05  WS-K-ENTRY-CNT      PIC 9(7).
    05  WS-K-FIRST-BEF      PIC S9(10)V99.
    05  WS-K-PRIOR-SW       PIC X.
        88  WS-K-HAS-PRIOR          VALUE "Y".
    05  WS-K-PRIOR-AMT      PIC S9(10)V99.
    05  WS-K-LAST-AFT       PIC S9(10)V99.
    05  WS-K-BREAK-DATE     PIC 9(8).
    05  WS-K-LATER-CNT      PIC 9(7).
    05  WS-K-MOVE-CNT       PIC 9(3).
    05  WS-K-OVERFLOW-SW    PIC X.
        88  WS-K-OVERFLOW           VALUE "Y".
    05  WS-K-OPENING        PIC S9(10)V99.
    05  WS-K-CLOSING        PIC S9(10)V99.
    05  WS-K-REASON         PIC X(40).
01  WS-MOVEMENT-TABLE.
    05  WS-MV OCCURS 500 TIMES.
        10  WS-MV-DATE      PIC 9(8).
        10  WS-MV-PROGRAM   PIC X(8).
        10  WS-MV-BEF-AMT   PIC S9(10)V99.
        10  WS-MV-BEF-FLAG  PIC X.
        10  WS-MV-AFT-AMT   PIC S9(10)V99.
        10  WS-MV-AFT-FLAG  PIC X.

*>  Exceptions kept for the combined list at the end.
01  WS-EXCEPTION-TABLE.
    05  WS-EX-CNT           PIC 9(3) VALUE 0.
    05  WS-EX OCCURS 500 TIMES.
        10  WS-EX-BRANCH    PIC X(3).
        10  WS-EX-KEY       PIC X(10).
        10  WS-EX-REASON    PIC X(40).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(34) VALUE
        "NUMBER MASTER MONTHLY STATEMENTS".
    05  FILLER              PIC X(7)  VALUE "MONTH: ".
    05  H1-MONTH            PIC 9999/99.
    05  FILLER              PIC X(12) VALUE "  RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TITLE.
    05  RT-TITLE            PIC X(60).
01  WS-REPORT-SECTION.
    05  FILLER              PIC X(76) VALUE ALL "-".
01  WS-ACCOUNT-LINE.
    05  FILLER              PIC X(9)  VALUE "ACCOUNT  ".
    05  AL-KEY              PIC X(11).
    05  FILLER              PIC X(4)  VALUE "CCY ".
    05  AL-CURRENCY         PIC X(5).
    05  FILLER              PIC X(17) VALUE "OPENING BALANCE  ".
    05  AL-DATE             PIC 9999/99/99.
    05  FILLER              PIC X(1)  VALUE SPACE.
    05  AL-AMOUNT           PIC -(10)9.99.
01  WS-MOVEMENT-COLHDR.
    05  FILLER              PIC X(14) VALUE "  DATE".
    05  FILLER              PIC X(10) VALUE "PROGRAM".
    05  FILLER              PIC X(14) VALUE "        BEFORE".
    05  FILLER              PIC X(5)  VALUE "  FL".
    05  FILLER              PIC X(14) VALUE "         AFTER".
    05  FILLER              PIC X(4)  VALUE "  FL".
01  WS-MOVEMENT-LINE.
    05  FILLER              PIC X(2)  VALUE SPACES.
    05  ML-DATE             PIC 9999/99/99.
    05  FILLER              PIC X(2)  VALUE SPACES.
    05  ML-PROGRAM          PIC X(10).
    05  ML-BEF-AMT          PIC -(10)9.99.
    05  FILLER              PIC X(3)  VALUE SPACES.
    05  ML-BEF-FLAG         PIC X(2).
    05  ML-AFT-AMT          PIC -(10)9.99.
    05  FILLER              PIC X(3)  VALUE SPACES.
    05  ML-AFT-FLAG         PIC X.
01  WS-NOTE-LINE.
    05  FILLER              PIC X(2)  VALUE SPACES.
    05  NL-TEXT             PIC X(60).
01  WS-CLOSING-LINE.
    05  FILLER              PIC X(18) VALUE "  CLOSING BALANCE ".
    05  CL-DATE             PIC 9999/99/99.
    05  FILLER              PIC X(1)  VALUE SPACE.
    05  CL-AMOUNT           PIC -(10)9.99.
    05  FILLER              PIC X(14) VALUE "   MASTER NOW ".
    05  CL-MASTER           PIC -(10)9.99.
01  WS-EXCEPTION-LINE.
    05  FILLER              PIC X(15) VALUE "  ** EXCEPTION ".
    05  EL-BRANCH           PIC X(4).
    05  EL-KEY              PIC X(11).
    05  EL-REASON           PIC X(40).
01  WS-REPORT-TOTALS.
    05  FILLER              PIC X(30) VALUE
        "STATEMENTS / MOVEMENTS / EXC. ".
    05  T-STATEMENTS        PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-MOVEMENTS         PIC Z,ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-EXCEPTIONS        PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-SET-PERIOD.
    OPEN OUTPUT STATEMENT-RPT.
    MOVE WS-STMT-MONTH TO H1-MONTH.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE STATEMENT-LINE FROM WS-REPORT-HEADER-1.
    WRITE STATEMENT-LINE FROM WS-REPORT-BLANK.
    SORT SORT-WORK
        ON ASCENDING KEY SRT-BRANCH SRT-KEY SRT-TYPE SRT-DATE
            SRT-SEQ
        INPUT PROCEDURE IS B-RELEASE-RECORDS
        OUTPUT PROCEDURE IS C-WRITE-STATEMENTS.
    PERFORM D-WRITE-EXCEPTIONS.
    CLOSE STATEMENT-RPT.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "STATEMENTS " WS-STMT-CNT " FOR MONTH " WS-STMT-MONTH
        " EXCEPTIONS " WS-EXC-CNT DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN4301I" WS-MSG-TEXT.
    IF WS-EXC-CNT > 0
        MOVE SPACES TO WS-MSG-TEXT
        STRING WS-EXC-CNT " KEYS WHOSE JOURNAL DOES NOT FOOT TO "
            "NUMMAST" DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN4302W" WS-MSG-TEXT
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
    STRING "NMSTMT RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "NMSTMT  " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "NMSTMT  " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "NMSTMT  " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMSTMT  " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  Optional card: columns 1-6 the statement month as YYYYMM (the
*>  business date's month when blank or missing), columns 7-9 a
*>  branch whose every key is to get a statement.
    MOVE WS-RUN-ID(1:6) TO WS-STMT-MONTH.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:6) IS NUMERIC
            MOVE WS-PARM-CARD(1:6) TO WS-STMT-MONTH
        END-IF
        MOVE WS-PARM-CARD(7:3) TO WS-SEL-BRANCH
    END-IF.

A-SET-PERIOD.
*>  First and last calendar day of the month, leap years included --
*>  the AVGBAL month, without the cut back to the run date: journal
*>  entries can't be dated later than the day they were made.
    MOVE WS-STMT-MONTH(1:4) TO WS-YY.
    MOVE WS-STMT-MONTH(5:2) TO WS-MM.
    EVALUATE WS-MM
        WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
            MOVE 31 TO WS-DAYS-IN-MONTH
        WHEN 04 WHEN 06 WHEN 09 WHEN 11
            MOVE 30 TO WS-DAYS-IN-MONTH
        WHEN 02
            IF FUNCTION MOD(WS-YY, 4) = 0
                    AND (FUNCTION MOD(WS-YY, 100) NOT = 0
                    OR FUNCTION MOD(WS-YY, 400) = 0)
                MOVE 29 TO WS-DAYS-IN-MONTH
            ELSE
                MOVE 28 TO WS-DAYS-IN-MONTH
            END-IF
        WHEN OTHER
            MOVE 31 TO WS-DAYS-IN-MONTH
    END-EVALUATE.
    COMPUTE WS-PERIOD-START = WS-STMT-MONTH * 100 + 1.
    COMPUTE WS-PERIOD-END = WS-STMT-MONTH * 100 + WS-DAYS-IN-MONTH.

B-RELEASE-RECORDS.
*>  Every master record in scope goes in, then every journal entry
*>  whatever its date -- entries before the month give the opening
*>  amount, entries after it still have to foot to the master.
    OPEN INPUT NUMBER-MASTER.
    IF WS-NM-STATUS = "00"
        SET WS-MASTER-OPEN TO TRUE
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ NUMBER-MASTER NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF WS-SEL-BRANCH = SPACES
                            OR NM-BRANCH = WS-SEL-BRANCH
                        MOVE SPACES TO SRT-REC
                        MOVE NM-BRANCH TO SRT-BRANCH
                        MOVE NM-ID TO SRT-KEY
                        SET SRT-MASTER TO TRUE
                        MOVE 0 TO SRT-DATE
                        MOVE 0 TO SRT-SEQ
                        MOVE 0 TO SRT-BEF-AMOUNT
                        MOVE NM-AMOUNT TO SRT-AFT-AMOUNT
                        MOVE NM-STATUS-FLAG TO SRT-AFT-FLAG
                        MOVE NM-CURRENCY TO SRT-CURRENCY
                        RELEASE SRT-REC
                    END-IF
            END-READ
        END-PERFORM
    ELSE
        DISPLAY "NMSTMT: NUMMAST NOT AVAILABLE, STATUS "
            WS-NM-STATUS
    END-IF.
    OPEN INPUT JOURNAL-IN.
    IF WS-JRNL-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ JOURNAL-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-RELEASE-ONE-ENTRY
            END-READ
        END-PERFORM
        CLOSE JOURNAL-IN
    ELSE
        DISPLAY "NMSTMT: NMJRNL NOT PRESENT -- NO CHANGES JOURNALED"
    END-IF.
    IF WS-MASTER-OPEN
        CLOSE NUMBER-MASTER
    END-IF.

B-RELEASE-ONE-ENTRY.
*>  The branch comes from the master. A key the master no longer
*>  holds sorts under "???" and can only ever be an exception; with
*>  a branch on the card it is out of scope altogether.
    ADD 1 TO WS-JRNL-SEQ.
    MOVE "???" TO SRT-BRANCH.
    IF WS-MASTER-OPEN
        MOVE JRNL-KEY TO NM-ID
        READ NUMBER-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE NM-BRANCH TO SRT-BRANCH
        END-READ
    END-IF.
    IF WS-SEL-BRANCH = SPACES OR SRT-BRANCH = WS-SEL-BRANCH
        MOVE JRNL-KEY TO SRT-KEY
        SET SRT-JOURNAL TO TRUE
        MOVE JRNL-RUN-DATE TO SRT-DATE
        MOVE WS-JRNL-SEQ TO SRT-SEQ
        MOVE JRNL-BEF-AMOUNT TO SRT-BEF-AMOUNT
        MOVE JRNL-BEF-FLAG TO SRT-BEF-FLAG
        MOVE JRNL-AFT-AMOUNT TO SRT-AFT-AMOUNT
        MOVE JRNL-AFT-FLAG TO SRT-AFT-FLAG
        MOVE JRNL-PROGRAM TO SRT-PROGRAM
        MOVE SPACES TO SRT-CURRENCY
        RELEASE SRT-REC
    END-IF.

C-WRITE-STATEMENTS.
    MOVE SPACES TO WS-K-ID.
    MOVE LOW-VALUES TO WS-K-BRANCH.
    PERFORM UNTIL WS-SORT-EOF
        RETURN SORT-WORK
            AT END
                SET WS-SORT-EOF TO TRUE
            NOT AT END
                IF SRT-BRANCH NOT = WS-K-BRANCH
                        OR SRT-KEY NOT = WS-K-ID
                    IF WS-K-ID NOT = SPACES
                        PERFORM C-FINISH-KEY
                    END-IF
                    PERFORM C-START-KEY
                END-IF
                PERFORM C-TAKE-RECORD
        END-RETURN
    END-PERFORM.
    IF WS-K-ID NOT = SPACES
        PERFORM C-FINISH-KEY
    END-IF.
    IF WS-STMT-CNT = 0 AND WS-EXC-CNT = 0
        MOVE "NO ACCOUNT ACTIVITY FOR THIS MONTH" TO RT-TITLE
        WRITE STATEMENT-LINE FROM WS-REPORT-TITLE
    END-IF.

C-START-KEY.
    INITIALIZE WS-KEY-STATE.
    MOVE SRT-BRANCH TO WS-K-BRANCH.
    MOVE SRT-KEY TO WS-K-ID.
    MOVE "N" TO WS-K-MASTER-SW.
    MOVE "N" TO WS-K-PRIOR-SW.
    MOVE "N" TO WS-K-OVERFLOW-SW.

C-TAKE-RECORD.
*>  Each change must begin at the amount the one before it left --
*>  the first break is remembered by date. Entries before the month
*>  carry the opening amount forward, entries in it are held for
*>  the statement, entries after it only count.
    IF SRT-MASTER
        SET WS-K-ON-MASTER TO TRUE
        MOVE SRT-AFT-AMOUNT TO WS-K-MASTER-AMT
        MOVE SRT-CURRENCY TO WS-K-CURRENCY
    ELSE
        IF WS-K-ENTRY-CNT = 0
            MOVE SRT-BEF-AMOUNT TO WS-K-FIRST-BEF
        ELSE
            IF SRT-BEF-AMOUNT NOT = WS-K-LAST-AFT
                    AND WS-K-BREAK-DATE = 0
                MOVE SRT-DATE TO WS-K-BREAK-DATE
            END-IF
        END-IF
        ADD 1 TO WS-K-ENTRY-CNT
        MOVE SRT-AFT-AMOUNT TO WS-K-LAST-AFT
        EVALUATE TRUE
            WHEN SRT-DATE < WS-PERIOD-START
                SET WS-K-HAS-PRIOR TO TRUE
                MOVE SRT-AFT-AMOUNT TO WS-K-PRIOR-AMT
            WHEN SRT-DATE > WS-PERIOD-END
                ADD 1 TO WS-K-LATER-CNT
            WHEN WS-K-MOVE-CNT < 500
                ADD 1 TO WS-K-MOVE-CNT
                MOVE SRT-DATE TO WS-MV-DATE(WS-K-MOVE-CNT)
                MOVE SRT-PROGRAM TO WS-MV-PROGRAM(WS-K-MOVE-CNT)
                MOVE SRT-BEF-AMOUNT TO WS-MV-BEF-AMT(WS-K-MOVE-CNT)
                MOVE SRT-BEF-FLAG TO WS-MV-BEF-FLAG(WS-K-MOVE-CNT)
                MOVE SRT-AFT-AMOUNT TO WS-MV-AFT-AMT(WS-K-MOVE-CNT)
                MOVE SRT-AFT-FLAG TO WS-MV-AFT-FLAG(WS-K-MOVE-CNT)
            WHEN OTHER
                SET WS-K-OVERFLOW TO TRUE
        END-EVALUATE
    END-IF.

C-FINISH-KEY.
*>  In scope: any key moved in the month, and with a branch on the
*>  card every key of it. A key in scope that does not foot gets an
*>  exception instead of a statement.
    IF WS-K-MOVE-CNT > 0 OR WS-K-OVERFLOW
            OR (WS-SEL-BRANCH NOT = SPACES AND WS-K-ON-MASTER)
        MOVE SPACES TO WS-K-REASON
        EVALUATE TRUE
            WHEN NOT WS-K-ON-MASTER
                MOVE "JOURNALED KEY NOT ON NUMMAST" TO WS-K-REASON
            WHEN WS-K-BREAK-DATE NOT = 0
                STRING "JOURNAL CHAIN BROKEN ON " WS-K-BREAK-DATE
                    DELIMITED BY SIZE INTO WS-K-REASON
            WHEN WS-K-ENTRY-CNT > 0
                    AND WS-K-LAST-AFT NOT = WS-K-MASTER-AMT
                MOVE "JOURNAL DOES NOT FOOT TO NUMMAST"
                    TO WS-K-REASON
            WHEN WS-K-OVERFLOW
                MOVE "OVER 500 MOVEMENTS IN THE MONTH"
                    TO WS-K-REASON
        END-EVALUATE
        IF WS-K-REASON NOT = SPACES
            PERFORM C-WRITE-EXCEPTION
        ELSE
            PERFORM C-WRITE-STATEMENT
        END-IF
    END-IF.

C-WRITE-BRANCH-HEADER.
    IF WS-K-BRANCH NOT = WS-PREV-BRANCH
        MOVE WS-K-BRANCH TO WS-PREV-BRANCH
        MOVE SPACES TO RT-TITLE
        STRING "BRANCH " WS-K-BRANCH DELIMITED BY SIZE INTO RT-TITLE
        WRITE STATEMENT-LINE FROM WS-REPORT-TITLE
        WRITE STATEMENT-LINE FROM WS-REPORT-SECTION
    END-IF.

C-WRITE-STATEMENT.
*>  Opening: the amount the last change before the month left, or
*>  where the key's first change began. Closing: where the month's
*>  last change left it -- equal to the master unless something has
*>  moved it since, which the note says.
    PERFORM C-WRITE-BRANCH-HEADER.
    ADD 1 TO WS-STMT-CNT.
    EVALUATE TRUE
        WHEN WS-K-HAS-PRIOR
            MOVE WS-K-PRIOR-AMT TO WS-K-OPENING
        WHEN WS-K-ENTRY-CNT > 0
            MOVE WS-K-FIRST-BEF TO WS-K-OPENING
        WHEN OTHER
            MOVE WS-K-MASTER-AMT TO WS-K-OPENING
    END-EVALUATE.
    MOVE WS-K-OPENING TO WS-K-CLOSING.
    MOVE WS-K-ID TO AL-KEY.
    IF WS-K-CURRENCY = SPACES
        MOVE "BASE" TO AL-CURRENCY
    ELSE
        MOVE WS-K-CURRENCY TO AL-CURRENCY
    END-IF.
    MOVE WS-PERIOD-START TO AL-DATE.
    MOVE WS-K-OPENING TO AL-AMOUNT.
    WRITE STATEMENT-LINE FROM WS-ACCOUNT-LINE.
    IF WS-K-MOVE-CNT = 0
        MOVE "NO MOVEMENTS THIS MONTH" TO NL-TEXT
        WRITE STATEMENT-LINE FROM WS-NOTE-LINE
    ELSE
        WRITE STATEMENT-LINE FROM WS-MOVEMENT-COLHDR
        PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-K-MOVE-CNT
            MOVE WS-MV-DATE(WS-M) TO ML-DATE
            MOVE WS-MV-PROGRAM(WS-M) TO ML-PROGRAM
            MOVE WS-MV-BEF-AMT(WS-M) TO ML-BEF-AMT
            MOVE WS-MV-BEF-FLAG(WS-M) TO ML-BEF-FLAG
            MOVE WS-MV-AFT-AMT(WS-M) TO ML-AFT-AMT
            MOVE WS-MV-AFT-FLAG(WS-M) TO ML-AFT-FLAG
            WRITE STATEMENT-LINE FROM WS-MOVEMENT-LINE
            ADD 1 TO WS-MOVE-CNT
        END-PERFORM
        MOVE WS-MV-AFT-AMT(WS-K-MOVE-CNT) TO WS-K-CLOSING
    END-IF.
    MOVE WS-PERIOD-END TO CL-DATE.
    MOVE WS-K-CLOSING TO CL-AMOUNT.
    MOVE WS-K-MASTER-AMT TO CL-MASTER.
    WRITE STATEMENT-LINE FROM WS-CLOSING-LINE.
    IF WS-K-LATER-CNT > 0
        MOVE SPACES TO NL-TEXT
        STRING WS-K-LATER-CNT " LATER CHANGES ON FILE TAKE IT TO THE "
            "MASTER AMOUNT" DELIMITED BY SIZE INTO NL-TEXT
        WRITE STATEMENT-LINE FROM WS-NOTE-LINE
    END-IF.
    WRITE STATEMENT-LINE FROM WS-REPORT-BLANK.

C-WRITE-EXCEPTION.
*>  A key the master no longer holds has no branch to print under --
*>  it appears only on the combined list.
    ADD 1 TO WS-EXC-CNT.
    IF WS-K-ON-MASTER
        PERFORM C-WRITE-BRANCH-HEADER
        MOVE SPACES TO EL-BRANCH
        MOVE WS-K-ID TO EL-KEY
        MOVE WS-K-REASON TO EL-REASON
        WRITE STATEMENT-LINE FROM WS-EXCEPTION-LINE
        WRITE STATEMENT-LINE FROM WS-REPORT-BLANK
    END-IF.
    IF WS-EX-CNT < 500
        ADD 1 TO WS-EX-CNT
        MOVE WS-K-BRANCH TO WS-EX-BRANCH(WS-EX-CNT)
        MOVE WS-K-ID TO WS-EX-KEY(WS-EX-CNT)
        MOVE WS-K-REASON TO WS-EX-REASON(WS-EX-CNT)
    END-IF.

D-WRITE-EXCEPTIONS.
*>  The combined title closes the last branch section, so REPBURST
*>  ships this list only to the recipients taking the whole report.
    WRITE STATEMENT-LINE FROM WS-REPORT-BLANK.
    MOVE "ALL BRANCHES COMBINED -- STATEMENT EXCEPTIONS" TO RT-TITLE.
    WRITE STATEMENT-LINE FROM WS-REPORT-TITLE.
    WRITE STATEMENT-LINE FROM WS-REPORT-SECTION.
    PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-EX-CNT
        MOVE WS-EX-BRANCH(WS-X) TO EL-BRANCH
        MOVE WS-EX-KEY(WS-X) TO EL-KEY
        MOVE WS-EX-REASON(WS-X) TO EL-REASON
        WRITE STATEMENT-LINE FROM WS-EXCEPTION-LINE
    END-PERFORM.
    IF WS-EXC-CNT > WS-EX-CNT
        MOVE SPACES TO NL-TEXT
        STRING "LIST CUT AT 500 -- " WS-EXC-CNT " EXCEPTIONS IN ALL"
            DELIMITED BY SIZE INTO NL-TEXT
        WRITE STATEMENT-LINE FROM WS-NOTE-LINE
    END-IF.
    WRITE STATEMENT-LINE FROM WS-REPORT-BLANK.
    MOVE WS-STMT-CNT TO T-STATEMENTS.
    MOVE WS-MOVE-CNT TO T-MOVEMENTS.
    MOVE WS-EXC-CNT TO T-EXCEPTIONS.
    WRITE STATEMENT-LINE FROM WS-REPORT-TOTALS.
