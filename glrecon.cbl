*> General-ledger control-total reconciliation for the Number Master.
*> NUMMAST is a sub-ledger; finance's general ledger holds one
*> control balance per branch and currency for it, sent nightly on
*> the GLCTL interface file (branch, currency, GL balance, GL date).
*> Once the night's maintenance and classification have settled the
*> master, this step totals NM-AMOUNT by NM-BRANCH and NM-CURRENCY and
*> holds each total against its GL control line. Every branch and
*> currency prints with both figures and the difference; a
*> difference beyond the GLPARM tolerance, a GL line with no
*> sub-ledger keys behind it, or sub-ledger money with no GL line is
*> a break. The keyed GLBREAK file carries each pair's break state
*> from night to night -- the day the break opened, the last day the
*> pair balanced, and the business days it has been open -- and for
*> each break the NMJRNL change journal is searched for that branch
*> and currency's activity since it last balanced, because that is
*> where the explanation almost always is. A break open for the
*> GLPARM number of nights is marked persistent on GLBREAK, which
*> ALERTMON raises to operations.
IDENTIFICATION DIVISION.
PROGRAM-ID. GLRECON.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>  Walked in key order for the totals, then read at random to place
*>  journal entries in their branch and currency.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NM-ID
        FILE STATUS IS WS-NM-STATUS.
    SELECT GL-CONTROL-IN ASSIGN TO "GLCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-STATUS.
    SELECT BREAK-STATE ASSIGN TO "GLBREAK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GB-KEY
        FILE STATUS IS WS-GB-STATUS.
    SELECT JOURNAL-IN ASSIGN TO "NMJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
    SELECT GLRECON-RPT ASSIGN TO "GLRECRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
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
*>  The ledger's interface record. A blank currency is the base
*>  currency, as on NUMMAST.
FD  GL-CONTROL-IN
    RECORDING MODE IS F.
01  GL-REC.
    05  GL-BRANCH           PIC X(3).
    05  GL-SEP1             PIC X.
    05  GL-CURRENCY         PIC X(3).
    05  GL-SEP2             PIC X.
    05  GL-BALANCE          PIC S9(13)V99 SIGN LEADING SEPARATE.
    05  GL-SEP3             PIC X.
    05  GL-DATE             PIC 9(8).
FD  BREAK-STATE.
01  GB-REC.
    05  GB-KEY.
        10  GB-BRANCH       PIC X(3).
        10  GB-CURRENCY     PIC X(3).
    05  GB-STATUS           PIC X.
        88  GB-BROKEN               VALUE "B".
        88  GB-BALANCED             VALUE "O".
    05  GB-OPEN-DATE        PIC 9(8).
    05  GB-LAST-BAL-DATE    PIC 9(8).
    05  GB-LAST-RUN-DATE    PIC 9(8).
    05  GB-DAYS-OPEN        PIC 9(4).
    05  GB-DIFFERENCE       PIC S9(13)V99.
    05  GB-PERSIST-SW       PIC X.
        88  GB-PERSISTENT           VALUE "Y".
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
FD  GLRECON-RPT
    RECORDING MODE IS F.
01  GLRECON-LINE            PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-NM-STATUS     PIC XX.
        77 WS-GL-STATUS     PIC XX.
        77 WS-GB-STATUS     PIC XX.
        77 WS-JRNL-STATUS   PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-GL-FOUND-SW   PIC X VALUE "N".
            88 WS-GL-FOUND          VALUE "Y".
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-PARM-FILE     PIC X(8) VALUE "GLPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-TOLERANCE     PIC 9(7)V99 VALUE 0.
        77 WS-PERSIST-DAYS  PIC 9(3) VALUE 3.
        77 WS-B             PIC 9(3).
        77 WS-B-MATCH       PIC 9(3).
        77 WS-J             PIC 9(2).
        77 WS-FIND-BRANCH   PIC X(3).
        77 WS-FIND-CURRENCY PIC X(3).
        77 WS-ABS-DIFF      PIC S9(15)V99.
        77 WS-BREAK-CNT     PIC 9(4) VALUE 0.
        77 WS-PERSIST-CNT   PIC 9(4) VALUE 0.
        77 WS-STALE-CNT     PIC 9(4) VALUE 0.
        77 WS-OVERFLOW-CNT  PIC 9(5) VALUE 0.
        77 WS-UNPLACED-JRNL PIC 9(7) VALUE 0.
        77 WS-OLDEST-WINDOW PIC 9(8).

*>  One slot per branch + currency seen on either side, with the
*>  break state carried from GLBREAK and the journal activity found
*>  for it. Only the first ten journal entries are kept for the
*>  listing; the count and net movement cover all of them.
01  WS-PAIR-TABLE.
    05  WS-BC-CNT           PIC 9(3) VALUE 0.
    05  WS-BC OCCURS 200 TIMES.
        10  WS-BC-BRANCH    PIC X(3).
        10  WS-BC-CURRENCY  PIC X(3).
        10  WS-BC-SUB-SW    PIC X.
            88  WS-BC-HAS-SUB       VALUE "Y".
        10  WS-BC-GL-SW     PIC X.
            88  WS-BC-HAS-GL        VALUE "Y".
        10  WS-BC-KEYS      PIC 9(7).
        10  WS-BC-SUB-TOTAL PIC S9(15)V99.
        10  WS-BC-GL-BALANCE PIC S9(15)V99.
        10  WS-BC-GL-DATE   PIC 9(8).
        10  WS-BC-DIFF      PIC S9(15)V99.
        10  WS-BC-BREAK-SW  PIC X.
            88  WS-BC-BREAK         VALUE "Y".
        10  WS-BC-OPEN-DATE PIC 9(8).
        10  WS-BC-LAST-BAL  PIC 9(8).
        10  WS-BC-DAYS-OPEN PIC 9(4).
        10  WS-BC-PERSIST-SW PIC X.
            88  WS-BC-PERSISTENT    VALUE "Y".
        10  WS-BC-JRNL-CNT  PIC 9(7).
        10  WS-BC-JRNL-NET  PIC S9(13)V99.
        10  WS-BC-JD OCCURS 10 TIMES.
            15  WS-JD-KEY       PIC X(10).
            15  WS-JD-DATE      PIC 9(8).
            15  WS-JD-PROGRAM   PIC X(8).
            15  WS-JD-BEFORE    PIC S9(10)V99.
            15  WS-JD-AFTER     PIC S9(10)V99.

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "GL CONTROL RECONCILIATION".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TITLE.
    05  RT-TITLE            PIC X(60).
01  WS-REPORT-SECTION.
    05  FILLER              PIC X(76) VALUE ALL "-".
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(4)  VALUE "BR".
    05  FILLER              PIC X(4)  VALUE "CCY".
    05  FILLER              PIC X(17) VALUE "       SUB-LEDGER".
    05  FILLER              PIC X(17) VALUE "       GL CONTROL".
    05  FILLER              PIC X(17) VALUE "       DIFFERENCE".
    05  FILLER              PIC X(8)  VALUE " STATUS".
    05  FILLER              PIC X(5)  VALUE " DAYS".
01  WS-REPORT-DETAIL.
    05  D-BRANCH            PIC X(4).
    05  D-CURRENCY          PIC X(4).
    05  D-SUB-TOTAL         PIC -(13)9.99.
    05  D-GL-BALANCE        PIC -(13)9.99.
    05  D-DIFF              PIC -(13)9.99.
    05  FILLER              PIC X     VALUE SPACE.
    05  D-STATUS            PIC X(7).
    05  D-DAYS              PIC ZZZ9 BLANK WHEN ZERO.
01  WS-REPORT-BREAK-HDR.
    05  FILLER              PIC X(7)  VALUE "BREAK  ".
    05  BH-BRANCH-OUT       PIC X(4).
    05  BH-CURRENCY-OUT     PIC X(4).
    05  FILLER              PIC X(12) VALUE "OPEN SINCE  ".
    05  BH-OPEN-DATE        PIC 9999/99/99.
    05  FILLER              PIC X(17) VALUE "  LAST BALANCED  ".
    05  BH-LAST-BAL         PIC 9999/99/99 BLANK WHEN ZERO.
01  WS-REPORT-BREAK-ACT.
    05  FILLER              PIC X(7)  VALUE SPACES.
    05  FILLER              PIC X(24) VALUE
        "JOURNAL ENTRIES SINCE:  ".
    05  BA-JRNL-CNT         PIC Z,ZZZ,ZZ9.
    05  FILLER              PIC X(16) VALUE "  NET MOVEMENT  ".
    05  BA-JRNL-NET         PIC -(11)9.99.
01  WS-REPORT-JOURNAL.
    05  FILLER              PIC X(9)  VALUE SPACES.
    05  J-KEY               PIC X(11).
    05  J-DATE              PIC 9999/99/99.
    05  FILLER              PIC X     VALUE SPACE.
    05  J-PROGRAM           PIC X(9).
    05  J-BEFORE            PIC -(10)9.99.
    05  FILLER              PIC X     VALUE SPACE.
    05  J-AFTER             PIC -(10)9.99.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-OPEN-FILES.
    PERFORM B-TOTAL-MASTER.
    PERFORM B-LOAD-GL-CONTROL.
    IF WS-GL-FOUND
        PERFORM B-COMPARE-PAIRS
        IF WS-BREAK-CNT > 0
            PERFORM B-SCAN-JOURNAL
        END-IF
    END-IF.
    PERFORM C-WRITE-REPORT.
    CLOSE NUMBER-MASTER.
    CLOSE BREAK-STATE.
    MOVE SPACES TO WS-MSG-TEXT.
    IF NOT WS-GL-FOUND
        MOVE 4 TO WS-RUN-RC
        MOVE "NO GL CONTROL FILE -- SUB-LEDGER NOT RECONCILED"
            TO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN2403W" WS-MSG-TEXT
    ELSE
        IF WS-BREAK-CNT > 0
            MOVE 4 TO WS-RUN-RC
            STRING "GL BREAKS " WS-BREAK-CNT " PERSISTENT "
                WS-PERSIST-CNT DELIMITED BY SIZE INTO WS-MSG-TEXT
            CALL "MSGWRITE" USING "IDN2402W" WS-MSG-TEXT
        ELSE
            STRING "SUB-LEDGER AGREES WITH GL, PAIRS " WS-BC-CNT
                DELIMITED BY SIZE INTO WS-MSG-TEXT
            CALL "MSGWRITE" USING "IDN2401I" WS-MSG-TEXT
        END-IF
    END-IF.
    PERFORM A-RUN-COMPLETION.
    GOBACK.

A-RUN-HEADER.
*>  Tags this run's console output with a run-id and timestamp so
*>  several jobs' SYSOUT can still be told apart once bundled together.
*>  The processing date comes from the shared BUSDATE control --
*>  a prior-date rerun stamps the date the data belongs to.
    CALL "BUSDATE" USING "G" BY CONTENT WS-RUN-ID
        BY REFERENCE WS-RUN-ID.
    CALL "RUNSEQ" USING "C" WS-RUN-ID WS-RUN-SEQ.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "GLRECON RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "GLRECON " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "GLRECON " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "GLRECON " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "GLRECON " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  Optional card: columns 1-9 the tolerance a difference may reach
*>  and still count as balanced (9999999V99, default none), columns
*>  10-12 the business days a break stays open before it is
*>  persistent and goes to ALERTMON (default 3).
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:9) IS NUMERIC
            MOVE WS-PARM-CARD(1:9) TO WS-TOLERANCE
        END-IF
        IF WS-PARM-CARD(10:3) IS NUMERIC
            MOVE WS-PARM-CARD(10:3) TO WS-PERSIST-DAYS
        END-IF
    END-IF.
    IF WS-PERSIST-DAYS = 0
        MOVE 1 TO WS-PERSIST-DAYS
    END-IF.

A-OPEN-FILES.
*>  GLBREAK: OPEN I-O with the status-35 OPEN OUTPUT fallback, the
*>  control-file precedent.
    OPEN INPUT NUMBER-MASTER.
    IF WS-NM-STATUS NOT = "00"
        STRING "NUMBER-MASTER OPEN FAILED, STATUS " WS-NM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 2401 TO WS-ERR-RC
        CALL "ERRHAND" USING "GLRECON " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN I-O BREAK-STATE.
    IF WS-GB-STATUS = "35"
        OPEN OUTPUT BREAK-STATE
        CLOSE BREAK-STATE
        OPEN I-O BREAK-STATE
    END-IF.
    IF WS-GB-STATUS NOT = "00"
        STRING "GLBREAK OPEN FAILED, STATUS " WS-GB-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 2402 TO WS-ERR-RC
        CALL "ERRHAND" USING "GLRECON " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

B-TOTAL-MASTER.
    PERFORM UNTIL WS-EOF
        READ NUMBER-MASTER NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                MOVE NM-BRANCH TO WS-FIND-BRANCH
                MOVE NM-CURRENCY TO WS-FIND-CURRENCY
                PERFORM B-FIND-PAIR
                IF WS-B-MATCH > 0
                    SET WS-BC-HAS-SUB(WS-B-MATCH) TO TRUE
                    ADD 1 TO WS-BC-KEYS(WS-B-MATCH)
                    ADD NM-AMOUNT TO WS-BC-SUB-TOTAL(WS-B-MATCH)
                END-IF
        END-READ
    END-PERFORM.

B-FIND-PAIR.
*>  Finds the branch + currency slot, opening one on first sight. A
*>  full table is counted and reported, never silently dropped.
    MOVE 0 TO WS-B-MATCH.
    PERFORM VARYING WS-B FROM 1 BY 1
        UNTIL WS-B > WS-BC-CNT OR WS-B-MATCH > 0
        IF WS-BC-BRANCH(WS-B) = WS-FIND-BRANCH
                AND WS-BC-CURRENCY(WS-B) = WS-FIND-CURRENCY
            MOVE WS-B TO WS-B-MATCH
        END-IF
    END-PERFORM.
    IF WS-B-MATCH = 0
        IF WS-BC-CNT < 200
            ADD 1 TO WS-BC-CNT
            MOVE WS-BC-CNT TO WS-B-MATCH
            INITIALIZE WS-BC(WS-B-MATCH)
            MOVE WS-FIND-BRANCH TO WS-BC-BRANCH(WS-B-MATCH)
            MOVE WS-FIND-CURRENCY TO WS-BC-CURRENCY(WS-B-MATCH)
        ELSE
            ADD 1 TO WS-OVERFLOW-CNT
        END-IF
    END-IF.

B-LOAD-GL-CONTROL.
*>  A missing interface file means the ledger did not send tonight:
*>  nothing is compared and no break state moves, rather than every
*>  branch breaking against a zero it never reported.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT GL-CONTROL-IN.
    IF WS-GL-STATUS = "00"
        SET WS-GL-FOUND TO TRUE
        PERFORM UNTIL WS-EOF
            READ GL-CONTROL-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-TAKE-GL-LINE
            END-READ
        END-PERFORM
        CLOSE GL-CONTROL-IN
    END-IF.

B-TAKE-GL-LINE.
    IF GL-BRANCH NOT = SPACES AND GL-BALANCE IS NUMERIC
        MOVE GL-BRANCH TO WS-FIND-BRANCH
        MOVE GL-CURRENCY TO WS-FIND-CURRENCY
        PERFORM B-FIND-PAIR
        IF WS-B-MATCH > 0
            SET WS-BC-HAS-GL(WS-B-MATCH) TO TRUE
            ADD GL-BALANCE TO WS-BC-GL-BALANCE(WS-B-MATCH)
            MOVE GL-DATE TO WS-BC-GL-DATE(WS-B-MATCH)
            IF GL-DATE NOT = WS-RUN-ID
                ADD 1 TO WS-STALE-CNT
            END-IF
        END-IF
    ELSE
        DISPLAY "GLRECON: UNUSABLE GL CONTROL LINE " GL-REC
    END-IF.

B-COMPARE-PAIRS.
    MOVE 99999999 TO WS-OLDEST-WINDOW.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BC-CNT
        PERFORM B-COMPARE-ONE-PAIR
    END-PERFORM.

B-COMPARE-ONE-PAIR.
*>  The break state carried on GLBREAK moves once per business date:
*>  a same-day rerun refreshes the difference without adding a day.
    COMPUTE WS-BC-DIFF(WS-B) =
        WS-BC-SUB-TOTAL(WS-B) - WS-BC-GL-BALANCE(WS-B).
    IF WS-BC-DIFF(WS-B) < 0
        COMPUTE WS-ABS-DIFF = 0 - WS-BC-DIFF(WS-B)
    ELSE
        MOVE WS-BC-DIFF(WS-B) TO WS-ABS-DIFF
    END-IF.
    IF WS-ABS-DIFF > WS-TOLERANCE
            OR NOT WS-BC-HAS-GL(WS-B)
            OR NOT WS-BC-HAS-SUB(WS-B)
        SET WS-BC-BREAK(WS-B) TO TRUE
    END-IF.
    MOVE WS-BC-BRANCH(WS-B) TO GB-BRANCH.
    MOVE WS-BC-CURRENCY(WS-B) TO GB-CURRENCY.
    READ BREAK-STATE
        INVALID KEY
            MOVE WS-BC-BRANCH(WS-B) TO GB-BRANCH
            MOVE WS-BC-CURRENCY(WS-B) TO GB-CURRENCY
            MOVE "O" TO GB-STATUS
            MOVE 0 TO GB-OPEN-DATE GB-LAST-BAL-DATE
                GB-LAST-RUN-DATE GB-DAYS-OPEN GB-DIFFERENCE
            MOVE "N" TO GB-PERSIST-SW
    END-READ.
    IF WS-BC-BREAK(WS-B)
        IF GB-BALANCED
            MOVE "B" TO GB-STATUS
            MOVE WS-RUN-ID TO GB-OPEN-DATE
            MOVE 1 TO GB-DAYS-OPEN
        ELSE
            IF GB-LAST-RUN-DATE NOT = WS-RUN-ID
                ADD 1 TO GB-DAYS-OPEN
            END-IF
        END-IF
        IF GB-DAYS-OPEN >= WS-PERSIST-DAYS
            MOVE "Y" TO GB-PERSIST-SW
            ADD 1 TO WS-PERSIST-CNT
        ELSE
            MOVE "N" TO GB-PERSIST-SW
        END-IF
        ADD 1 TO WS-BREAK-CNT
        MOVE GB-OPEN-DATE TO WS-BC-OPEN-DATE(WS-B)
        MOVE GB-LAST-BAL-DATE TO WS-BC-LAST-BAL(WS-B)
        MOVE GB-DAYS-OPEN TO WS-BC-DAYS-OPEN(WS-B)
        MOVE GB-PERSIST-SW TO WS-BC-PERSIST-SW(WS-B)
        IF GB-LAST-BAL-DATE < WS-OLDEST-WINDOW
            MOVE GB-LAST-BAL-DATE TO WS-OLDEST-WINDOW
        END-IF
    ELSE
        MOVE "O" TO GB-STATUS
        MOVE 0 TO GB-OPEN-DATE GB-DAYS-OPEN
        MOVE "N" TO GB-PERSIST-SW
        MOVE WS-RUN-ID TO GB-LAST-BAL-DATE
    END-IF.
    MOVE WS-RUN-ID TO GB-LAST-RUN-DATE.
    MOVE WS-BC-DIFF(WS-B) TO GB-DIFFERENCE.
    WRITE GB-REC
        INVALID KEY
            REWRITE GB-REC
                INVALID KEY
                    STRING "GLBREAK PUT FAILED FOR " GB-KEY
                        DELIMITED BY SIZE INTO WS-ERR-MSG
                    MOVE 2404 TO WS-ERR-RC
                    CALL "ERRHAND" USING "GLRECON " WS-ERR-MSG
                        "S" WS-ERR-RC
            END-REWRITE
    END-WRITE.

B-SCAN-JOURNAL.
*>  Journal entries after a break's last balanced day are placed in
*>  the branch and currency their key holds on the master now; a key
*>  since deleted cannot be placed and is only counted. Entries older
*>  than every open break's window are skipped without a lookup.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT JOURNAL-IN.
    IF WS-JRNL-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ JOURNAL-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF JRNL-RUN-DATE > WS-OLDEST-WINDOW
                        PERFORM B-PLACE-JOURNAL-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOURNAL-IN
    END-IF.

B-PLACE-JOURNAL-ENTRY.
    MOVE JRNL-KEY TO NM-ID.
    READ NUMBER-MASTER
        INVALID KEY
            ADD 1 TO WS-UNPLACED-JRNL
        NOT INVALID KEY
            PERFORM B-MATCH-JOURNAL-TO-BREAK
    END-READ.

B-MATCH-JOURNAL-TO-BREAK.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BC-CNT
        IF WS-BC-BREAK(WS-B)
                AND WS-BC-BRANCH(WS-B) = NM-BRANCH
                AND WS-BC-CURRENCY(WS-B) = NM-CURRENCY
                AND JRNL-RUN-DATE > WS-BC-LAST-BAL(WS-B)
            ADD 1 TO WS-BC-JRNL-CNT(WS-B)
            COMPUTE WS-BC-JRNL-NET(WS-B) = WS-BC-JRNL-NET(WS-B)
                + JRNL-AFT-AMOUNT - JRNL-BEF-AMOUNT
            IF WS-BC-JRNL-CNT(WS-B) <= 10
                MOVE WS-BC-JRNL-CNT(WS-B) TO WS-J
                MOVE JRNL-KEY TO WS-JD-KEY(WS-B WS-J)
                MOVE JRNL-RUN-DATE TO WS-JD-DATE(WS-B WS-J)
                MOVE JRNL-PROGRAM TO WS-JD-PROGRAM(WS-B WS-J)
                MOVE JRNL-BEF-AMOUNT TO WS-JD-BEFORE(WS-B WS-J)
                MOVE JRNL-AFT-AMOUNT TO WS-JD-AFTER(WS-B WS-J)
            END-IF
        END-IF
    END-PERFORM.

C-WRITE-REPORT.
    OPEN OUTPUT GLRECON-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE GLRECON-LINE FROM WS-REPORT-HEADER-1.
    WRITE GLRECON-LINE FROM WS-REPORT-BLANK.
    IF NOT WS-GL-FOUND
        MOVE "NO GL CONTROL FILE RECEIVED -- NOTHING RECONCILED"
            TO RT-TITLE
        WRITE GLRECON-LINE FROM WS-REPORT-TITLE
    ELSE
        MOVE "SUB-LEDGER AGAINST GL CONTROL BY BRANCH AND CURRENCY"
            TO RT-TITLE
        WRITE GLRECON-LINE FROM WS-REPORT-TITLE
        WRITE GLRECON-LINE FROM WS-REPORT-SECTION
        WRITE GLRECON-LINE FROM WS-REPORT-COLHDR
        PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BC-CNT
            PERFORM C-WRITE-PAIR-LINE
        END-PERFORM
        WRITE GLRECON-LINE FROM WS-REPORT-BLANK
        IF WS-STALE-CNT > 0
            MOVE SPACES TO RT-TITLE
            STRING "GL LINES NOT DATED TODAY: " WS-STALE-CNT
                DELIMITED BY SIZE INTO RT-TITLE
            WRITE GLRECON-LINE FROM WS-REPORT-TITLE
        END-IF
        IF WS-OVERFLOW-CNT > 0
            MOVE SPACES TO RT-TITLE
            STRING "PAIR TABLE FULL, ENTRIES NOT RECONCILED: "
                WS-OVERFLOW-CNT DELIMITED BY SIZE INTO RT-TITLE
            WRITE GLRECON-LINE FROM WS-REPORT-TITLE
        END-IF
        WRITE GLRECON-LINE FROM WS-REPORT-BLANK
        MOVE "BREAKS WITH JOURNAL ACTIVITY SINCE LAST BALANCED"
            TO RT-TITLE
        WRITE GLRECON-LINE FROM WS-REPORT-TITLE
        WRITE GLRECON-LINE FROM WS-REPORT-SECTION
        IF WS-BREAK-CNT = 0
            MOVE "  NONE -- SUB-LEDGER AGREES WITH THE BOOKS"
                TO RT-TITLE
            WRITE GLRECON-LINE FROM WS-REPORT-TITLE
        ELSE
            PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BC-CNT
                IF WS-BC-BREAK(WS-B)
                    PERFORM C-WRITE-BREAK-DETAIL
                END-IF
            END-PERFORM
            IF WS-UNPLACED-JRNL > 0
                MOVE SPACES TO RT-TITLE
                STRING "JOURNAL ENTRIES FOR DELETED KEYS: "
                    WS-UNPLACED-JRNL DELIMITED BY SIZE INTO RT-TITLE
                WRITE GLRECON-LINE FROM WS-REPORT-TITLE
            END-IF
        END-IF
    END-IF.
    CLOSE GLRECON-RPT.

C-WRITE-PAIR-LINE.
    MOVE WS-BC-BRANCH(WS-B) TO D-BRANCH.
    MOVE WS-BC-CURRENCY(WS-B) TO D-CURRENCY.
    MOVE WS-BC-SUB-TOTAL(WS-B) TO D-SUB-TOTAL.
    MOVE WS-BC-GL-BALANCE(WS-B) TO D-GL-BALANCE.
    MOVE WS-BC-DIFF(WS-B) TO D-DIFF.
    MOVE 0 TO D-DAYS.
    EVALUATE TRUE
        WHEN NOT WS-BC-HAS-GL(WS-B)
            MOVE "NO GL" TO D-STATUS
        WHEN NOT WS-BC-HAS-SUB(WS-B)
            MOVE "NO SUB" TO D-STATUS
        WHEN WS-BC-BREAK(WS-B)
            MOVE "BREAK" TO D-STATUS
        WHEN OTHER
            MOVE "OK" TO D-STATUS
    END-EVALUATE.
    IF WS-BC-BREAK(WS-B)
        MOVE WS-BC-DAYS-OPEN(WS-B) TO D-DAYS
        IF WS-BC-PERSISTENT(WS-B)
            MOVE "PERSIST" TO D-STATUS
        END-IF
    END-IF.
    WRITE GLRECON-LINE FROM WS-REPORT-DETAIL.

C-WRITE-BREAK-DETAIL.
    MOVE WS-BC-BRANCH(WS-B) TO BH-BRANCH-OUT.
    MOVE WS-BC-CURRENCY(WS-B) TO BH-CURRENCY-OUT.
    MOVE WS-BC-OPEN-DATE(WS-B) TO BH-OPEN-DATE.
    MOVE WS-BC-LAST-BAL(WS-B) TO BH-LAST-BAL.
    WRITE GLRECON-LINE FROM WS-REPORT-BREAK-HDR.
    MOVE WS-BC-JRNL-CNT(WS-B) TO BA-JRNL-CNT.
    MOVE WS-BC-JRNL-NET(WS-B) TO BA-JRNL-NET.
    WRITE GLRECON-LINE FROM WS-REPORT-BREAK-ACT.
    PERFORM VARYING WS-J FROM 1 BY 1
        UNTIL WS-J > 10 OR WS-J > WS-BC-JRNL-CNT(WS-B)
        MOVE WS-JD-KEY(WS-B WS-J) TO J-KEY
        MOVE WS-JD-DATE(WS-B WS-J) TO J-DATE
        MOVE WS-JD-PROGRAM(WS-B WS-J) TO J-PROGRAM
        MOVE WS-JD-BEFORE(WS-B WS-J) TO J-BEFORE
        MOVE WS-JD-AFTER(WS-B WS-J) TO J-AFTER
        WRITE GLRECON-LINE FROM WS-REPORT-JOURNAL
    END-PERFORM.
    WRITE GLRECON-LINE FROM WS-REPORT-BLANK.
