*> League-table movers against the previous business day. LEAGUE
*> ranks every pooled value each night, but each night stands alone
*> and "who moved" has been answered by laying two printouts side by
*> side. This step reads tonight's LEAGOUT, takes each key's league
*> position (its best rank, and its worst for the bottom of the
*> table -- both sides of a pair are pooled), and keeps it on the
*> keyed LEAGPOS standings file and the LEAGHIST position history.
*> Against the previous business day's standing it reports the
*> biggest climbers and fallers, the keys new to the top N and to
*> the bottom N (the same RANKPARM card LEAGUE sizes its extracts
*> by), the keys that have sat in the bottom N for the MOVEPARM
*> number of business days running, and the keys that have left
*> the league -- each key under its PORTGRP portfolio, with a
*> summary by portfolio.
IDENTIFICATION DIVISION.
PROGRAM-ID. LEAGMOVE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEAGUE-IN ASSIGN TO "LEAGOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEAG-STATUS.
    SELECT GROUPING-IN ASSIGN TO "PORTGRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRP-STATUS.
*>  Each key's last two standings. Created on first use, the
*>  control-file precedent.
    SELECT POSITION-FILE ASSIGN TO "LEAGPOS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LP-KEY
        FILE STATUS IS WS-LP-STATUS.
    SELECT POSITION-HISTORY ASSIGN TO "LEAGHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LH-STATUS.
    SELECT SORT-WORK ASSIGN TO "SRTWK10".
    SELECT MOVERS-RPT ASSIGN TO "LEAGMVRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  LEAGUE-IN
    RECORDING MODE IS F.
01  LEAGUE-REC.
    05  LG-RANK             PIC 9(9).
    05  LG-SEP1             PIC X.
    05  LG-KEY              PIC X(10).
    05  LG-SEP1A            PIC X.
    05  LG-VALUE            PIC X(13).
    05  LG-SEP2             PIC X.
    05  LG-RECORD-NO        PIC 9(9).
    05  LG-SEP3             PIC X.
    05  LG-SIDE             PIC X.
FD  GROUPING-IN
    RECORDING MODE IS F.
01  GRP-REC.
    05  PG-PORTFOLIO        PIC X(8).
    05  PG-SEP1             PIC X.
    05  PG-LO-KEY           PIC X(10).
    05  PG-SEP2             PIC X.
    05  PG-HI-KEY           PIC X(10).
FD  POSITION-FILE.
01  LP-REC.
    05  LP-KEY              PIC X(10).
    05  LP-LAST-DATE        PIC 9(8).
    05  LP-LAST-BEST        PIC 9(9).
    05  LP-LAST-WORST       PIC 9(9).
    05  LP-LAST-TOP         PIC X.
    05  LP-LAST-BOT         PIC X.
    05  LP-LAST-STREAK      PIC 9(4).
    05  LP-PREV-DATE        PIC 9(8).
    05  LP-PREV-BEST        PIC 9(9).
    05  LP-PREV-WORST       PIC 9(9).
    05  LP-PREV-TOP         PIC X.
    05  LP-PREV-BOT         PIC X.
    05  LP-PREV-STREAK      PIC 9(4).
FD  POSITION-HISTORY
    RECORDING MODE IS F.
01  LH-REC.
    05  LH-DATE             PIC 9(8).
    05  LH-SEP1             PIC X.
    05  LH-KEY              PIC X(10).
    05  LH-SEP2             PIC X.
    05  LH-BEST             PIC 9(9).
    05  LH-SEP3             PIC X.
    05  LH-WORST            PIC 9(9).
    05  LH-SEP4             PIC X.
    05  LH-VALUE            PIC X(13).
    05  LH-SEP5             PIC X.
    05  LH-PORT             PIC X(8).
SD  SORT-WORK.
01  SRT-REC.
    05  SRT-KEY             PIC X(10).
    05  SRT-RANK            PIC 9(9).
    05  SRT-VALUE           PIC X(13).
FD  MOVERS-RPT
    RECORDING MODE IS F.
01  MOVERS-LINE             PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-LEAG-STATUS   PIC XX.
        77 WS-GRP-STATUS    PIC XX.
        77 WS-LP-STATUS     PIC XX.
        77 WS-LH-STATUS     PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-SORT-EOF-SW   PIC X VALUE "N".
            88 WS-SORT-EOF          VALUE "Y".
        77 WS-GRP-EOF-SW    PIC X VALUE "N".
            88 WS-GRP-EOF           VALUE "Y".
        77 WS-LP-EOF-SW     PIC X VALUE "N".
            88 WS-LP-EOF            VALUE "Y".
        77 WS-FOUND-SW      PIC X.
            88 WS-FOUND             VALUE "Y".
        77 WS-RERUN-SW      PIC X.
            88 WS-RERUN             VALUE "Y".
        77 WS-HAVE-PRIOR-SW PIC X.
            88 WS-HAVE-PRIOR        VALUE "Y".
        77 WS-PARM-FILE     PIC X(8) VALUE "RANKPARM".
        77 WS-MOVE-FILE     PIC X(8) VALUE "MOVEPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".
        77 WS-TOP-N         PIC 9(4) VALUE 10.
        77 WS-BOTTOM-N      PIC 9(4) VALUE 10.
        77 WS-STREAK-DAYS   PIC 9(4) VALUE 5.
        77 WS-MOVERS-N      PIC 9(4) VALUE 10.
        77 WS-TOTAL-RANKS   PIC 9(9) VALUE 0.
        77 WS-BOTTOM-FROM   PIC 9(9) VALUE 0.
        77 WS-KEY-CNT       PIC 9(9) VALUE 0.
        77 WS-COMPARED-CNT  PIC 9(9) VALUE 0.
        77 WS-FIRST-CNT     PIC 9(9) VALUE 0.
        77 WS-LEFT-CNT      PIC 9(9) VALUE 0.
        77 WS-CUR-KEY       PIC X(10).
        77 WS-CUR-BEST      PIC 9(9).
        77 WS-CUR-WORST     PIC 9(9).
        77 WS-CUR-VALUE     PIC X(13).
        77 WS-CUR-PORT      PIC X(8).
        77 WS-CUR-TOP       PIC X.
        77 WS-CUR-BOT       PIC X.
        77 WS-CUR-STREAK    PIC 9(4).
        77 WS-PRIOR-BEST    PIC 9(9).
        77 WS-PRIOR-TOP     PIC X.
        77 WS-PRIOR-BOT     PIC X.
        77 WS-PRIOR-STREAK  PIC 9(4).
        77 WS-PRIOR-DATE    PIC 9(8).
        77 WS-MOVED         PIC S9(9).
        77 WS-NT-LOST       PIC 9(6) VALUE 0.
        77 WS-NOTE-KIND     PIC X.
        77 WS-EDIT-DAYS     PIC ZZZ9.
        77 WS-PREV-BUS-DATE PIC 9(8).
        77 WS-I             PIC 9(4).
        77 WS-J             PIC 9(4).
        77 WS-SLOT          PIC 9(4).
        77 WS-G             PIC 9(3).
        77 WS-P             PIC 9(3).
        77 WS-P-MATCH       PIC 9(3).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

*>  The grouping cards, loaded the LEAGUE way.
01  WS-GROUP-TABLE.
    05  WS-GT-CNT           PIC 9(3) VALUE 0.
    05  WS-GT OCCURS 100 TIMES.
        10  WS-GT-PORT      PIC X(8).
        10  WS-GT-LO        PIC X(10).
        10  WS-GT-HI        PIC X(10).

*>  Biggest climbers and fallers, slot 1 the biggest move, kept by
*>  insertion as each key is compared -- the ZADANIE5 top-ten way.
01  WS-CLIMB-TABLE.
    05  WS-CL-CNT           PIC 9(4) VALUE 0.
    05  WS-CL OCCURS 50 TIMES.
        10  WS-CL-KEY       PIC X(10).
        10  WS-CL-PORT      PIC X(8).
        10  WS-CL-PRIOR     PIC 9(9).
        10  WS-CL-TODAY     PIC 9(9).
        10  WS-CL-MOVED     PIC S9(9).
01  WS-FALL-TABLE.
    05  WS-FL-CNT           PIC 9(4) VALUE 0.
    05  WS-FL OCCURS 50 TIMES.
        10  WS-FL-KEY       PIC X(10).
        10  WS-FL-PORT      PIC X(8).
        10  WS-FL-PRIOR     PIC 9(9).
        10  WS-FL-TODAY     PIC 9(9).
        10  WS-FL-MOVED     PIC S9(9).
01  WS-MOVER-HOLD.
    05  WS-MH-KEY           PIC X(10).
    05  WS-MH-PORT          PIC X(8).
    05  WS-MH-PRIOR         PIC 9(9).
    05  WS-MH-TODAY         PIC 9(9).
    05  WS-MH-MOVED         PIC S9(9).

*>  Keys of note listed by section: T new to the top N, B new to
*>  the bottom N, S bottom-N streak, L left the league.
01  WS-NOTE-TABLE.
    05  WS-NT-CNT           PIC 9(4) VALUE 0.
    05  WS-NT OCCURS 800 TIMES.
        10  WS-NT-KIND      PIC X.
        10  WS-NT-KEY       PIC X(10).
        10  WS-NT-PORT      PIC X(8).
        10  WS-NT-PRIOR     PIC 9(9).
        10  WS-NT-TODAY     PIC 9(9).
        10  WS-NT-STREAK    PIC 9(4).

*>  Summary by portfolio; unplaced keys share the "(NONE)" line.
01  WS-PORT-TABLE.
    05  WS-PT-CNT           PIC 9(3) VALUE 0.
    05  WS-PT OCCURS 31 TIMES.
        10  WS-PT-CODE      PIC X(8).
        10  WS-PT-KEYS      PIC 9(7).
        10  WS-PT-UP        PIC 9(7).
        10  WS-PT-DOWN      PIC 9(7).
        10  WS-PT-NEW-TOP   PIC 9(5).
        10  WS-PT-NEW-BOT   PIC 9(5).
        10  WS-PT-STREAK    PIC 9(5).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "LEAGUE TABLE MOVERS".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-HEADER-2.
    05  FILLER              PIC X(30) VALUE
        "AGAINST BUSINESS DAY".
    05  FILLER              PIC X(10) VALUE SPACES.
    05  H2-PREV-DATE        PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TITLE         PIC X(80).
01  WS-MOVER-COLHDR.
    05  FILLER              PIC X(12) VALUE "KEY".
    05  FILLER              PIC X(10) VALUE "PORTFOLIO".
    05  FILLER              PIC X(12) VALUE "   PRIOR".
    05  FILLER              PIC X(12) VALUE "   TODAY".
    05  FILLER              PIC X(12) VALUE "   MOVED".
01  WS-MOVER-DETAIL.
    05  M-KEY               PIC X(12).
    05  M-PORT              PIC X(10).
    05  M-PRIOR             PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X VALUE SPACE.
    05  M-TODAY             PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X VALUE SPACE.
    05  M-MOVED             PIC +ZZZ,ZZZ,ZZ9.
01  WS-NOTE-COLHDR.
    05  FILLER              PIC X(12) VALUE "KEY".
    05  FILLER              PIC X(10) VALUE "PORTFOLIO".
    05  FILLER              PIC X(12) VALUE "   PRIOR".
    05  FILLER              PIC X(12) VALUE "   TODAY".
    05  FILLER              PIC X(12) VALUE "    DAYS".
01  WS-NOTE-DETAIL.
    05  N-KEY               PIC X(12).
    05  N-PORT              PIC X(10).
    05  N-PRIOR             PIC X(11).
    05  FILLER              PIC X VALUE SPACE.
    05  N-TODAY             PIC X(11).
    05  FILLER              PIC X VALUE SPACE.
    05  N-STREAK            PIC X(11).
01  WS-EDIT-RANK            PIC ZZZ,ZZZ,ZZ9.
01  WS-NONE-LINE            PIC X(80) VALUE "  (NONE)".
01  WS-PORT-COLHDR.
    05  FILLER              PIC X(10) VALUE "PORTFOLIO".
    05  FILLER              PIC X(10) VALUE "     KEYS".
    05  FILLER              PIC X(10) VALUE "       UP".
    05  FILLER              PIC X(10) VALUE "     DOWN".
    05  FILLER              PIC X(10) VALUE "  NEW TOP".
    05  FILLER              PIC X(10) VALUE "  NEW BOT".
    05  FILLER              PIC X(10) VALUE "   STREAK".
01  WS-PORT-DETAIL.
    05  P-CODE              PIC X(10).
    05  P-KEYS              PIC Z,ZZZ,ZZ9.
    05  FILLER              PIC X VALUE SPACE.
    05  P-UP                PIC Z,ZZZ,ZZ9.
    05  FILLER              PIC X VALUE SPACE.
    05  P-DOWN              PIC Z,ZZZ,ZZ9.
    05  FILLER              PIC X VALUE SPACE.
    05  P-NEW-TOP           PIC Z,ZZZ,ZZ9.
    05  FILLER              PIC X VALUE SPACE.
    05  P-NEW-BOT           PIC Z,ZZZ,ZZ9.
    05  FILLER              PIC X VALUE SPACE.
    05  P-STREAK            PIC Z,ZZZ,ZZ9.
01  WS-REPORT-COUNT.
    05  C-LABEL             PIC X(34).
    05  C-COUNT             PIC ZZZ,ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARMS.
    PERFORM A-LOAD-GROUPING.
    PERFORM A-OPEN-FILES.
    SORT SORT-WORK
        ON ASCENDING KEY SRT-KEY
        ON ASCENDING KEY SRT-RANK
        INPUT PROCEDURE IS B-RELEASE-RANKS
        OUTPUT PROCEDURE IS C-COMPARE-KEYS.
    PERFORM C-FIND-LEAVERS.
    PERFORM D-WRITE-REPORT.
    CLOSE POSITION-FILE.
    CLOSE POSITION-HISTORY.
    CLOSE MOVERS-RPT.
    DISPLAY "LEAGUE KEYS POSITIONED: " WS-KEY-CNT.
    DISPLAY "COMPARED WITH PRIOR   : " WS-COMPARED-CNT.
    DISPLAY "LEFT THE LEAGUE       : " WS-LEFT-CNT.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "LEAGUE KEYS " WS-KEY-CNT " COMPARED " WS-COMPARED-CNT
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN7901I" WS-MSG-TEXT.
    PERFORM A-RUN-COMPLETION.
    GOBACK.

A-RUN-HEADER.
*>  Tags this run's console output with a run-id and timestamp so
*>  several jobs' SYSOUT can still be told apart once bundled together.
*>  The processing date comes from the shared BUSDATE control --
*>  a prior-date rerun stamps the date the data belongs to, not
*>  the date the operator resubmitted it.
    CALL "BUSDATE" USING "G" BY CONTENT WS-RUN-ID
        BY REFERENCE WS-RUN-ID.
    CALL "RUNSEQ" USING "C" WS-RUN-ID WS-RUN-SEQ.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "LEAGMOVE RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "LEAGMOVE" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
    CALL "BUSDATE" USING "P" WS-RUN-ID WS-PREV-BUS-DATE.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "LEAGMOVE" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "LEAGMOVE" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "LEAGMOVE" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARMS.
*>  The top-N and bottom-N sizes are LEAGUE's own RANKPARM card,
*>  read with LEAGUE's defaults and caps, so "new to the top ten"
*>  means the same ten the TOPNOUT extract holds. The optional
*>  MOVEPARM card: columns 1-4 the bottom-N streak length in
*>  business days (default 5), columns 5-8 how many climbers and
*>  fallers to list (default 10, at most 50).
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:4) IS NUMERIC
            MOVE WS-PARM-CARD(1:4) TO WS-TOP-N
        END-IF
        IF WS-PARM-CARD(5:4) IS NUMERIC
            MOVE WS-PARM-CARD(5:4) TO WS-BOTTOM-N
        END-IF
    END-IF.
    IF WS-TOP-N > 100
        MOVE 100 TO WS-TOP-N
    END-IF.
    IF WS-BOTTOM-N > 100 OR WS-BOTTOM-N = 0
        MOVE 100 TO WS-BOTTOM-N
    END-IF.
    CALL "PARMCARD" USING WS-MOVE-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:4) IS NUMERIC
            MOVE WS-PARM-CARD(1:4) TO WS-STREAK-DAYS
        END-IF
        IF WS-PARM-CARD(5:4) IS NUMERIC
            MOVE WS-PARM-CARD(5:4) TO WS-MOVERS-N
        END-IF
    END-IF.
    IF WS-STREAK-DAYS = 0
        MOVE 1 TO WS-STREAK-DAYS
    END-IF.
    IF WS-MOVERS-N > 50 OR WS-MOVERS-N = 0
        MOVE 50 TO WS-MOVERS-N
    END-IF.

A-LOAD-GROUPING.
*>  A missing grouping file just means every key reports under
*>  "(NONE)" -- the tolerate-missing-file precedent.
    OPEN INPUT GROUPING-IN.
    IF WS-GRP-STATUS = "00"
        PERFORM UNTIL WS-GRP-EOF OR WS-GT-CNT = 100
            READ GROUPING-IN
                AT END
                    SET WS-GRP-EOF TO TRUE
                NOT AT END
                    IF PG-PORTFOLIO NOT = SPACES
                            AND PG-LO-KEY NOT = SPACES
                        ADD 1 TO WS-GT-CNT
                        MOVE PG-PORTFOLIO TO WS-GT-PORT(WS-GT-CNT)
                        MOVE PG-LO-KEY TO WS-GT-LO(WS-GT-CNT)
                        IF PG-HI-KEY = SPACES
                            MOVE PG-LO-KEY TO WS-GT-HI(WS-GT-CNT)
                        ELSE
                            MOVE PG-HI-KEY TO WS-GT-HI(WS-GT-CNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GROUPING-IN
    END-IF.

A-OPEN-FILES.
    OPEN I-O POSITION-FILE.
    IF WS-LP-STATUS = "35"
        OPEN OUTPUT POSITION-FILE
        CLOSE POSITION-FILE
        OPEN I-O POSITION-FILE
    END-IF.
    IF WS-LP-STATUS NOT = "00"
        STRING "LEAGPOS OPEN FAILED, STATUS " WS-LP-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 7902 TO WS-ERR-RC
        CALL "ERRHAND" USING "LEAGMOVE" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN EXTEND POSITION-HISTORY.
    IF WS-LH-STATUS NOT = "00"
        OPEN OUTPUT POSITION-HISTORY
    END-IF.
    IF WS-LH-STATUS NOT = "00"
        STRING "LEAGHIST OPEN FAILED, STATUS " WS-LH-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 7903 TO WS-ERR-RC
        CALL "ERRHAND" USING "LEAGMOVE" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT MOVERS-RPT.

B-RELEASE-RANKS.
*>  Every league line, counted as it goes -- the count fixes where
*>  the bottom N starts before the first key is compared.
    OPEN INPUT LEAGUE-IN.
    IF WS-LEAG-STATUS NOT = "00"
        STRING "LEAGOUT OPEN FAILED, STATUS " WS-LEAG-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 7901 TO WS-ERR-RC
        CALL "ERRHAND" USING "LEAGMOVE" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    PERFORM UNTIL WS-EOF
        READ LEAGUE-IN
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-TOTAL-RANKS
                MOVE LG-KEY TO SRT-KEY
                MOVE LG-RANK TO SRT-RANK
                MOVE LG-VALUE TO SRT-VALUE
                RELEASE SRT-REC
        END-READ
    END-PERFORM.
    CLOSE LEAGUE-IN.
    IF WS-TOTAL-RANKS > WS-BOTTOM-N
        COMPUTE WS-BOTTOM-FROM = WS-TOTAL-RANKS - WS-BOTTOM-N + 1
    ELSE
        MOVE 1 TO WS-BOTTOM-FROM
    END-IF.

C-COMPARE-KEYS.
*>  Ranks come back key by key, best rank first: the first line of
*>  a key is its best position, the last its worst.
    MOVE SPACES TO WS-CUR-KEY.
    PERFORM UNTIL WS-SORT-EOF
        RETURN SORT-WORK
            AT END
                SET WS-SORT-EOF TO TRUE
            NOT AT END
                IF SRT-KEY NOT = WS-CUR-KEY
                    IF WS-CUR-KEY NOT = SPACES
                        PERFORM C-COMPARE-ONE-KEY
                    END-IF
                    MOVE SRT-KEY TO WS-CUR-KEY
                    MOVE SRT-RANK TO WS-CUR-BEST
                    MOVE SRT-VALUE TO WS-CUR-VALUE
                END-IF
                MOVE SRT-RANK TO WS-CUR-WORST
        END-RETURN
    END-PERFORM.
    IF WS-CUR-KEY NOT = SPACES
        PERFORM C-COMPARE-ONE-KEY
    END-IF.

C-COMPARE-ONE-KEY.
    ADD 1 TO WS-KEY-CNT.
    PERFORM C-ASSIGN-PORTFOLIO.
    ADD 1 TO WS-PT-KEYS(WS-P-MATCH).
    MOVE "N" TO WS-CUR-TOP WS-CUR-BOT.
    IF WS-CUR-BEST <= WS-TOP-N
        MOVE "Y" TO WS-CUR-TOP
    END-IF.
    IF WS-CUR-WORST >= WS-BOTTOM-FROM
        MOVE "Y" TO WS-CUR-BOT
    END-IF.
*>  The prior standing: the last one on file, unless that is
*>  tonight's own from an earlier run, when the one before it is --
*>  a rerun compares against the same day the first run did.
    MOVE "N" TO WS-FOUND-SW WS-RERUN-SW WS-HAVE-PRIOR-SW.
    MOVE WS-CUR-KEY TO LP-KEY.
    READ POSITION-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-FOUND TO TRUE
    END-READ.
    MOVE 0 TO WS-PRIOR-DATE WS-PRIOR-BEST WS-PRIOR-STREAK.
    MOVE "N" TO WS-PRIOR-TOP WS-PRIOR-BOT.
    IF WS-FOUND
        IF LP-LAST-DATE = WS-RUN-ID
            SET WS-RERUN TO TRUE
            MOVE LP-PREV-DATE TO WS-PRIOR-DATE
            MOVE LP-PREV-BEST TO WS-PRIOR-BEST
            MOVE LP-PREV-TOP TO WS-PRIOR-TOP
            MOVE LP-PREV-BOT TO WS-PRIOR-BOT
            MOVE LP-PREV-STREAK TO WS-PRIOR-STREAK
        ELSE
            MOVE LP-LAST-DATE TO WS-PRIOR-DATE
            MOVE LP-LAST-BEST TO WS-PRIOR-BEST
            MOVE LP-LAST-TOP TO WS-PRIOR-TOP
            MOVE LP-LAST-BOT TO WS-PRIOR-BOT
            MOVE LP-LAST-STREAK TO WS-PRIOR-STREAK
        END-IF
    END-IF.
*>  Only a standing from the previous business day is a "move"; a
*>  key last ranked before that is back after an absence and counts
*>  as new to wherever it now stands.
    IF WS-PRIOR-DATE = WS-PREV-BUS-DATE AND WS-PRIOR-DATE > 0
        SET WS-HAVE-PRIOR TO TRUE
    ELSE
        MOVE "N" TO WS-PRIOR-TOP WS-PRIOR-BOT
        MOVE 0 TO WS-PRIOR-STREAK
    END-IF.
    IF WS-CUR-BOT = "Y"
        COMPUTE WS-CUR-STREAK = WS-PRIOR-STREAK + 1
    ELSE
        MOVE 0 TO WS-CUR-STREAK
    END-IF.
    IF WS-HAVE-PRIOR
        ADD 1 TO WS-COMPARED-CNT
        COMPUTE WS-MOVED = WS-PRIOR-BEST - WS-CUR-BEST
        IF WS-MOVED > 0
            ADD 1 TO WS-PT-UP(WS-P-MATCH)
            PERFORM C-INSERT-CLIMBER
        END-IF
        IF WS-MOVED < 0
            ADD 1 TO WS-PT-DOWN(WS-P-MATCH)
            PERFORM C-INSERT-FALLER
        END-IF
    ELSE
        ADD 1 TO WS-FIRST-CNT
    END-IF.
    IF WS-CUR-TOP = "Y" AND WS-PRIOR-TOP NOT = "Y"
        ADD 1 TO WS-PT-NEW-TOP(WS-P-MATCH)
        MOVE "T" TO WS-NOTE-KIND
        PERFORM C-ADD-NOTE
    END-IF.
    IF WS-CUR-BOT = "Y" AND WS-PRIOR-BOT NOT = "Y"
        ADD 1 TO WS-PT-NEW-BOT(WS-P-MATCH)
        MOVE "B" TO WS-NOTE-KIND
        PERFORM C-ADD-NOTE
    END-IF.
    IF WS-CUR-STREAK >= WS-STREAK-DAYS
        ADD 1 TO WS-PT-STREAK(WS-P-MATCH)
        MOVE "S" TO WS-NOTE-KIND
        PERFORM C-ADD-NOTE
    END-IF.
    PERFORM C-SAVE-STANDING.

C-SAVE-STANDING.
*>  Tonight's standing goes on file with the prior one kept beside
*>  it; the history line is written once per key per business day,
*>  so a rerun refreshes the standing without doubling the history.
    IF NOT WS-RERUN
        IF WS-FOUND
            MOVE LP-LAST-DATE TO LP-PREV-DATE
            MOVE LP-LAST-BEST TO LP-PREV-BEST
            MOVE LP-LAST-WORST TO LP-PREV-WORST
            MOVE LP-LAST-TOP TO LP-PREV-TOP
            MOVE LP-LAST-BOT TO LP-PREV-BOT
            MOVE LP-LAST-STREAK TO LP-PREV-STREAK
        ELSE
            MOVE WS-CUR-KEY TO LP-KEY
            MOVE 0 TO LP-PREV-DATE LP-PREV-BEST LP-PREV-WORST
                LP-PREV-STREAK
            MOVE "N" TO LP-PREV-TOP LP-PREV-BOT
        END-IF
    END-IF.
    MOVE WS-RUN-ID TO LP-LAST-DATE.
    MOVE WS-CUR-BEST TO LP-LAST-BEST.
    MOVE WS-CUR-WORST TO LP-LAST-WORST.
    MOVE WS-CUR-TOP TO LP-LAST-TOP.
    MOVE WS-CUR-BOT TO LP-LAST-BOT.
    MOVE WS-CUR-STREAK TO LP-LAST-STREAK.
    IF WS-FOUND
        REWRITE LP-REC
            INVALID KEY
                STRING "LEAGPOS REWRITE FAILED FOR " LP-KEY
                    DELIMITED BY SIZE INTO WS-ERR-MSG
                MOVE 7904 TO WS-ERR-RC
                CALL "ERRHAND" USING "LEAGMOVE" WS-ERR-MSG "A"
                    WS-ERR-RC
        END-REWRITE
    ELSE
        WRITE LP-REC
            INVALID KEY
                STRING "LEAGPOS WRITE FAILED FOR " LP-KEY
                    DELIMITED BY SIZE INTO WS-ERR-MSG
                MOVE 7904 TO WS-ERR-RC
                CALL "ERRHAND" USING "LEAGMOVE" WS-ERR-MSG "A"
                    WS-ERR-RC
        END-WRITE
    END-IF.
    IF NOT WS-RERUN
        MOVE WS-RUN-ID TO LH-DATE
        MOVE WS-CUR-KEY TO LH-KEY
        MOVE WS-CUR-BEST TO LH-BEST
        MOVE WS-CUR-WORST TO LH-WORST
        MOVE WS-CUR-VALUE TO LH-VALUE
        MOVE WS-CUR-PORT TO LH-PORT
        MOVE SPACE TO LH-SEP1 LH-SEP2 LH-SEP3 LH-SEP4 LH-SEP5
        WRITE LH-REC
    END-IF.

C-ASSIGN-PORTFOLIO.
*>  First covering card wins, the PORTROLL rule.
    MOVE SPACES TO WS-CUR-PORT.
    PERFORM VARYING WS-G FROM 1 BY 1
        UNTIL WS-G > WS-GT-CNT OR WS-CUR-PORT NOT = SPACES
        IF WS-CUR-KEY >= WS-GT-LO(WS-G)
                AND WS-CUR-KEY <= WS-GT-HI(WS-G)
            MOVE WS-GT-PORT(WS-G) TO WS-CUR-PORT
        END-IF
    END-PERFORM.
    IF WS-CUR-PORT = SPACES
        MOVE "(NONE)" TO WS-CUR-PORT
    END-IF.
    MOVE 0 TO WS-P-MATCH.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PT-CNT
        IF WS-PT-CODE(WS-P) = WS-CUR-PORT
            MOVE WS-P TO WS-P-MATCH
        END-IF
    END-PERFORM.
    IF WS-P-MATCH = 0
        IF WS-PT-CNT < 31
            ADD 1 TO WS-PT-CNT
            MOVE WS-CUR-PORT TO WS-PT-CODE(WS-PT-CNT)
            MOVE 0 TO WS-PT-KEYS(WS-PT-CNT) WS-PT-UP(WS-PT-CNT)
                WS-PT-DOWN(WS-PT-CNT) WS-PT-NEW-TOP(WS-PT-CNT)
                WS-PT-NEW-BOT(WS-PT-CNT) WS-PT-STREAK(WS-PT-CNT)
        END-IF
        MOVE WS-PT-CNT TO WS-P-MATCH
    END-IF.

C-INSERT-CLIMBER.
*>  Finds the slot this move belongs in, shifts the smaller moves
*>  down one, and drops whatever falls off the end.
    MOVE WS-CUR-KEY TO WS-MH-KEY.
    MOVE WS-CUR-PORT TO WS-MH-PORT.
    MOVE WS-PRIOR-BEST TO WS-MH-PRIOR.
    MOVE WS-CUR-BEST TO WS-MH-TODAY.
    MOVE WS-MOVED TO WS-MH-MOVED.
    MOVE 0 TO WS-SLOT.
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-CL-CNT OR WS-SLOT > 0
        IF WS-MOVED > WS-CL-MOVED(WS-I)
            MOVE WS-I TO WS-SLOT
        END-IF
    END-PERFORM.
    IF WS-SLOT = 0
        IF WS-CL-CNT < WS-MOVERS-N
            ADD 1 TO WS-CL-CNT
            MOVE WS-MOVER-HOLD TO WS-CL(WS-CL-CNT)
        END-IF
    ELSE
        IF WS-CL-CNT < WS-MOVERS-N
            ADD 1 TO WS-CL-CNT
        END-IF
        PERFORM VARYING WS-I FROM WS-CL-CNT BY -1
            UNTIL WS-I <= WS-SLOT
            COMPUTE WS-J = WS-I - 1
            MOVE WS-CL(WS-J) TO WS-CL(WS-I)
        END-PERFORM
        MOVE WS-MOVER-HOLD TO WS-CL(WS-SLOT)
    END-IF.

C-INSERT-FALLER.
    MOVE WS-CUR-KEY TO WS-MH-KEY.
    MOVE WS-CUR-PORT TO WS-MH-PORT.
    MOVE WS-PRIOR-BEST TO WS-MH-PRIOR.
    MOVE WS-CUR-BEST TO WS-MH-TODAY.
    MOVE WS-MOVED TO WS-MH-MOVED.
    MOVE 0 TO WS-SLOT.
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-FL-CNT OR WS-SLOT > 0
        IF WS-MOVED < WS-FL-MOVED(WS-I)
            MOVE WS-I TO WS-SLOT
        END-IF
    END-PERFORM.
    IF WS-SLOT = 0
        IF WS-FL-CNT < WS-MOVERS-N
            ADD 1 TO WS-FL-CNT
            MOVE WS-MOVER-HOLD TO WS-FL(WS-FL-CNT)
        END-IF
    ELSE
        IF WS-FL-CNT < WS-MOVERS-N
            ADD 1 TO WS-FL-CNT
        END-IF
        PERFORM VARYING WS-I FROM WS-FL-CNT BY -1
            UNTIL WS-I <= WS-SLOT
            COMPUTE WS-J = WS-I - 1
            MOVE WS-FL(WS-J) TO WS-FL(WS-I)
        END-PERFORM
        MOVE WS-MOVER-HOLD TO WS-FL(WS-SLOT)
    END-IF.

C-ADD-NOTE.
    IF WS-NT-CNT < 800
        ADD 1 TO WS-NT-CNT
        MOVE WS-NOTE-KIND TO WS-NT-KIND(WS-NT-CNT)
        MOVE WS-CUR-KEY TO WS-NT-KEY(WS-NT-CNT)
        MOVE WS-CUR-PORT TO WS-NT-PORT(WS-NT-CNT)
        IF WS-HAVE-PRIOR
            MOVE WS-PRIOR-BEST TO WS-NT-PRIOR(WS-NT-CNT)
        ELSE
            MOVE 0 TO WS-NT-PRIOR(WS-NT-CNT)
        END-IF
        IF WS-NOTE-KIND = "B" OR WS-NOTE-KIND = "S"
            MOVE WS-CUR-WORST TO WS-NT-TODAY(WS-NT-CNT)
        ELSE
            MOVE WS-CUR-BEST TO WS-NT-TODAY(WS-NT-CNT)
        END-IF
        MOVE WS-CUR-STREAK TO WS-NT-STREAK(WS-NT-CNT)
    ELSE
        ADD 1 TO WS-NT-LOST
    END-IF.

C-FIND-LEAVERS.
*>  A key that stood in the league on the previous business day
*>  and was not positioned tonight has left it. Its standing stays
*>  on file as it was.
    MOVE LOW-VALUES TO LP-KEY.
    START POSITION-FILE KEY NOT < LP-KEY
        INVALID KEY
            SET WS-LP-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-LP-EOF
        READ POSITION-FILE NEXT RECORD
            AT END
                SET WS-LP-EOF TO TRUE
            NOT AT END
                IF LP-LAST-DATE = WS-PREV-BUS-DATE
                    ADD 1 TO WS-LEFT-CNT
                    MOVE LP-KEY TO WS-CUR-KEY
                    PERFORM C-ASSIGN-PORTFOLIO
                    MOVE "Y" TO WS-HAVE-PRIOR-SW
                    MOVE LP-LAST-BEST TO WS-PRIOR-BEST
                    MOVE 0 TO WS-CUR-BEST WS-CUR-STREAK
                    MOVE "L" TO WS-NOTE-KIND
                    PERFORM C-ADD-NOTE
                END-IF
        END-READ
    END-PERFORM.

D-WRITE-REPORT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE MOVERS-LINE FROM WS-REPORT-HEADER-1.
    MOVE WS-PREV-BUS-DATE TO H2-PREV-DATE.
    WRITE MOVERS-LINE FROM WS-REPORT-HEADER-2.
    MOVE "BIGGEST CLIMBERS (BEST RANK)" TO WS-REPORT-TITLE.
    PERFORM D-WRITE-MOVER-HEAD.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CL-CNT
        MOVE WS-CL(WS-I) TO WS-MOVER-HOLD
        PERFORM D-WRITE-MOVER
    END-PERFORM.
    IF WS-CL-CNT = 0
        WRITE MOVERS-LINE FROM WS-NONE-LINE
    END-IF.
    MOVE "BIGGEST FALLERS (BEST RANK)" TO WS-REPORT-TITLE.
    PERFORM D-WRITE-MOVER-HEAD.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FL-CNT
        MOVE WS-FL(WS-I) TO WS-MOVER-HOLD
        PERFORM D-WRITE-MOVER
    END-PERFORM.
    IF WS-FL-CNT = 0
        WRITE MOVERS-LINE FROM WS-NONE-LINE
    END-IF.
    MOVE "NEW TO THE TOP N" TO WS-REPORT-TITLE.
    MOVE "T" TO WS-NOTE-KIND.
    PERFORM D-WRITE-NOTES.
    MOVE "NEW TO THE BOTTOM N (WORST RANK)" TO WS-REPORT-TITLE.
    MOVE "B" TO WS-NOTE-KIND.
    PERFORM D-WRITE-NOTES.
    MOVE SPACES TO WS-REPORT-TITLE.
    MOVE WS-STREAK-DAYS TO WS-EDIT-DAYS.
    STRING "IN THE BOTTOM N, BUSINESS DAYS RUNNING AT LEAST"
        WS-EDIT-DAYS DELIMITED BY SIZE INTO WS-REPORT-TITLE.
    MOVE "S" TO WS-NOTE-KIND.
    PERFORM D-WRITE-NOTES.
    MOVE "LEFT THE LEAGUE" TO WS-REPORT-TITLE.
    MOVE "L" TO WS-NOTE-KIND.
    PERFORM D-WRITE-NOTES.
    PERFORM D-WRITE-PORTFOLIOS.
    PERFORM D-WRITE-TOTALS.

D-WRITE-MOVER-HEAD.
    WRITE MOVERS-LINE FROM WS-REPORT-BLANK.
    WRITE MOVERS-LINE FROM WS-REPORT-TITLE.
    WRITE MOVERS-LINE FROM WS-MOVER-COLHDR.

D-WRITE-MOVER.
    MOVE WS-MH-KEY TO M-KEY.
    MOVE WS-MH-PORT TO M-PORT.
    MOVE WS-MH-PRIOR TO M-PRIOR.
    MOVE WS-MH-TODAY TO M-TODAY.
    MOVE WS-MH-MOVED TO M-MOVED.
    WRITE MOVERS-LINE FROM WS-MOVER-DETAIL.

D-WRITE-NOTES.
    WRITE MOVERS-LINE FROM WS-REPORT-BLANK.
    WRITE MOVERS-LINE FROM WS-REPORT-TITLE.
    WRITE MOVERS-LINE FROM WS-NOTE-COLHDR.
    MOVE 0 TO WS-J.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NT-CNT
        IF WS-NT-KIND(WS-I) = WS-NOTE-KIND
            ADD 1 TO WS-J
            PERFORM D-WRITE-NOTE
        END-IF
    END-PERFORM.
    IF WS-J = 0
        WRITE MOVERS-LINE FROM WS-NONE-LINE
    END-IF.

D-WRITE-NOTE.
    MOVE WS-NT-KEY(WS-I) TO N-KEY.
    MOVE WS-NT-PORT(WS-I) TO N-PORT.
    IF WS-NT-PRIOR(WS-I) = 0
        MOVE "        NEW" TO N-PRIOR
    ELSE
        MOVE WS-NT-PRIOR(WS-I) TO WS-EDIT-RANK
        MOVE WS-EDIT-RANK TO N-PRIOR
    END-IF.
    IF WS-NT-TODAY(WS-I) = 0
        MOVE "       GONE" TO N-TODAY
    ELSE
        MOVE WS-NT-TODAY(WS-I) TO WS-EDIT-RANK
        MOVE WS-EDIT-RANK TO N-TODAY
    END-IF.
    IF WS-NT-STREAK(WS-I) = 0
        MOVE SPACES TO N-STREAK
    ELSE
        MOVE WS-NT-STREAK(WS-I) TO WS-EDIT-RANK
        MOVE WS-EDIT-RANK TO N-STREAK
    END-IF.
    WRITE MOVERS-LINE FROM WS-NOTE-DETAIL.

D-WRITE-PORTFOLIOS.
    WRITE MOVERS-LINE FROM WS-REPORT-BLANK.
    MOVE "MOVEMENT BY PORTFOLIO" TO WS-REPORT-TITLE.
    WRITE MOVERS-LINE FROM WS-REPORT-TITLE.
    WRITE MOVERS-LINE FROM WS-PORT-COLHDR.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PT-CNT
        MOVE WS-PT-CODE(WS-P) TO P-CODE
        MOVE WS-PT-KEYS(WS-P) TO P-KEYS
        MOVE WS-PT-UP(WS-P) TO P-UP
        MOVE WS-PT-DOWN(WS-P) TO P-DOWN
        MOVE WS-PT-NEW-TOP(WS-P) TO P-NEW-TOP
        MOVE WS-PT-NEW-BOT(WS-P) TO P-NEW-BOT
        MOVE WS-PT-STREAK(WS-P) TO P-STREAK
        WRITE MOVERS-LINE FROM WS-PORT-DETAIL
    END-PERFORM.

D-WRITE-TOTALS.
    WRITE MOVERS-LINE FROM WS-REPORT-BLANK.
    MOVE "LEAGUE LINES READ" TO C-LABEL.
    MOVE WS-TOTAL-RANKS TO C-COUNT.
    WRITE MOVERS-LINE FROM WS-REPORT-COUNT.
    MOVE "KEYS POSITIONED" TO C-LABEL.
    MOVE WS-KEY-CNT TO C-COUNT.
    WRITE MOVERS-LINE FROM WS-REPORT-COUNT.
    MOVE "COMPARED WITH PRIOR DAY" TO C-LABEL.
    MOVE WS-COMPARED-CNT TO C-COUNT.
    WRITE MOVERS-LINE FROM WS-REPORT-COUNT.
    MOVE "NO PRIOR-DAY STANDING" TO C-LABEL.
    MOVE WS-FIRST-CNT TO C-COUNT.
    WRITE MOVERS-LINE FROM WS-REPORT-COUNT.
    MOVE "LEFT THE LEAGUE" TO C-LABEL.
    MOVE WS-LEFT-CNT TO C-COUNT.
    WRITE MOVERS-LINE FROM WS-REPORT-COUNT.
    IF WS-NT-LOST > 0
        MOVE "NOT LISTED -- TABLE FULL" TO C-LABEL
        MOVE WS-NT-LOST TO C-COUNT
        WRITE MOVERS-LINE FROM WS-REPORT-COUNT
    END-IF.
