*> Offsetting-difference detection over the pair ranker's output.
*> ZADANIE5 ranks every PAIRS-KEY on its own, so a posting made to
*> the wrong account -- one key over by 1,250.00 and another under
*> by the same 1,250.00 -- never stands out: each half is just one
*> more middling difference. This step takes RANKOUT's differences,
*> places every key in its portfolio (the PORTGRP grouping file,
*> first covering card wins, the PORTROLL rule) or failing that its
*> NUMMAST branch, and looks within each group for sets of keys
*> whose differences net to zero or within the OFFPARM tolerance:
*> opposite pairs first, then one key offset by two others. Each
*> set prints as a probable misposting, and the break is reported
*> both gross (the sum of every difference's size) and net (what is
*> left once the signs are allowed to cancel), for the file and for
*> each group.
IDENTIFICATION DIVISION.
PROGRAM-ID. OFFSETS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RANKING-IN ASSIGN TO "RANKOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RANK-STATUS.
    SELECT GROUPING-IN ASSIGN TO "PORTGRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRP-STATUS.
*>  Branch of a key no portfolio covers -- read only, optional.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NM-ID
        FILE STATUS IS WS-NM-STATUS.
    SELECT OFFSET-RPT ASSIGN TO "OFFSRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  RANKING-IN
    RECORDING MODE IS F.
01  RANKING-REC.
    05  RANK-KEY            PIC X(10).
    05  RANK-SEP0           PIC X.
    05  RANK-VAL1           PIC X(13).
    05  RANK-SEP1           PIC X.
    05  RANK-VAL2           PIC X(13).
    05  RANK-SEP2           PIC X.
    05  RANK-RESULT         PIC X(9).
    05  RANK-SEP3           PIC X.
    05  RANK-DIFF           PIC X(13).
FD  GROUPING-IN
    RECORDING MODE IS F.
01  GRP-REC.
    05  PG-PORTFOLIO        PIC X(8).
    05  PG-SEP1             PIC X.
    05  PG-LO-KEY           PIC X(10).
    05  PG-SEP2             PIC X.
    05  PG-HI-KEY           PIC X(10).
FD  NUMBER-MASTER.
01  NM-RECORD.
    05  NM-ID               PIC X(10).
    05  NM-AMOUNT           PIC S9(10)V99.
    05  NM-BRANCH           PIC X(3).
    05  NM-STATUS-FLAG      PIC X.
    05  NM-LAST-ACT-DATE    PIC 9(8).
    05  NM-CURRENCY         PIC X(3).
FD  OFFSET-RPT
    RECORDING MODE IS F.
01  OFFSET-LINE             PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-RANK-STATUS   PIC XX.
        77 WS-GRP-STATUS    PIC XX.
        77 WS-NM-STATUS     PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-GRP-EOF-SW    PIC X VALUE "N".
            88 WS-GRP-EOF           VALUE "Y".
        77 WS-NM-OPEN-SW    PIC X VALUE "N".
            88 WS-NM-OPEN           VALUE "Y".
        77 WS-PARM-FILE     PIC X(8) VALUE "OFFPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".
        77 WS-TOLERANCE     PIC 9(10)V99 VALUE 0.
        77 WS-MAX-DIFFS     PIC 9(4) VALUE 5000.
        77 WS-MAX-LEFT      PIC 9(4) VALUE 500.
        77 WS-READ-CNT      PIC 9(9) VALUE 0.
        77 WS-SKIPPED-CNT   PIC 9(9) VALUE 0.
        77 WS-PAIR-SETS     PIC 9(6) VALUE 0.
        77 WS-TRIPLE-SETS   PIC 9(6) VALUE 0.
        77 WS-SET-NO        PIC 9(6) VALUE 0.
        77 WS-LEFT-CNT      PIC 9(6) VALUE 0.
        77 WS-TRIPLE-SW     PIC X VALUE "Y".
            88 WS-TRIPLES-ON        VALUE "Y".
        77 WS-A             PIC 9(4).
        77 WS-B             PIC 9(4).
        77 WS-C             PIC 9(4).
        77 WS-BEST          PIC 9(4).
        77 WS-BEST-C        PIC 9(4).
        77 WS-G             PIC 9(3).
        77 WS-P             PIC 9(3).
        77 WS-P-MATCH       PIC 9(3).
        77 WS-DIFF          PIC S9(10)V99.
        77 WS-NET           PIC S9(11)V99.
        77 WS-NET-ABS       PIC 9(11)V99.
        77 WS-BEST-ABS      PIC 9(11)V99.
        77 WS-SET-GROSS     PIC 9(12)V99.
        77 WS-GROSS         PIC 9(13)V99 VALUE 0.
        77 WS-NET-TOTAL     PIC S9(13)V99 VALUE 0.
        77 WS-EXPLAINED     PIC 9(13)V99 VALUE 0.
        77 WS-GROUP-KEY     PIC X(8).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

*>  Every non-zero difference, with the group it falls in and the
*>  set that has claimed it -- a key offsets at most one set.
01  WS-DIFF-TABLE.
    05  WS-DT-CNT           PIC 9(4) VALUE 0.
    05  WS-DT OCCURS 5000 TIMES.
        10  WS-DT-KEY       PIC X(10).
        10  WS-DT-GROUP     PIC X(8).
        10  WS-DT-DIFF      PIC S9(10)V99.
        10  WS-DT-SET       PIC 9(6).

*>  The grouping cards, loaded the LEAGUE way.
01  WS-GROUP-TABLE.
    05  WS-GT-CNT           PIC 9(3) VALUE 0.
    05  WS-GT OCCURS 100 TIMES.
        10  WS-GT-PORT      PIC X(8).
        10  WS-GT-LO        PIC X(10).
        10  WS-GT-HI        PIC X(10).

*>  Per-group gross and net. Ninety-nine groups are kept by name;
*>  slot 100 is held for OTHER, which every group past those takes.
01  WS-SUM-TABLE.
    05  WS-ST-CNT           PIC 9(3) VALUE 0.
    05  WS-ST OCCURS 100 TIMES.
        10  WS-ST-GROUP     PIC X(8).
        10  WS-ST-KEYS      PIC 9(6).
        10  WS-ST-GROSS     PIC 9(13)V99.
        10  WS-ST-NET       PIC S9(13)V99.
        10  WS-ST-SETS      PIC 9(6).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "OFFSETTING DIFFERENCES".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-HEADER-2.
    05  FILLER              PIC X(30) VALUE
        "NETTING TOLERANCE".
    05  H2-TOLERANCE        PIC Z,ZZZ,ZZZ,ZZ9.99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TITLE         PIC X(80).
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(8)  VALUE "SET".
    05  FILLER              PIC X(10) VALUE "GROUP".
    05  FILLER              PIC X(12) VALUE "KEY".
    05  FILLER              PIC X(18) VALUE "   DIFFERENCE".
01  WS-REPORT-DETAIL.
    05  D-SET               PIC ZZZZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-GROUP             PIC X(10).
    05  D-KEY               PIC X(12).
    05  D-DIFF              PIC -(10)9.99.
01  WS-REPORT-SET-NET.
    05  FILLER              PIC X(30) VALUE SPACES.
    05  N-LABEL             PIC X(10) VALUE "SET NET".
    05  N-NET               PIC -(10)9.99.
01  WS-REPORT-GRPHDR.
    05  FILLER              PIC X(10) VALUE "GROUP".
    05  FILLER              PIC X(9)  VALUE "     KEYS".
    05  FILLER              PIC X(20) VALUE "         GROSS BREAK".
    05  FILLER              PIC X(20) VALUE "           NET BREAK".
    05  FILLER              PIC X(8)  VALUE "    SETS".
01  WS-REPORT-GROUP.
    05  G-GROUP             PIC X(10).
    05  G-KEYS              PIC ZZZ,ZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  G-GROSS             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  G-NET               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  G-SETS              PIC ZZZ,ZZ9.
01  WS-REPORT-AMOUNT.
    05  A-LABEL             PIC X(30).
    05  A-AMOUNT            PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
01  WS-REPORT-COUNT.
    05  C-LABEL             PIC X(30).
    05  C-COUNT             PIC ZZZ,ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-TOLERANCE.
    PERFORM A-LOAD-GROUPING.
    PERFORM A-OPEN-FILES.
    PERFORM UNTIL WS-EOF
        READ RANKING-IN
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-LOAD-DIFF
        END-READ
    END-PERFORM.
    CLOSE RANKING-IN.
    IF WS-NM-OPEN
        CLOSE NUMBER-MASTER
    END-IF.
    MOVE "OPPOSITE PAIRS" TO WS-REPORT-TITLE.
    PERFORM D-WRITE-SECTION-HEAD.
    PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-DT-CNT
        IF WS-DT-SET(WS-A) = 0
            PERFORM B-FIND-PAIR
        END-IF
    END-PERFORM.
    PERFORM B-CHECK-TRIPLE-LIMIT.
    IF WS-TRIPLES-ON
        MOVE "ONE KEY OFFSET BY TWO" TO WS-REPORT-TITLE
        PERFORM D-WRITE-SECTION-HEAD
        PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-DT-CNT
            IF WS-DT-SET(WS-A) = 0
                PERFORM B-FIND-TRIPLE
            END-IF
        END-PERFORM
    END-IF.
    PERFORM D-WRITE-GROUPS.
    PERFORM D-WRITE-TOTALS.
    CLOSE OFFSET-RPT.
    DISPLAY "DIFFERENCES READ      : " WS-DT-CNT.
    DISPLAY "OFFSETTING PAIRS      : " WS-PAIR-SETS.
    DISPLAY "OFFSETTING TRIPLES    : " WS-TRIPLE-SETS.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "OFFSETTING SETS FOUND PAIRS " WS-PAIR-SETS
        " TRIPLES " WS-TRIPLE-SETS
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN7801I" WS-MSG-TEXT.
    IF WS-SKIPPED-CNT > 0
        MOVE SPACES TO WS-MSG-TEXT
        STRING "DIFFERENCE TABLE FULL, NOT EXAMINED " WS-SKIPPED-CNT
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN7802W" WS-MSG-TEXT
        MOVE 4 TO WS-RUN-RC
    END-IF.
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
    STRING "OFFSETS  RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "OFFSETS " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "OFFSETS " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "OFFSETS " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "OFFSETS " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-TOLERANCE.
*>  Optional card: columns 1-10 the netting tolerance, the TOLPARM
*>  card's layout. A set nets off when the size of its sum is at or
*>  below it; no card means only an exact cancel counts.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:10) IS NUMERIC
            MOVE WS-PARM-CARD(1:10) TO WS-TOLERANCE
        END-IF
    END-IF.

A-LOAD-GROUPING.
*>  A missing grouping file just means every key falls back to its
*>  branch -- the tolerate-missing-file precedent; PORTROLL polices
*>  completeness.
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
    OPEN INPUT RANKING-IN.
    IF WS-RANK-STATUS NOT = "00"
        STRING "RANKOUT OPEN FAILED, STATUS " WS-RANK-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 7801 TO WS-ERR-RC
        CALL "ERRHAND" USING "OFFSETS " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN INPUT NUMBER-MASTER.
    IF WS-NM-STATUS = "00"
        SET WS-NM-OPEN TO TRUE
    END-IF.
    OPEN OUTPUT OFFSET-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE OFFSET-LINE FROM WS-REPORT-HEADER-1.
    MOVE WS-TOLERANCE TO H2-TOLERANCE.
    WRITE OFFSET-LINE FROM WS-REPORT-HEADER-2.

B-LOAD-DIFF.
*>  Every difference goes into the gross and net, and into its
*>  group's; only non-zero ones can be half of a misposting.
    ADD 1 TO WS-READ-CNT.
    COMPUTE WS-DIFF = FUNCTION NUMVAL(RANK-DIFF).
    PERFORM B-ASSIGN-GROUP.
    IF WS-DIFF < 0
        SUBTRACT WS-DIFF FROM WS-GROSS
        SUBTRACT WS-DIFF FROM WS-ST-GROSS(WS-P-MATCH)
    ELSE
        ADD WS-DIFF TO WS-GROSS
        ADD WS-DIFF TO WS-ST-GROSS(WS-P-MATCH)
    END-IF.
    ADD WS-DIFF TO WS-NET-TOTAL.
    ADD WS-DIFF TO WS-ST-NET(WS-P-MATCH).
    ADD 1 TO WS-ST-KEYS(WS-P-MATCH).
    IF WS-DIFF NOT = 0
        IF WS-DT-CNT < WS-MAX-DIFFS
            ADD 1 TO WS-DT-CNT
            MOVE RANK-KEY TO WS-DT-KEY(WS-DT-CNT)
            MOVE WS-GROUP-KEY TO WS-DT-GROUP(WS-DT-CNT)
            MOVE WS-DIFF TO WS-DT-DIFF(WS-DT-CNT)
            MOVE 0 TO WS-DT-SET(WS-DT-CNT)
        ELSE
            ADD 1 TO WS-SKIPPED-CNT
        END-IF
    END-IF.

B-ASSIGN-GROUP.
*>  Portfolio first, first covering card wins; otherwise the branch
*>  on the master, as "BR-" and the branch code; otherwise the key
*>  is grouped with the other unplaced keys.
    MOVE SPACES TO WS-GROUP-KEY.
    PERFORM VARYING WS-G FROM 1 BY 1
        UNTIL WS-G > WS-GT-CNT OR WS-GROUP-KEY NOT = SPACES
        IF RANK-KEY >= WS-GT-LO(WS-G)
                AND RANK-KEY <= WS-GT-HI(WS-G)
            MOVE WS-GT-PORT(WS-G) TO WS-GROUP-KEY
        END-IF
    END-PERFORM.
    IF WS-GROUP-KEY = SPACES AND WS-NM-OPEN
        MOVE RANK-KEY TO NM-ID
        READ NUMBER-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                STRING "BR-" NM-BRANCH DELIMITED BY SIZE
                    INTO WS-GROUP-KEY
        END-READ
    END-IF.
    IF WS-GROUP-KEY = SPACES
        MOVE "UNPLACED" TO WS-GROUP-KEY
    END-IF.
    MOVE 0 TO WS-P-MATCH.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-ST-CNT
        IF WS-ST-GROUP(WS-P) = WS-GROUP-KEY
            MOVE WS-P TO WS-P-MATCH
        END-IF
    END-PERFORM.
    IF WS-P-MATCH = 0
        IF WS-ST-CNT < 99
            ADD 1 TO WS-ST-CNT
            MOVE WS-GROUP-KEY TO WS-ST-GROUP(WS-ST-CNT)
            MOVE 0 TO WS-ST-KEYS(WS-ST-CNT) WS-ST-GROSS(WS-ST-CNT)
                WS-ST-NET(WS-ST-CNT) WS-ST-SETS(WS-ST-CNT)
        ELSE
            IF WS-ST-CNT = 99
                MOVE 100 TO WS-ST-CNT
                MOVE "OTHER" TO WS-ST-GROUP(100)
                MOVE 0 TO WS-ST-KEYS(100) WS-ST-GROSS(100)
                    WS-ST-NET(100) WS-ST-SETS(100)
            END-IF
        END-IF
        MOVE WS-ST-CNT TO WS-P-MATCH
    END-IF.

B-FIND-PAIR.
*>  The unclaimed key of opposite sign in the same group whose sum
*>  with this one comes closest to zero, inside the tolerance.
    MOVE 0 TO WS-BEST.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-DT-CNT
        IF WS-B NOT = WS-A AND WS-DT-SET(WS-B) = 0
                AND WS-DT-GROUP(WS-B) = WS-DT-GROUP(WS-A)
                AND ((WS-DT-DIFF(WS-A) > 0 AND WS-DT-DIFF(WS-B) < 0)
                  OR (WS-DT-DIFF(WS-A) < 0 AND WS-DT-DIFF(WS-B) > 0))
            COMPUTE WS-NET = WS-DT-DIFF(WS-A) + WS-DT-DIFF(WS-B)
            PERFORM B-NET-ABS
            IF WS-NET-ABS <= WS-TOLERANCE
                IF WS-BEST = 0 OR WS-NET-ABS < WS-BEST-ABS
                    MOVE WS-B TO WS-BEST
                    MOVE WS-NET-ABS TO WS-BEST-ABS
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    IF WS-BEST > 0
        ADD 1 TO WS-PAIR-SETS
        ADD 1 TO WS-SET-NO
        MOVE WS-SET-NO TO WS-DT-SET(WS-A) WS-DT-SET(WS-BEST)
        MOVE 0 TO WS-NET WS-SET-GROSS
        MOVE WS-A TO WS-C
        PERFORM D-WRITE-SET-LINE
        MOVE WS-BEST TO WS-C
        PERFORM D-WRITE-SET-LINE
        PERFORM D-WRITE-SET-NET
    END-IF.

B-CHECK-TRIPLE-LIMIT.
*>  The one-against-two search is cubic in what the pairs left
*>  over; past WS-MAX-LEFT leftovers it is not attempted, and the
*>  report says so.
    MOVE 0 TO WS-LEFT-CNT.
    PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-DT-CNT
        IF WS-DT-SET(WS-A) = 0
            ADD 1 TO WS-LEFT-CNT
        END-IF
    END-PERFORM.
    IF WS-LEFT-CNT > WS-MAX-LEFT
        MOVE "N" TO WS-TRIPLE-SW
    END-IF.

B-FIND-TRIPLE.
*>  Two unclaimed keys of the opposite sign, in the same group, that
*>  between them offset this one -- a posting split in two on one
*>  side. The closest-netting couple inside the tolerance wins.
    MOVE 0 TO WS-BEST WS-BEST-C.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-DT-CNT
        IF WS-B NOT = WS-A AND WS-DT-SET(WS-B) = 0
                AND WS-DT-GROUP(WS-B) = WS-DT-GROUP(WS-A)
                AND ((WS-DT-DIFF(WS-A) > 0 AND WS-DT-DIFF(WS-B) < 0)
                  OR (WS-DT-DIFF(WS-A) < 0 AND WS-DT-DIFF(WS-B) > 0))
            PERFORM B-FIND-THIRD
        END-IF
    END-PERFORM.
    IF WS-BEST > 0
        ADD 1 TO WS-TRIPLE-SETS
        ADD 1 TO WS-SET-NO
        MOVE WS-SET-NO TO WS-DT-SET(WS-A) WS-DT-SET(WS-BEST)
            WS-DT-SET(WS-BEST-C)
        MOVE 0 TO WS-NET WS-SET-GROSS
        MOVE WS-A TO WS-C
        PERFORM D-WRITE-SET-LINE
        MOVE WS-BEST TO WS-C
        PERFORM D-WRITE-SET-LINE
        MOVE WS-BEST-C TO WS-C
        PERFORM D-WRITE-SET-LINE
        PERFORM D-WRITE-SET-NET
    END-IF.

B-FIND-THIRD.
    PERFORM VARYING WS-C FROM WS-B BY 1 UNTIL WS-C > WS-DT-CNT
        IF WS-C NOT = WS-B AND WS-C NOT = WS-A
                AND WS-DT-SET(WS-C) = 0
                AND WS-DT-GROUP(WS-C) = WS-DT-GROUP(WS-A)
                AND ((WS-DT-DIFF(WS-A) > 0 AND WS-DT-DIFF(WS-C) < 0)
                  OR (WS-DT-DIFF(WS-A) < 0 AND WS-DT-DIFF(WS-C) > 0))
            COMPUTE WS-NET = WS-DT-DIFF(WS-A) + WS-DT-DIFF(WS-B)
                + WS-DT-DIFF(WS-C)
            PERFORM B-NET-ABS
            IF WS-NET-ABS <= WS-TOLERANCE
                IF WS-BEST = 0 OR WS-NET-ABS < WS-BEST-ABS
                    MOVE WS-B TO WS-BEST
                    MOVE WS-C TO WS-BEST-C
                    MOVE WS-NET-ABS TO WS-BEST-ABS
                END-IF
            END-IF
        END-IF
    END-PERFORM.

B-NET-ABS.
    IF WS-NET < 0
        COMPUTE WS-NET-ABS = 0 - WS-NET
    ELSE
        MOVE WS-NET TO WS-NET-ABS
    END-IF.

D-WRITE-SECTION-HEAD.
    WRITE OFFSET-LINE FROM WS-REPORT-BLANK.
    WRITE OFFSET-LINE FROM WS-REPORT-TITLE.
    WRITE OFFSET-LINE FROM WS-REPORT-COLHDR.

D-WRITE-SET-LINE.
*>  One line per key in the set; the set's net and the size it
*>  explains accumulate as the lines go out.
    MOVE WS-SET-NO TO D-SET.
    MOVE WS-DT-GROUP(WS-C) TO D-GROUP.
    MOVE WS-DT-KEY(WS-C) TO D-KEY.
    MOVE WS-DT-DIFF(WS-C) TO D-DIFF.
    WRITE OFFSET-LINE FROM WS-REPORT-DETAIL.
    ADD WS-DT-DIFF(WS-C) TO WS-NET.
    IF WS-DT-DIFF(WS-C) < 0
        SUBTRACT WS-DT-DIFF(WS-C) FROM WS-SET-GROSS
    ELSE
        ADD WS-DT-DIFF(WS-C) TO WS-SET-GROSS
    END-IF.

D-WRITE-SET-NET.
    MOVE WS-NET TO N-NET.
    WRITE OFFSET-LINE FROM WS-REPORT-SET-NET.
    ADD WS-SET-GROSS TO WS-EXPLAINED.
    MOVE WS-DT-GROUP(WS-A) TO WS-GROUP-KEY.
    MOVE 0 TO WS-P-MATCH.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-ST-CNT
        IF WS-ST-GROUP(WS-P) = WS-GROUP-KEY
            MOVE WS-P TO WS-P-MATCH
        END-IF
    END-PERFORM.
*>  A set in a group not kept by name is counted under OTHER.
    IF WS-P-MATCH = 0 AND WS-ST-CNT = 100
        MOVE 100 TO WS-P-MATCH
    END-IF.
    IF WS-P-MATCH NOT = 0
        ADD 1 TO WS-ST-SETS(WS-P-MATCH)
    END-IF.

D-WRITE-GROUPS.
    WRITE OFFSET-LINE FROM WS-REPORT-BLANK.
    MOVE "BREAK BY GROUP" TO WS-REPORT-TITLE.
    WRITE OFFSET-LINE FROM WS-REPORT-TITLE.
    WRITE OFFSET-LINE FROM WS-REPORT-GRPHDR.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-ST-CNT
        MOVE WS-ST-GROUP(WS-P) TO G-GROUP
        MOVE WS-ST-KEYS(WS-P) TO G-KEYS
        MOVE WS-ST-GROSS(WS-P) TO G-GROSS
        MOVE WS-ST-NET(WS-P) TO G-NET
        MOVE WS-ST-SETS(WS-P) TO G-SETS
        WRITE OFFSET-LINE FROM WS-REPORT-GROUP
    END-PERFORM.

D-WRITE-TOTALS.
    WRITE OFFSET-LINE FROM WS-REPORT-BLANK.
    MOVE "RANKED KEYS READ" TO C-LABEL.
    MOVE WS-READ-CNT TO C-COUNT.
    WRITE OFFSET-LINE FROM WS-REPORT-COUNT.
    MOVE "GROSS BREAK" TO A-LABEL.
    MOVE WS-GROSS TO A-AMOUNT.
    WRITE OFFSET-LINE FROM WS-REPORT-AMOUNT.
    MOVE "NET BREAK" TO A-LABEL.
    MOVE WS-NET-TOTAL TO A-AMOUNT.
    WRITE OFFSET-LINE FROM WS-REPORT-AMOUNT.
    MOVE "GROSS IN OFFSETTING SETS" TO A-LABEL.
    MOVE WS-EXPLAINED TO A-AMOUNT.
    WRITE OFFSET-LINE FROM WS-REPORT-AMOUNT.
    MOVE "OPPOSITE PAIRS" TO C-LABEL.
    MOVE WS-PAIR-SETS TO C-COUNT.
    WRITE OFFSET-LINE FROM WS-REPORT-COUNT.
    MOVE "ONE KEY OFFSET BY TWO" TO C-LABEL.
    MOVE WS-TRIPLE-SETS TO C-COUNT.
    WRITE OFFSET-LINE FROM WS-REPORT-COUNT.
    IF NOT WS-TRIPLES-ON
        MOVE "THREE-KEY SEARCH SKIPPED, LEFT" TO C-LABEL
        MOVE WS-LEFT-CNT TO C-COUNT
        WRITE OFFSET-LINE FROM WS-REPORT-COUNT
    END-IF.
    IF WS-SKIPPED-CNT > 0
        MOVE "NOT EXAMINED -- TABLE FULL" TO C-LABEL
        MOVE WS-SKIPPED-CNT TO C-COUNT
        WRITE OFFSET-LINE FROM WS-REPORT-COUNT
    END-IF.
