*> Concentration report over the Number Master. PORTROLL totals the
*> money per portfolio and EODSUM counts keys per branch, but neither
*> says how much of a branch or portfolio sits in a handful of keys.
*> This step converts every key to base currency through CURRATES
*> (the PORTROLL conversion), places it in its NUMMAST branch and,
*> when a PORTGRP card covers it, its portfolio (first covering card
*> wins, the PORTROLL rule), and keeps the twenty largest keys by
*> absolute amount in each group. Each group then prints its top N
*> keys with their share of the group's gross (the sum of every
*> key's absolute amount -- a net total can sit near zero and make
*> any share meaningless), the running share, and the cumulative
*> share of the top 5, 10 and 20. The share each key held at the
*> last month-end is rebuilt from the BALHIST snapshots: a key whose
*> share has grown by more than the CONCPARM points since then, or
*> that holds more than the dominance percentage of its group on its
*> own, is flagged, so a single key taking over a branch shows up
*> while it is still growing.
IDENTIFICATION DIVISION.
PROGRAM-ID. CONCRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NM-ID
        FILE STATUS IS WS-NM-STATUS.
    SELECT GROUPING-IN ASSIGN TO "PORTGRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRP-STATUS.
    SELECT RATES-IN ASSIGN TO "CURRATES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.
*>  Month-end comparison only -- optional, read sequentially.
    SELECT BALANCE-HISTORY ASSIGN TO "BALHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BH-KEY
        FILE STATUS IS WS-BH-STATUS.
    SELECT CONC-RPT ASSIGN TO "CONCRPT"
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
FD  GROUPING-IN
    RECORDING MODE IS F.
01  GRP-REC.
    05  PG-PORTFOLIO        PIC X(8).
    05  PG-SEP1             PIC X.
    05  PG-LO-KEY           PIC X(10).
    05  PG-SEP2             PIC X.
    05  PG-HI-KEY           PIC X(10).
FD  RATES-IN
    RECORDING MODE IS F.
01  RATE-REC.
    05  RATE-CODE           PIC X(3).
    05  RATE-SEP1           PIC X.
    05  RATE-MULT           PIC 9(3)V9(6).
FD  BALANCE-HISTORY.
01  BH-REC.
    05  BH-KEY.
        10  BH-NM-ID        PIC X(10).
        10  BH-DATE         PIC 9(8).
    05  BH-AMOUNT           PIC S9(10)V99.
    05  BH-BRANCH           PIC X(3).
    05  BH-CURRENCY         PIC X(3).
    05  BH-STATUS-FLAG      PIC X.
FD  CONC-RPT
    RECORDING MODE IS F.
01  CONC-LINE               PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-NM-STATUS     PIC XX.
        77 WS-GRP-STATUS    PIC XX.
        77 WS-RATE-STATUS   PIC XX.
        77 WS-BH-STATUS     PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-GRP-EOF-SW    PIC X VALUE "N".
            88 WS-GRP-EOF           VALUE "Y".
        77 WS-RATE-EOF-SW   PIC X VALUE "N".
            88 WS-RATE-EOF          VALUE "Y".
        77 WS-BH-EOF-SW     PIC X VALUE "N".
            88 WS-BH-EOF            VALUE "Y".
        77 WS-PRIOR-SW      PIC X VALUE "N".
            88 WS-PRIOR-AVAILABLE   VALUE "Y".
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-PARM-FILE     PIC X(8) VALUE "CONCPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-TOP-N         PIC 9(2) VALUE 10.
        77 WS-GROWTH-PTS    PIC 9(3) VALUE 5.
        77 WS-DOMINANT-PCT  PIC 9(3) VALUE 25.
        77 WS-PRIOR-ME-DATE PIC 9(8).
        77 WS-RUN-MONTH     PIC 9(6).
        77 WS-FIRST-OF-MONTH PIC 9(8).
        77 WS-DATE-INT      PIC 9(8).
        77 WS-RATE          PIC 9(3)V9(6).
        77 WS-R             PIC 9(2).
        77 WS-G             PIC 9(3).
        77 WS-G-MATCH       PIC 9(3).
        77 WS-P             PIC 9(3).
        77 WS-T             PIC 9(2).
        77 WS-POS           PIC 9(2).
        77 WS-SHIFT-DONE-SW PIC X.
            88 WS-SHIFT-DONE        VALUE "Y".
        77 WS-GROUP-TYPE    PIC X.
        77 WS-GROUP-CODE    PIC X(8).
        77 WS-CUR-CURRENCY  PIC X(3).
        77 WS-CUR-AMOUNT    PIC S9(10)V99.
        77 WS-BASE-AMT      PIC S9(13)V99.
        77 WS-ABS-AMT       PIC S9(13)V99.
        77 WS-PORTFOLIO     PIC X(8).
        77 WS-PORT-KEY      PIC X(10).
        77 WS-SHARE         PIC S9(3)V99.
        77 WS-CUM-SHARE     PIC S9(3)V99.
        77 WS-PRIOR-SHARE   PIC S9(3)V99.
        77 WS-CHANGE        PIC S9(3)V99.
        77 WS-TOP-SUM       PIC S9(15)V99.
        77 WS-TOP5-PCT      PIC S9(3)V99.
        77 WS-TOP10-PCT     PIC S9(3)V99.
        77 WS-TOP20-PCT     PIC S9(3)V99.
        77 WS-FLAG-CNT      PIC 9(5) VALUE 0.
        77 WS-UNGROUPED     PIC 9(7) VALUE 0.
        77 WS-LOW-CODE      PIC X(8).
        77 WS-PRINTED-CNT   PIC 9(3).
        77 WS-ROW-FLAG-SW   PIC X.
            88 WS-ROW-FLAGGED       VALUE "Y".
        77 WS-PRIOR-KEY     PIC X(10).
        77 WS-PRIOR-FOUND-SW PIC X.
            88 WS-PRIOR-FOUND       VALUE "Y".
        77 WS-PRIOR-AMOUNT  PIC S9(10)V99.
        77 WS-PRIOR-BRANCH  PIC X(3).
        77 WS-PRIOR-CCY     PIC X(3).

*>  Same first-covering-card-wins ranges PORTROLL loads.
01  WS-GROUPING-TABLE.
    05  WS-GT-CNT           PIC 9(3) VALUE 0.
    05  WS-GT OCCURS 100 TIMES.
        10  WS-GT-PORT      PIC X(8).
        10  WS-GT-LO        PIC X(10).
        10  WS-GT-HI        PIC X(10).

01  WS-RATE-TABLE.
    05  WS-RT-CNT           PIC 9(2) VALUE 0.
    05  WS-RT OCCURS 20 TIMES.
        10  WS-RT-CODE      PIC X(3).
        10  WS-RT-MULT      PIC 9(3)V9(6).

*>  One slot per branch (type B) and per portfolio (type P), with the
*>  group's gross today and at the last month-end and its twenty
*>  largest keys, largest first.
01  WS-CONC-TABLE.
    05  WS-CG-CNT           PIC 9(3) VALUE 0.
    05  WS-CG OCCURS 90 TIMES.
        10  WS-CG-TYPE      PIC X.
        10  WS-CG-CODE      PIC X(8).
        10  WS-CG-PRINTED-SW PIC X.
            88  WS-CG-PRINTED       VALUE "Y".
        10  WS-CG-KEYS      PIC 9(7).
        10  WS-CG-GROSS     PIC S9(15)V99.
        10  WS-CG-PRIOR-GROSS PIC S9(15)V99.
        10  WS-CG-TOP-CNT   PIC 9(2).
        10  WS-CG-TOP OCCURS 20 TIMES.
            15  WS-CT-KEY       PIC X(10).
            15  WS-CT-BASE      PIC S9(13)V99.
            15  WS-CT-ABS       PIC S9(13)V99.
            15  WS-CT-PRIOR-ABS PIC S9(13)V99.
            15  WS-CT-PRIOR-SW  PIC X.
                88  WS-CT-PRIOR-FOUND   VALUE "Y".

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "CONCENTRATION REPORT".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-HEADER-2.
    05  FILLER              PIC X(30) VALUE
        "BASE CURRENCY, COMPARED WITH ".
    05  FILLER              PIC X(11) VALUE "MONTH-END: ".
    05  H2-PRIOR-DATE       PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TITLE.
    05  RT-TITLE            PIC X(60).
01  WS-REPORT-SECTION.
    05  FILLER              PIC X(76) VALUE ALL "-".
01  WS-REPORT-GROUP.
    05  G-LABEL             PIC X(10).
    05  G-CODE              PIC X(9).
    05  FILLER              PIC X(6)  VALUE "GROSS ".
    05  G-GROSS             PIC Z(14)9.99.
    05  FILLER              PIC X(7)  VALUE "  KEYS ".
    05  G-KEYS              PIC Z,ZZZ,ZZ9.
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(4)  VALUE "RNK".
    05  FILLER              PIC X(11) VALUE "KEY".
    05  FILLER              PIC X(18) VALUE "       BASE AMOUNT".
    05  FILLER              PIC X(8)  VALUE "  SHARE".
    05  FILLER              PIC X(8)  VALUE "    CUM".
    05  FILLER              PIC X(8)  VALUE "  PRIOR".
    05  FILLER              PIC X(8)  VALUE "  CHANGE".
01  WS-REPORT-DETAIL.
    05  D-RANK              PIC ZZ9.
    05  FILLER              PIC X     VALUE SPACE.
    05  D-KEY               PIC X(11).
    05  D-BASE              PIC -(13)9.99.
    05  FILLER              PIC X     VALUE SPACE.
    05  D-SHARE             PIC ZZ9.99.
    05  FILLER              PIC XX    VALUE SPACES.
    05  D-CUM               PIC ZZ9.99.
    05  FILLER              PIC XX    VALUE SPACES.
    05  D-PRIOR             PIC ZZ9.99 BLANK WHEN ZERO.
    05  FILLER              PIC X     VALUE SPACE.
    05  D-CHANGE            PIC -ZZ9.99 BLANK WHEN ZERO.
    05  FILLER              PIC X     VALUE SPACE.
    05  D-FLAG              PIC X(9).
01  WS-REPORT-CUMULATIVE.
    05  FILLER              PIC X(15) VALUE "  TOP 5 SHARE ".
    05  C-TOP5              PIC ZZ9.99.
    05  FILLER              PIC X(14) VALUE "  TOP 10 SHARE".
    05  C-TOP10             PIC ZZZ9.99.
    05  FILLER              PIC X(14) VALUE "  TOP 20 SHARE".
    05  C-TOP20             PIC ZZZ9.99.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-LOAD-GROUPING.
    PERFORM A-LOAD-RATES.
    PERFORM B-WALK-MASTER.
    PERFORM B-LOAD-PRIOR-MONTH-END.
    PERFORM C-WRITE-REPORT.
    MOVE SPACES TO WS-MSG-TEXT.
    IF WS-FLAG-CNT > 0
        MOVE 4 TO WS-RUN-RC
        STRING "KEYS DOMINANT OR GROWN SHARPLY: " WS-FLAG-CNT
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN9402W" WS-MSG-TEXT
    ELSE
        STRING "GROUPS REPORTED " WS-CG-CNT
            " NO DOMINANT OR SHARPLY GROWN KEY"
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN9401I" WS-MSG-TEXT
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
    STRING "CONCRPT RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "CONCRPT " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "CONCRPT " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "CONCRPT " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "CONCRPT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  Optional card: columns 1-2 how many keys to list per group (up to
*>  the twenty kept), columns 3-5 the growth in share points since the
*>  last month-end worth flagging, columns 6-8 the share of its group
*>  one key may hold before it is flagged as dominant.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:2) IS NUMERIC
            MOVE WS-PARM-CARD(1:2) TO WS-TOP-N
        END-IF
        IF WS-PARM-CARD(3:3) IS NUMERIC
            MOVE WS-PARM-CARD(3:3) TO WS-GROWTH-PTS
        END-IF
        IF WS-PARM-CARD(6:3) IS NUMERIC
            MOVE WS-PARM-CARD(6:3) TO WS-DOMINANT-PCT
        END-IF
    END-IF.
    IF WS-TOP-N > 20 OR WS-TOP-N = 0
        MOVE 20 TO WS-TOP-N
    END-IF.

A-LOAD-GROUPING.
*>  Without a grouping file the report is by branch only -- the
*>  OFFSETS tolerance of a missing PORTGRP, not the PORTROLL abend.
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

A-LOAD-RATES.
*>  The same CURRATES conversion the classifiers and PORTROLL apply.
    OPEN INPUT RATES-IN.
    IF WS-RATE-STATUS = "00"
        PERFORM UNTIL WS-RATE-EOF OR WS-RT-CNT = 20
            READ RATES-IN
                AT END
                    SET WS-RATE-EOF TO TRUE
                NOT AT END
                    IF RATE-CODE NOT = SPACES
                            AND RATE-MULT IS NUMERIC
                        ADD 1 TO WS-RT-CNT
                        MOVE RATE-CODE TO WS-RT-CODE(WS-RT-CNT)
                        MOVE RATE-MULT TO WS-RT-MULT(WS-RT-CNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RATES-IN
    END-IF.

B-WALK-MASTER.
    OPEN INPUT NUMBER-MASTER.
    IF WS-NM-STATUS NOT = "00"
        STRING "NUMBER-MASTER OPEN FAILED, STATUS " WS-NM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 9401 TO WS-ERR-RC
        CALL "ERRHAND" USING "CONCRPT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    PERFORM UNTIL WS-EOF
        READ NUMBER-MASTER NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-PLACE-ONE-KEY
        END-READ
    END-PERFORM.
    CLOSE NUMBER-MASTER.
    IF WS-UNGROUPED > 0
        DISPLAY "CONCRPT GROUP TABLE FULL, KEY PLACEMENTS SKIPPED: "
            WS-UNGROUPED
    END-IF.

B-PLACE-ONE-KEY.
    MOVE NM-CURRENCY TO WS-CUR-CURRENCY.
    MOVE NM-AMOUNT TO WS-CUR-AMOUNT.
    PERFORM B-CONVERT-TO-BASE.
    MOVE "B" TO WS-GROUP-TYPE.
    MOVE NM-BRANCH TO WS-GROUP-CODE.
    PERFORM B-FIND-GROUP.
    IF WS-G-MATCH > 0
        PERFORM B-ADD-TO-GROUP
    END-IF.
    MOVE NM-ID TO WS-PORT-KEY.
    PERFORM B-FIND-PORTFOLIO.
    IF WS-PORTFOLIO NOT = SPACES
        MOVE "P" TO WS-GROUP-TYPE
        MOVE WS-PORTFOLIO TO WS-GROUP-CODE
        PERFORM B-FIND-GROUP
        IF WS-G-MATCH > 0
            PERFORM B-ADD-TO-GROUP
        END-IF
    END-IF.

B-CONVERT-TO-BASE.
    MOVE 1 TO WS-RATE.
    IF WS-CUR-CURRENCY NOT = SPACES
        PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RT-CNT
            IF WS-RT-CODE(WS-R) = WS-CUR-CURRENCY
                MOVE WS-RT-MULT(WS-R) TO WS-RATE
            END-IF
        END-PERFORM
    END-IF.
    COMPUTE WS-BASE-AMT ROUNDED = WS-CUR-AMOUNT * WS-RATE.
    IF WS-BASE-AMT < 0
        COMPUTE WS-ABS-AMT = 0 - WS-BASE-AMT
    ELSE
        MOVE WS-BASE-AMT TO WS-ABS-AMT
    END-IF.

B-FIND-PORTFOLIO.
*>  First covering card wins, the PORTROLL rule.
    MOVE SPACES TO WS-PORTFOLIO.
    PERFORM VARYING WS-P FROM 1 BY 1
        UNTIL WS-P > WS-GT-CNT OR WS-PORTFOLIO NOT = SPACES
        IF WS-PORT-KEY >= WS-GT-LO(WS-P)
                AND WS-PORT-KEY <= WS-GT-HI(WS-P)
            MOVE WS-GT-PORT(WS-P) TO WS-PORTFOLIO
        END-IF
    END-PERFORM.

B-FIND-GROUP.
*>  Finds the group slot, opening one on first sight; a full table
*>  leaves WS-G-MATCH at zero and the placement is counted, not made.
    MOVE 0 TO WS-G-MATCH.
    PERFORM VARYING WS-G FROM 1 BY 1
        UNTIL WS-G > WS-CG-CNT OR WS-G-MATCH > 0
        IF WS-CG-TYPE(WS-G) = WS-GROUP-TYPE
                AND WS-CG-CODE(WS-G) = WS-GROUP-CODE
            MOVE WS-G TO WS-G-MATCH
        END-IF
    END-PERFORM.
    IF WS-G-MATCH = 0
        IF WS-CG-CNT < 90
            ADD 1 TO WS-CG-CNT
            MOVE WS-CG-CNT TO WS-G-MATCH
            INITIALIZE WS-CG(WS-G-MATCH)
            MOVE WS-GROUP-TYPE TO WS-CG-TYPE(WS-G-MATCH)
            MOVE WS-GROUP-CODE TO WS-CG-CODE(WS-G-MATCH)
        ELSE
            ADD 1 TO WS-UNGROUPED
        END-IF
    END-IF.

B-ADD-TO-GROUP.
*>  Gross and key count always; the top-twenty list only when the key
*>  is bigger than the smallest one already held, inserted in place
*>  so the list stays largest first.
    ADD 1 TO WS-CG-KEYS(WS-G-MATCH).
    ADD WS-ABS-AMT TO WS-CG-GROSS(WS-G-MATCH).
    IF WS-CG-TOP-CNT(WS-G-MATCH) < 20
        ADD 1 TO WS-CG-TOP-CNT(WS-G-MATCH)
        MOVE WS-CG-TOP-CNT(WS-G-MATCH) TO WS-POS
        PERFORM B-INSERT-TOP-KEY
    ELSE
        IF WS-ABS-AMT > WS-CT-ABS(WS-G-MATCH 20)
            MOVE 20 TO WS-POS
            PERFORM B-INSERT-TOP-KEY
        END-IF
    END-IF.

B-INSERT-TOP-KEY.
*>  WS-POS starts at the free (or to-be-dropped) bottom slot and moves
*>  up past every smaller key, each one shifting down a place.
    MOVE "N" TO WS-SHIFT-DONE-SW.
    PERFORM UNTIL WS-SHIFT-DONE
        IF WS-POS = 1
            SET WS-SHIFT-DONE TO TRUE
        ELSE
            COMPUTE WS-T = WS-POS - 1
            IF WS-CT-ABS(WS-G-MATCH WS-T) >= WS-ABS-AMT
                SET WS-SHIFT-DONE TO TRUE
            ELSE
                MOVE WS-CG-TOP(WS-G-MATCH WS-T)
                    TO WS-CG-TOP(WS-G-MATCH WS-POS)
                MOVE WS-T TO WS-POS
            END-IF
        END-IF
    END-PERFORM.
    MOVE NM-ID TO WS-CT-KEY(WS-G-MATCH WS-POS).
    MOVE WS-BASE-AMT TO WS-CT-BASE(WS-G-MATCH WS-POS).
    MOVE WS-ABS-AMT TO WS-CT-ABS(WS-G-MATCH WS-POS).
    MOVE 0 TO WS-CT-PRIOR-ABS(WS-G-MATCH WS-POS).
    MOVE "N" TO WS-CT-PRIOR-SW(WS-G-MATCH WS-POS).

B-LOAD-PRIOR-MONTH-END.
*>  Each key's balance at the last calendar day of the previous month
*>  is its latest BALHIST snapshot on or before that day. The group
*>  grosses at month-end are rebuilt from those balances, in the
*>  branch the key was in then and the portfolio its id falls in
*>  now, converted at today's rates so a rate move alone does not
*>  read as concentration growth. No history file means no
*>  comparison, not a failed run.
    MOVE WS-RUN-ID(1:6) TO WS-RUN-MONTH.
    COMPUTE WS-FIRST-OF-MONTH = WS-RUN-MONTH * 100 + 1.
    COMPUTE WS-DATE-INT =
        FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-MONTH) - 1.
    COMPUTE WS-PRIOR-ME-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
    OPEN INPUT BALANCE-HISTORY.
    IF WS-BH-STATUS = "00"
        SET WS-PRIOR-AVAILABLE TO TRUE
        MOVE SPACES TO WS-PRIOR-KEY
        MOVE "N" TO WS-PRIOR-FOUND-SW
        PERFORM UNTIL WS-BH-EOF
            READ BALANCE-HISTORY NEXT RECORD
                AT END
                    SET WS-BH-EOF TO TRUE
                NOT AT END
                    PERFORM B-TAKE-PRIOR-SNAPSHOT
            END-READ
        END-PERFORM
        PERFORM B-APPLY-PRIOR-KEY
        CLOSE BALANCE-HISTORY
    END-IF.

B-TAKE-PRIOR-SNAPSHOT.
    IF BH-NM-ID NOT = WS-PRIOR-KEY
        PERFORM B-APPLY-PRIOR-KEY
        MOVE BH-NM-ID TO WS-PRIOR-KEY
        MOVE "N" TO WS-PRIOR-FOUND-SW
    END-IF.
    IF BH-DATE <= WS-PRIOR-ME-DATE
        SET WS-PRIOR-FOUND TO TRUE
        MOVE BH-AMOUNT TO WS-PRIOR-AMOUNT
        MOVE BH-BRANCH TO WS-PRIOR-BRANCH
        MOVE BH-CURRENCY TO WS-PRIOR-CCY
    END-IF.

B-APPLY-PRIOR-KEY.
    IF WS-PRIOR-FOUND
        MOVE WS-PRIOR-CCY TO WS-CUR-CURRENCY
        MOVE WS-PRIOR-AMOUNT TO WS-CUR-AMOUNT
        PERFORM B-CONVERT-TO-BASE
        MOVE "B" TO WS-GROUP-TYPE
        MOVE WS-PRIOR-BRANCH TO WS-GROUP-CODE
        PERFORM B-APPLY-PRIOR-TO-GROUP
        MOVE WS-PRIOR-KEY TO WS-PORT-KEY
        PERFORM B-FIND-PORTFOLIO
        IF WS-PORTFOLIO NOT = SPACES
            MOVE "P" TO WS-GROUP-TYPE
            MOVE WS-PORTFOLIO TO WS-GROUP-CODE
            PERFORM B-APPLY-PRIOR-TO-GROUP
        END-IF
    END-IF.

B-APPLY-PRIOR-TO-GROUP.
*>  Only groups that still exist today are compared.
    MOVE 0 TO WS-G-MATCH.
    PERFORM VARYING WS-G FROM 1 BY 1
        UNTIL WS-G > WS-CG-CNT OR WS-G-MATCH > 0
        IF WS-CG-TYPE(WS-G) = WS-GROUP-TYPE
                AND WS-CG-CODE(WS-G) = WS-GROUP-CODE
            MOVE WS-G TO WS-G-MATCH
        END-IF
    END-PERFORM.
    IF WS-G-MATCH > 0
        ADD WS-ABS-AMT TO WS-CG-PRIOR-GROSS(WS-G-MATCH)
        PERFORM VARYING WS-T FROM 1 BY 1
            UNTIL WS-T > WS-CG-TOP-CNT(WS-G-MATCH)
            IF WS-CT-KEY(WS-G-MATCH WS-T) = WS-PRIOR-KEY
                MOVE WS-ABS-AMT TO WS-CT-PRIOR-ABS(WS-G-MATCH WS-T)
                SET WS-CT-PRIOR-FOUND(WS-G-MATCH WS-T) TO TRUE
            END-IF
        END-PERFORM
    END-IF.

C-WRITE-REPORT.
*>  Branches first, then portfolios, each in code order.
    OPEN OUTPUT CONC-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE CONC-LINE FROM WS-REPORT-HEADER-1.
    MOVE WS-PRIOR-ME-DATE TO H2-PRIOR-DATE.
    WRITE CONC-LINE FROM WS-REPORT-HEADER-2.
    IF NOT WS-PRIOR-AVAILABLE
        MOVE "NO BALANCE HISTORY -- NO MONTH-END COMPARISON"
            TO RT-TITLE
        WRITE CONC-LINE FROM WS-REPORT-TITLE
    END-IF.
    WRITE CONC-LINE FROM WS-REPORT-BLANK.
    MOVE "BRANCH CONCENTRATION" TO RT-TITLE.
    WRITE CONC-LINE FROM WS-REPORT-TITLE.
    WRITE CONC-LINE FROM WS-REPORT-SECTION.
    MOVE "B" TO WS-GROUP-TYPE.
    PERFORM C-WRITE-GROUPS-OF-TYPE.
    WRITE CONC-LINE FROM WS-REPORT-BLANK.
    MOVE "PORTFOLIO CONCENTRATION" TO RT-TITLE.
    WRITE CONC-LINE FROM WS-REPORT-TITLE.
    WRITE CONC-LINE FROM WS-REPORT-SECTION.
    MOVE "P" TO WS-GROUP-TYPE.
    PERFORM C-WRITE-GROUPS-OF-TYPE.
    CLOSE CONC-RPT.

C-WRITE-GROUPS-OF-TYPE.
    MOVE 0 TO WS-PRINTED-CNT.
    MOVE 1 TO WS-G-MATCH.
    PERFORM UNTIL WS-G-MATCH = 0
        PERFORM C-PICK-LOWEST-GROUP
        IF WS-G-MATCH > 0
            SET WS-CG-PRINTED(WS-G-MATCH) TO TRUE
            ADD 1 TO WS-PRINTED-CNT
            PERFORM C-WRITE-ONE-GROUP
        END-IF
    END-PERFORM.
    IF WS-PRINTED-CNT = 0
        MOVE "  NONE" TO RT-TITLE
        WRITE CONC-LINE FROM WS-REPORT-TITLE
    END-IF.

C-PICK-LOWEST-GROUP.
    MOVE 0 TO WS-G-MATCH.
    MOVE HIGH-VALUES TO WS-LOW-CODE.
    PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-CG-CNT
        IF WS-CG-TYPE(WS-G) = WS-GROUP-TYPE
                AND NOT WS-CG-PRINTED(WS-G)
                AND WS-CG-CODE(WS-G) < WS-LOW-CODE
            MOVE WS-CG-CODE(WS-G) TO WS-LOW-CODE
            MOVE WS-G TO WS-G-MATCH
        END-IF
    END-PERFORM.

C-WRITE-ONE-GROUP.
*>  The top N rows always print; a key further down the twenty that
*>  is flagged prints as well, so a growing key is never hidden by
*>  the listing length.
    IF WS-GROUP-TYPE = "B"
        MOVE "BRANCH" TO G-LABEL
    ELSE
        MOVE "PORTFOLIO" TO G-LABEL
    END-IF.
    MOVE WS-CG-CODE(WS-G-MATCH) TO G-CODE.
    MOVE WS-CG-GROSS(WS-G-MATCH) TO G-GROSS.
    MOVE WS-CG-KEYS(WS-G-MATCH) TO G-KEYS.
    WRITE CONC-LINE FROM WS-REPORT-GROUP.
    WRITE CONC-LINE FROM WS-REPORT-COLHDR.
    MOVE 0 TO WS-TOP-SUM WS-TOP5-PCT WS-TOP10-PCT WS-TOP20-PCT.
    PERFORM VARYING WS-T FROM 1 BY 1
        UNTIL WS-T > WS-CG-TOP-CNT(WS-G-MATCH)
        PERFORM C-WRITE-TOP-ROW
    END-PERFORM.
    IF WS-CG-TOP-CNT(WS-G-MATCH) < 5
        MOVE WS-CUM-SHARE TO WS-TOP5-PCT
    END-IF.
    IF WS-CG-TOP-CNT(WS-G-MATCH) < 10
        MOVE WS-CUM-SHARE TO WS-TOP10-PCT
    END-IF.
    IF WS-CG-TOP-CNT(WS-G-MATCH) < 20
        MOVE WS-CUM-SHARE TO WS-TOP20-PCT
    END-IF.
    MOVE WS-TOP5-PCT TO C-TOP5.
    MOVE WS-TOP10-PCT TO C-TOP10.
    MOVE WS-TOP20-PCT TO C-TOP20.
    WRITE CONC-LINE FROM WS-REPORT-CUMULATIVE.
    WRITE CONC-LINE FROM WS-REPORT-BLANK.

C-WRITE-TOP-ROW.
    ADD WS-CT-ABS(WS-G-MATCH WS-T) TO WS-TOP-SUM.
    MOVE 0 TO WS-SHARE WS-CUM-SHARE WS-PRIOR-SHARE WS-CHANGE.
    IF WS-CG-GROSS(WS-G-MATCH) > 0
        COMPUTE WS-SHARE ROUNDED = WS-CT-ABS(WS-G-MATCH WS-T) * 100
            / WS-CG-GROSS(WS-G-MATCH)
        COMPUTE WS-CUM-SHARE ROUNDED = WS-TOP-SUM * 100
            / WS-CG-GROSS(WS-G-MATCH)
    END-IF.
    EVALUATE WS-T
        WHEN 5
            MOVE WS-CUM-SHARE TO WS-TOP5-PCT
        WHEN 10
            MOVE WS-CUM-SHARE TO WS-TOP10-PCT
        WHEN 20
            MOVE WS-CUM-SHARE TO WS-TOP20-PCT
    END-EVALUATE.
    MOVE SPACES TO D-FLAG.
    MOVE "N" TO WS-ROW-FLAG-SW.
    IF WS-PRIOR-AVAILABLE AND WS-CG-PRIOR-GROSS(WS-G-MATCH) > 0
        IF WS-CT-PRIOR-FOUND(WS-G-MATCH WS-T)
            COMPUTE WS-PRIOR-SHARE ROUNDED =
                WS-CT-PRIOR-ABS(WS-G-MATCH WS-T) * 100
                / WS-CG-PRIOR-GROSS(WS-G-MATCH)
        END-IF
        COMPUTE WS-CHANGE = WS-SHARE - WS-PRIOR-SHARE
        IF WS-CHANGE > WS-GROWTH-PTS
            MOVE "*GROWN*" TO D-FLAG
            SET WS-ROW-FLAGGED TO TRUE
        END-IF
    END-IF.
    IF WS-SHARE > WS-DOMINANT-PCT
        MOVE "*DOMINANT" TO D-FLAG
        SET WS-ROW-FLAGGED TO TRUE
    END-IF.
    IF WS-ROW-FLAGGED
        ADD 1 TO WS-FLAG-CNT
    END-IF.
    IF WS-T <= WS-TOP-N OR WS-ROW-FLAGGED
        MOVE WS-T TO D-RANK
        MOVE WS-CT-KEY(WS-G-MATCH WS-T) TO D-KEY
        MOVE WS-CT-BASE(WS-G-MATCH WS-T) TO D-BASE
        MOVE WS-SHARE TO D-SHARE
        MOVE WS-CUM-SHARE TO D-CUM
        MOVE WS-PRIOR-SHARE TO D-PRIOR
        MOVE WS-CHANGE TO D-CHANGE
        WRITE CONC-LINE FROM WS-REPORT-DETAIL
    END-IF.
