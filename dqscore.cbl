*> Month-end branch data-quality scorecard over the DQHIST counts the
*> nightly DQCAPT step files. For the month it totals each branch's
*> defects by type -- front-end rejects, registration rejects,
*> duplicate and out-of-sequence readings, quarantined readings,
*> suspense overflows, duplicate match keys and failed recycle
*> repairs -- and its volume, and expresses every figure as a rate per
*> thousand records of that volume so a big branch is not punished
*> for being big. The branches are then ranked on their overall
*> defect rate, best first, and each one's rate is set against its
*> own rates for the previous three months with the direction of
*> travel: BETTER or WORSE than the three-month rate, or NEW when
*> there is no history to compare against. A branch with no volume
*> and no defects in the month is left off the table.
*> An optional DQPARM card (columns 1-6, YYYYMM) picks the month, the
*> MOEPARM convention; without it the current month is scored.
IDENTIFICATION DIVISION.
PROGRAM-ID. DQSCORE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DQ-HISTORY ASSIGN TO "DQHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS DQ-KEY
        FILE STATUS IS WS-DQ-STATUS.
    SELECT DQSCORE-RPT ASSIGN TO "DQSCORRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  DQ-HISTORY.
01  DQ-REC.
    05  DQ-KEY.
        10  DQ-BRANCH       PIC X(3).
        10  DQ-DATE         PIC 9(8).
    05  DQ-VOLUME           PIC 9(9).
    05  DQ-DEFECT           PIC 9(7) OCCURS 8 TIMES.
FD  DQSCORE-RPT
    RECORDING MODE IS F.
01  DQSCORE-LINE            PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-DQ-STATUS     PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-PARM-FILE     PIC X(8) VALUE "DQPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-REPORT-MONTH  PIC 9(6).
        77 WS-REC-MONTH     PIC 9(6).
        77 WS-YY            PIC 9(4).
        77 WS-MM            PIC 9(2).
        77 WS-M             PIC 9.
        77 WS-BX            PIC 9(2).
        77 WS-B             PIC 9(2).
        77 WS-B2            PIC 9(2).
        77 WS-T             PIC 9.
        77 WS-RANK          PIC 9(2).
        77 WS-RANKED-CNT    PIC 9(2) VALUE 0.
        77 WS-WORSE-CNT     PIC 9(2) VALUE 0.
        77 WS-DAYS-READ     PIC 9(7) VALUE 0.
        77 WS-PRIOR-VOLUME  PIC 9(11).
        77 WS-PRIOR-DEFECTS PIC 9(9).
        77 WS-PRIOR-RATE    PIC 9(7)V99.
        77 WS-RATE-BASE     PIC 9(11).

*>  The scored month and the three before it, newest first: slot 1
*>  is the report month, slots 2-4 the comparison months.
01  WS-MONTH-TABLE.
    05  WS-MONTH            PIC 9(6) OCCURS 4 TIMES.

*>  One entry per branch seen on the history. Defect counts by type
*>  are kept for the scored month only; the comparison months need
*>  only their volume and total defects.
01  WS-BRANCH-TABLE.
    05  WS-BR-CNT           PIC 9(2) VALUE 0.
    05  WS-BR OCCURS 30 TIMES.
        10  WS-BR-CODE      PIC X(3).
        10  WS-BR-DEFECT    PIC 9(9) OCCURS 8 TIMES.
        10  WS-BR-MONTH OCCURS 4 TIMES.
            15  WS-BR-VOLUME    PIC 9(11).
            15  WS-BR-TOTAL     PIC 9(9).
            15  WS-BR-RATE      PIC 9(7)V99.
        10  WS-BR-RANK      PIC 9(2).
        10  WS-BR-TREND     PIC X(6).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "BRANCH DATA-QUALITY SCORECARD".
    05  FILLER              PIC X(7)  VALUE "MONTH: ".
    05  H1-MONTH            PIC 9999/99.
    05  FILLER              PIC X(13) VALUE "  RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-HEADER-2.
    05  FILLER              PIC X(60) VALUE
        "RATES ARE DEFECTS PER 1,000 RECORDS OF THE BRANCH'S VOLUME".
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TITLE.
    05  RT-TITLE            PIC X(60).
01  WS-REPORT-SECTION.
    05  FILLER              PIC X(76) VALUE ALL "-".
01  WS-LEAGUE-COLHDR-1.
    05  FILLER              PIC X(5)  VALUE "RANK".
    05  FILLER              PIC X(5)  VALUE "BRN".
    05  FILLER              PIC X(12) VALUE "      VOLUME".
    05  FILLER              PIC X(9)  VALUE "  DEFECTS".
    05  FILLER              PIC X(9)  VALUE "     RATE".
    05  FILLER              PIC X(9)  VALUE "      M-1".
    05  FILLER              PIC X(9)  VALUE "      M-2".
    05  FILLER              PIC X(9)  VALUE "      M-3".
    05  FILLER              PIC X(8)  VALUE "  TREND".
01  WS-LEAGUE-COLHDR-2.
    05  FILLER              PIC X(42) VALUE SPACES.
    05  H-M1                PIC 9999/99.
    05  FILLER              PIC X(2)  VALUE SPACES.
    05  H-M2                PIC 9999/99.
    05  FILLER              PIC X(2)  VALUE SPACES.
    05  H-M3                PIC 9999/99.
01  WS-LEAGUE-DETAIL.
    05  L-RANK              PIC Z9.
    05  FILLER              PIC X(3)  VALUE SPACES.
    05  L-BRANCH            PIC X(5).
    05  L-VOLUME            PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X     VALUE SPACE.
    05  L-DEFECTS           PIC Z,ZZZ,ZZ9.
    05  L-RATE              PIC ZZZZZ9.99.
    05  L-RATE-M1           PIC ZZZZZ9.99 BLANK WHEN ZERO.
    05  L-RATE-M2           PIC ZZZZZ9.99 BLANK WHEN ZERO.
    05  L-RATE-M3           PIC ZZZZZ9.99 BLANK WHEN ZERO.
    05  FILLER              PIC X(2)  VALUE SPACES.
    05  L-TREND             PIC X(6).
01  WS-TYPE-COLHDR.
    05  FILLER              PIC X(12) VALUE "BRN".
    05  FILLER              PIC X(8)  VALUE " FRONTED".
    05  FILLER              PIC X(8)  VALUE " SENSREJ".
    05  FILLER              PIC X(8)  VALUE "  DUPRDS".
    05  FILLER              PIC X(8)  VALUE "  OOSRDS".
    05  FILLER              PIC X(8)  VALUE "  QUARAN".
    05  FILLER              PIC X(8)  VALUE "  NMSUSP".
    05  FILLER              PIC X(8)  VALUE "  DUPKEY".
    05  FILLER              PIC X(8)  VALUE "  RECYCL".
01  WS-TYPE-DETAIL.
    05  T-BRANCH            PIC X(5).
    05  T-LABEL             PIC X(7).
    05  T-ENTRY OCCURS 8 TIMES.
        10  T-COUNT         PIC Z(7)9.
01  WS-TYPE-RATES REDEFINES WS-TYPE-DETAIL.
    05  FILLER              PIC X(12).
    05  T-RATE-ENTRY OCCURS 8 TIMES.
        10  T-RATE          PIC ZZZZ9.99.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-SET-MONTHS.
    PERFORM B-LOAD-HISTORY.
    PERFORM B-SCORE-BRANCHES.
    PERFORM C-WRITE-REPORT.
    MOVE SPACES TO WS-MSG-TEXT.
    IF WS-RANKED-CNT = 0
        MOVE 4 TO WS-RUN-RC
        STRING "NO DATA-QUALITY HISTORY FOR MONTH " WS-REPORT-MONTH
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN2702W" WS-MSG-TEXT
    ELSE
        STRING "BRANCHES RANKED " WS-RANKED-CNT " WORSE THAN PRIOR "
            WS-WORSE-CNT DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN2701I" WS-MSG-TEXT
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
    STRING "DQSCORE RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "DQSCORE " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "DQSCORE " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "DQSCORE " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "DQSCORE " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  Optional card: columns 1-6 the month to score as YYYYMM.
*>  Missing card scores the current month -- the usual month-end
*>  case.
    MOVE WS-RUN-ID(1:6) TO WS-REPORT-MONTH.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:6) IS NUMERIC
            MOVE WS-PARM-CARD(1:6) TO WS-REPORT-MONTH
        END-IF
    END-IF.

A-SET-MONTHS.
*>  Walks back a month at a time, January wrapping to the previous
*>  year's December.
    MOVE WS-REPORT-MONTH TO WS-MONTH(1).
    MOVE WS-REPORT-MONTH(1:4) TO WS-YY.
    MOVE WS-REPORT-MONTH(5:2) TO WS-MM.
    PERFORM VARYING WS-M FROM 2 BY 1 UNTIL WS-M > 4
        IF WS-MM = 1
            MOVE 12 TO WS-MM
            SUBTRACT 1 FROM WS-YY
        ELSE
            SUBTRACT 1 FROM WS-MM
        END-IF
        COMPUTE WS-MONTH(WS-M) = WS-YY * 100 + WS-MM
    END-PERFORM.

B-LOAD-HISTORY.
*>  The history reads back in branch + date order; only the four
*>  months in view are taken.
    OPEN INPUT DQ-HISTORY.
    IF WS-DQ-STATUS NOT = "00"
        STRING "DQ-HISTORY OPEN FAILED, STATUS " WS-DQ-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 2701 TO WS-ERR-RC
        CALL "ERRHAND" USING "DQSCORE " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    PERFORM UNTIL WS-EOF
        READ DQ-HISTORY NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-TAKE-DAY
        END-READ
    END-PERFORM.
    CLOSE DQ-HISTORY.

B-TAKE-DAY.
    MOVE DQ-DATE(1:6) TO WS-REC-MONTH.
    MOVE 0 TO WS-M.
    PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
        IF WS-MONTH(WS-T) = WS-REC-MONTH
            MOVE WS-T TO WS-M
        END-IF
    END-PERFORM.
    IF WS-M > 0
        PERFORM B-FIND-BRANCH
        IF WS-BX > 0
            ADD 1 TO WS-DAYS-READ
            ADD DQ-VOLUME TO WS-BR-VOLUME(WS-BX WS-M)
            PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 8
                ADD DQ-DEFECT(WS-T) TO WS-BR-TOTAL(WS-BX WS-M)
                IF WS-M = 1
                    ADD DQ-DEFECT(WS-T) TO WS-BR-DEFECT(WS-BX WS-T)
                END-IF
            END-PERFORM
        END-IF
    END-IF.

B-FIND-BRANCH.
*>  A branch beyond the table's thirty is left out of the scorecard
*>  rather than folded into another branch's figures.
    MOVE 0 TO WS-BX.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BR-CNT
        IF WS-BR-CODE(WS-B) = DQ-BRANCH
            MOVE WS-B TO WS-BX
        END-IF
    END-PERFORM.
    IF WS-BX = 0 AND WS-BR-CNT < 30
        ADD 1 TO WS-BR-CNT
        MOVE WS-BR-CNT TO WS-BX
        INITIALIZE WS-BR(WS-BX)
        MOVE DQ-BRANCH TO WS-BR-CODE(WS-BX)
    END-IF.

B-SCORE-BRANCHES.
*>  Rate = defects per thousand records of volume; a branch with
*>  defects but no volume at all is rated against a volume of one.
*>  The trend compares the month with the pooled rate of the three
*>  months before it, so one quiet month does not swing it.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BR-CNT
        PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
            MOVE WS-BR-VOLUME(WS-B WS-M) TO WS-RATE-BASE
            IF WS-RATE-BASE = 0
                MOVE 1 TO WS-RATE-BASE
            END-IF
            COMPUTE WS-BR-RATE(WS-B WS-M) ROUNDED =
                WS-BR-TOTAL(WS-B WS-M) * 1000 / WS-RATE-BASE
        END-PERFORM
        MOVE 0 TO WS-PRIOR-VOLUME WS-PRIOR-DEFECTS
        PERFORM VARYING WS-M FROM 2 BY 1 UNTIL WS-M > 4
            ADD WS-BR-VOLUME(WS-B WS-M) TO WS-PRIOR-VOLUME
            ADD WS-BR-TOTAL(WS-B WS-M) TO WS-PRIOR-DEFECTS
        END-PERFORM
        IF WS-PRIOR-VOLUME = 0
            MOVE "NEW" TO WS-BR-TREND(WS-B)
        ELSE
            COMPUTE WS-PRIOR-RATE ROUNDED =
                WS-PRIOR-DEFECTS * 1000 / WS-PRIOR-VOLUME
            EVALUATE TRUE
                WHEN WS-BR-RATE(WS-B 1) < WS-PRIOR-RATE
                    MOVE "BETTER" TO WS-BR-TREND(WS-B)
                WHEN WS-BR-RATE(WS-B 1) > WS-PRIOR-RATE
                    MOVE "WORSE" TO WS-BR-TREND(WS-B)
                WHEN OTHER
                    MOVE "SAME" TO WS-BR-TREND(WS-B)
            END-EVALUATE
        END-IF
    END-PERFORM.
*>  Rank = one more than the number of scored branches with a lower
*>  rate, so equal rates share a place.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BR-CNT
        MOVE 0 TO WS-BR-RANK(WS-B)
        IF WS-BR-VOLUME(WS-B 1) > 0 OR WS-BR-TOTAL(WS-B 1) > 0
            ADD 1 TO WS-RANKED-CNT
            MOVE 1 TO WS-BR-RANK(WS-B)
            PERFORM VARYING WS-B2 FROM 1 BY 1
                UNTIL WS-B2 > WS-BR-CNT
                IF (WS-BR-VOLUME(WS-B2 1) > 0
                        OR WS-BR-TOTAL(WS-B2 1) > 0)
                        AND WS-BR-RATE(WS-B2 1) < WS-BR-RATE(WS-B 1)
                    ADD 1 TO WS-BR-RANK(WS-B)
                END-IF
            END-PERFORM
            IF WS-BR-TREND(WS-B) = "WORSE"
                ADD 1 TO WS-WORSE-CNT
            END-IF
        END-IF
    END-PERFORM.

C-WRITE-REPORT.
    OPEN OUTPUT DQSCORE-RPT.
    MOVE WS-REPORT-MONTH TO H1-MONTH.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE DQSCORE-LINE FROM WS-REPORT-HEADER-1.
    WRITE DQSCORE-LINE FROM WS-REPORT-HEADER-2.
    WRITE DQSCORE-LINE FROM WS-REPORT-BLANK.
    IF WS-RANKED-CNT = 0
        MOVE "NO DATA-QUALITY HISTORY FOR THIS MONTH" TO RT-TITLE
        WRITE DQSCORE-LINE FROM WS-REPORT-TITLE
    ELSE
        MOVE "LEAGUE TABLE -- LOWEST DEFECT RATE FIRST" TO RT-TITLE
        WRITE DQSCORE-LINE FROM WS-REPORT-TITLE
        WRITE DQSCORE-LINE FROM WS-LEAGUE-COLHDR-1
        MOVE WS-MONTH(2) TO H-M1
        MOVE WS-MONTH(3) TO H-M2
        MOVE WS-MONTH(4) TO H-M3
        WRITE DQSCORE-LINE FROM WS-LEAGUE-COLHDR-2
        WRITE DQSCORE-LINE FROM WS-REPORT-SECTION
        PERFORM VARYING WS-RANK FROM 1 BY 1
            UNTIL WS-RANK > WS-BR-CNT
            PERFORM VARYING WS-B FROM 1 BY 1
                UNTIL WS-B > WS-BR-CNT
                IF WS-BR-RANK(WS-B) = WS-RANK
                    PERFORM C-WRITE-LEAGUE-LINE
                END-IF
            END-PERFORM
        END-PERFORM
        WRITE DQSCORE-LINE FROM WS-REPORT-BLANK
        MOVE "DEFECTS BY TYPE -- COUNT AND RATE PER 1,000" TO RT-TITLE
        WRITE DQSCORE-LINE FROM WS-REPORT-TITLE
        WRITE DQSCORE-LINE FROM WS-TYPE-COLHDR
        WRITE DQSCORE-LINE FROM WS-REPORT-SECTION
        PERFORM VARYING WS-RANK FROM 1 BY 1
            UNTIL WS-RANK > WS-BR-CNT
            PERFORM VARYING WS-B FROM 1 BY 1
                UNTIL WS-B > WS-BR-CNT
                IF WS-BR-RANK(WS-B) = WS-RANK
                    PERFORM C-WRITE-TYPE-LINES
                END-IF
            END-PERFORM
        END-PERFORM
    END-IF.
    CLOSE DQSCORE-RPT.

C-WRITE-LEAGUE-LINE.
    MOVE SPACES TO WS-LEAGUE-DETAIL.
    MOVE WS-BR-RANK(WS-B) TO L-RANK.
    MOVE WS-BR-CODE(WS-B) TO L-BRANCH.
    MOVE WS-BR-VOLUME(WS-B 1) TO L-VOLUME.
    MOVE WS-BR-TOTAL(WS-B 1) TO L-DEFECTS.
    MOVE WS-BR-RATE(WS-B 1) TO L-RATE.
    MOVE WS-BR-RATE(WS-B 2) TO L-RATE-M1.
    MOVE WS-BR-RATE(WS-B 3) TO L-RATE-M2.
    MOVE WS-BR-RATE(WS-B 4) TO L-RATE-M3.
    MOVE WS-BR-TREND(WS-B) TO L-TREND.
    WRITE DQSCORE-LINE FROM WS-LEAGUE-DETAIL.

C-WRITE-TYPE-LINES.
    MOVE WS-BR-VOLUME(WS-B 1) TO WS-RATE-BASE.
    IF WS-RATE-BASE = 0
        MOVE 1 TO WS-RATE-BASE
    END-IF.
    MOVE SPACES TO WS-TYPE-DETAIL.
    MOVE WS-BR-CODE(WS-B) TO T-BRANCH.
    MOVE "COUNT" TO T-LABEL.
    PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 8
        MOVE WS-BR-DEFECT(WS-B WS-T) TO T-COUNT(WS-T)
    END-PERFORM.
    WRITE DQSCORE-LINE FROM WS-TYPE-DETAIL.
    MOVE SPACES TO WS-TYPE-DETAIL.
    MOVE "RATE" TO T-LABEL.
    PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 8
        COMPUTE T-RATE(WS-T) ROUNDED =
            WS-BR-DEFECT(WS-B WS-T) * 1000 / WS-RATE-BASE
    END-PERFORM.
    WRITE DQSCORE-LINE FROM WS-TYPE-RATES.
