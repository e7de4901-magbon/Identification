*> images NMJWRITE has been appending and prints them formatted,
*> optionally filtered to one key via the NMJPARM card -- the answer
*> to audit's "what changed on this key and when", straight off the
*> journal instead of a reconstruction. Each entry carries its
*> sequence within its key and run date -- the number an NMREVERS
*> card quotes -- and a reversed entry is printed with its reversal
*> noted directly beneath it, the reversal itself naming the entry
*> it undoes.
IDENTIFICATION DIVISION.
PROGRAM-ID. NMJPRINT.
ENVIRONMENT DIVISION.
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
FD  JOURNAL-RPT
    RECORDING MODE IS F.
01  JOURNAL-LINE            PIC X(80).
            88 WS-EOF               VALUE "Y".
        77 WS-KEY-FILTER    PIC X(10) VALUE SPACES.
        77 WS-PRINT-CNT     PIC 9(6) VALUE 0.
        77 WS-Q             PIC 9(4).
        77 WS-Q2            PIC 9(4).
        77 WS-V             PIC 9(3).
        77 WS-ENTRY-SEQ     PIC 9(3).
        77 WS-UNNUMBERED-CNT PIC 9(6) VALUE 0.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".

*>  Running count of each key's entries per run date. A full table
*>  sheds the dates already behind the journal's current one; only
*>  if that frees nothing does an entry go out unnumbered (counted).
01  WS-SEQ-TABLE.
    05  WS-SQ-CNT           PIC 9(4) VALUE 0.
    05  WS-SQ OCCURS 3000 TIMES.
        10  WS-SQ-KEY       PIC X(10).
        10  WS-SQ-DATE      PIC 9(8).
        10  WS-SQ-LAST      PIC 9(3).
*>  Every reversal on the journal, taken on a first pass so the
*>  entry it undoes can be shown with it when the print reaches it.
01  WS-REVERSAL-TABLE.
    05  WS-RV-CNT           PIC 9(3) VALUE 0.
    05  WS-RV OCCURS 500 TIMES.
        10  WS-RV-KEY       PIC X(10).
        10  WS-RV-OF-DATE   PIC 9(8).
        10  WS-RV-OF-SEQ    PIC 9(3).
        10  WS-RV-DATE      PIC 9(8).
        10  WS-RV-SEQ       PIC 9(3).
        10  WS-RV-PROGRAM   PIC X(8).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "NUMBER MASTER CHANGE JOURNAL".
    05  FILLER              PIC X(13) VALUE "AFTER".
    05  FILLER              PIC X(3)  VALUE "FL".
    05  FILLER              PIC X(10) VALUE "PROGRAM".
    05  FILLER              PIC X(17) VALUE "DATE".
    05  FILLER              PIC X(3)  VALUE "SEQ".
01  WS-REPORT-DETAIL.
    05  D-KEY               PIC X(12).
    05  D-BEF-AMOUNT        PIC -(9)9.99.
    05  D-AFT-FLAG          PIC X(3).
    05  D-PROGRAM           PIC X(10).
    05  D-DATE              PIC 9999/99/99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-SEQ               PIC ZZ9.
01  WS-REPORT-REVERSED.
    05  FILLER              PIC X(21) VALUE
        "      ** REVERSED BY ".
    05  RB-PROGRAM          PIC X(9).
    05  FILLER              PIC X(3) VALUE "ON ".
    05  RB-DATE             PIC 9999/99/99.
    05  FILLER              PIC X(5) VALUE " SEQ ".
    05  RB-SEQ              PIC ZZ9.
01  WS-REPORT-REVERSAL.
    05  FILLER              PIC X(27) VALUE
        "      ** REVERSAL OF ENTRY ".
    05  FILLER              PIC X(3) VALUE "ON ".
    05  RR-DATE             PIC 9999/99/99.
    05  FILLER              PIC X(5) VALUE " SEQ ".
    05  RR-SEQ              PIC ZZ9.
01  WS-REPORT-TOTAL.
    05  FILLER              PIC X(20) VALUE "CHANGES PRINTED".
    05  T-COUNT             PIC ZZZ,ZZ9.
    MOVE WS-PRINT-CNT TO T-COUNT.
    WRITE JOURNAL-LINE FROM WS-REPORT-TOTAL.
    CLOSE JOURNAL-RPT.
    IF WS-UNNUMBERED-CNT > 0
        DISPLAY "NMJPRINT: ENTRIES PRINTED WITHOUT A SEQUENCE: "
            WS-UNNUMBERED-CNT
    END-IF.
    DISPLAY "JOURNAL ENTRIES PRINTED: " WS-PRINT-CNT.
    PERFORM A-RUN-COMPLETION.
    GOBACK.
    IF WS-JRNL-STATUS NOT = "00"
        DISPLAY "NMJRNL NOT PRESENT -- NO CHANGES JOURNALED YET"
    ELSE
        PERFORM B-COLLECT-REVERSALS
        CLOSE JOURNAL-IN
        OPEN INPUT JOURNAL-IN
        MOVE 0 TO WS-SQ-CNT
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ JOURNAL-IN
                AT END
        CLOSE JOURNAL-IN
    END-IF.

B-COLLECT-REVERSALS.
*>  First pass: number the entries the way the print will, and keep
*>  each reversal with the entry it names.
    PERFORM UNTIL WS-EOF
        READ JOURNAL-IN
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                IF WS-KEY-FILTER = SPACES
                        OR JRNL-KEY = WS-KEY-FILTER
                    PERFORM B-NEXT-SEQUENCE
                    IF JRNL-REV-REF IS NUMERIC
                        IF JRNL-REV-DATE NOT = 0
                            PERFORM B-TABLE-REVERSAL
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

B-TABLE-REVERSAL.
    IF WS-RV-CNT < 500
        ADD 1 TO WS-RV-CNT
        MOVE JRNL-KEY TO WS-RV-KEY(WS-RV-CNT)
        MOVE JRNL-REV-DATE TO WS-RV-OF-DATE(WS-RV-CNT)
        MOVE JRNL-REV-SEQ TO WS-RV-OF-SEQ(WS-RV-CNT)
        MOVE JRNL-RUN-DATE TO WS-RV-DATE(WS-RV-CNT)
        MOVE WS-ENTRY-SEQ TO WS-RV-SEQ(WS-RV-CNT)
        MOVE JRNL-PROGRAM TO WS-RV-PROGRAM(WS-RV-CNT)
    ELSE
        DISPLAY "NMJPRINT: REVERSAL TABLE FULL -- NOT PAIRED: "
            JRNL-KEY " " JRNL-RUN-DATE
    END-IF.

B-NEXT-SEQUENCE.
*>  The sequence is the entry's ordinal among its key's entries on
*>  its run date, in the order the journal was written -- the count
*>  NMREVERS makes when it looks an entry up.
    MOVE 0 TO WS-ENTRY-SEQ.
    PERFORM VARYING WS-Q FROM 1 BY 1
            UNTIL WS-Q > WS-SQ-CNT OR WS-ENTRY-SEQ > 0
        IF WS-SQ-KEY(WS-Q) = JRNL-KEY
                AND WS-SQ-DATE(WS-Q) = JRNL-RUN-DATE
            ADD 1 TO WS-SQ-LAST(WS-Q)
            MOVE WS-SQ-LAST(WS-Q) TO WS-ENTRY-SEQ
        END-IF
    END-PERFORM.
    IF WS-ENTRY-SEQ = 0
        IF WS-SQ-CNT = 3000
            PERFORM B-SHED-OLD-DATES
        END-IF
        IF WS-SQ-CNT < 3000
            ADD 1 TO WS-SQ-CNT
            MOVE JRNL-KEY TO WS-SQ-KEY(WS-SQ-CNT)
            MOVE JRNL-RUN-DATE TO WS-SQ-DATE(WS-SQ-CNT)
            MOVE 1 TO WS-SQ-LAST(WS-SQ-CNT)
            MOVE 1 TO WS-ENTRY-SEQ
        END-IF
    END-IF.

B-SHED-OLD-DATES.
    MOVE 0 TO WS-Q2.
    PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-SQ-CNT
        IF WS-SQ-DATE(WS-Q) NOT < JRNL-RUN-DATE
            ADD 1 TO WS-Q2
            MOVE WS-SQ(WS-Q) TO WS-SQ(WS-Q2)
        END-IF
    END-PERFORM.
    MOVE WS-Q2 TO WS-SQ-CNT.

B-PRINT-ONE.
    PERFORM B-NEXT-SEQUENCE.
    ADD 1 TO WS-PRINT-CNT.
    MOVE JRNL-KEY TO D-KEY.
    MOVE JRNL-BEF-AMOUNT TO D-BEF-AMOUNT.
    MOVE JRNL-AFT-FLAG TO D-AFT-FLAG.
    MOVE JRNL-PROGRAM TO D-PROGRAM.
    MOVE JRNL-RUN-DATE TO D-DATE.
    MOVE WS-ENTRY-SEQ TO D-SEQ.
    IF WS-ENTRY-SEQ = 0
        ADD 1 TO WS-UNNUMBERED-CNT
    END-IF.
    WRITE JOURNAL-LINE FROM WS-REPORT-DETAIL.
    IF JRNL-REV-REF IS NUMERIC
        IF JRNL-REV-DATE NOT = 0
            MOVE JRNL-REV-DATE TO RR-DATE
            MOVE JRNL-REV-SEQ TO RR-SEQ
            WRITE JOURNAL-LINE FROM WS-REPORT-REVERSAL
        END-IF
    END-IF.
    IF WS-ENTRY-SEQ > 0
        PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-RV-CNT
            IF WS-RV-KEY(WS-V) = JRNL-KEY
                    AND WS-RV-OF-DATE(WS-V) = JRNL-RUN-DATE
                    AND WS-RV-OF-SEQ(WS-V) = WS-ENTRY-SEQ
                MOVE WS-RV-PROGRAM(WS-V) TO RB-PROGRAM
                MOVE WS-RV-DATE(WS-V) TO RB-DATE
                MOVE WS-RV-SEQ(WS-V) TO RB-SEQ
                WRITE JOURNAL-LINE FROM WS-REPORT-REVERSED
            END-IF
        END-PERFORM
    END-IF.
