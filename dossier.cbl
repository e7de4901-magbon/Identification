*> This program takes a DOSSREQ card file of NM-ID keys and prints
*> one consolidated dossier per key, each source its own section in
*> date order, with a "no record" line where a source has nothing.
*> The audit sample becomes a job submission. The downstream
*> matching system's latest conclusion on the key (IDRESMST, loaded
*> by IDRESULT) closes each dossier, with a disagreement with our
*> verdict called out and dated. Journal entries carry their
*> sequence within the run date, and an entry put right by NMREVERS
*> shows the reversal beside it.
IDENTIFICATION DIVISION.
PROGRAM-ID. DOSSIER.
ENVIRONMENT DIVISION.
        ACCESS MODE IS RANDOM
        RECORD KEY IS SM-KEY
        FILE STATUS IS WS-SM-STATUS.
    SELECT RESULT-STORE ASSIGN TO "IDRESMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IRS-KEY
        FILE STATUS IS WS-IRS-STATUS.
    SELECT DOSSIER-RPT ASSIGN TO "DOSSRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
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
FD  ARCHIVE-IN
    RECORDING MODE IS F.
01  ARCH-REC.
    05  ARCH-VERDICT        PIC X(20).
    05  FILLER              PIC X.
    05  ARCH-RUN-DATE       PIC 9(8).
    05  FILLER              PIC X(18).
FD  AGING-FILE.
01  AGE-REC.
    05  AGE-KEY             PIC X(10).
    05  SM-BRANCH           PIC X(3).
    05  SM-FIRST-FLAGGED    PIC 9(8).
    05  SM-LAST-FLAGGED     PIC 9(8).
FD  RESULT-STORE.
01  IRS-REC.
    05  IRS-KEY             PIC X(10).
    05  IRS-ID-STATUS       PIC X(10).
    05  IRS-REASON          PIC X(20).
    05  IRS-FEED-DATE       PIC 9(8).
    05  IRS-RECV-DATE       PIC 9(8).
    05  IRS-OUR-VERDICT     PIC X(20).
    05  IRS-OUR-SIGN        PIC X.
    05  IRS-COMPARE         PIC X.
        88  IRS-AGREES              VALUE "A".
        88  IRS-DISAGREES           VALUE "D".
        88  IRS-NOT-COMPARED        VALUE "-".
    05  IRS-FIRST-DISAGREE  PIC 9(8).
    05  IRS-DISAGREE-CNT    PIC 9(4).
FD  DOSSIER-RPT
    RECORDING MODE IS F.
01  DOSSIER-LINE            PIC X(80).
        77 WS-AGE-STATUS    PIC XX.
        77 WS-SM-STATUS     PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-IRS-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X.
            88 WS-EOF               VALUE "Y".
        77 WS-REQ-EOF-SW    PIC X VALUE "N".
            88 WS-REQ-EOF           VALUE "Y".
        77 WS-FOUND-CNT     PIC 9(4).
        77 WS-Q             PIC 9(3).
        77 WS-V             PIC 9(3).
        77 WS-ENTRY-SEQ     PIC 9(3).
        77 WS-KEY-CNT       PIC 9(4) VALUE 0.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

*>  The key's running entry count per run date, and its reversals --
*>  taken on a first pass over the journal so a reversed entry can
*>  show its reversal beside it, the NMJPRINT pairing.
01  WS-SEQ-TABLE.
    05  WS-SQ-CNT           PIC 9(3) VALUE 0.
    05  WS-SQ OCCURS 400 TIMES.
        10  WS-SQ-DATE      PIC 9(8).
        10  WS-SQ-LAST      PIC 9(3).
01  WS-REVERSAL-TABLE.
    05  WS-RV-CNT           PIC 9(3) VALUE 0.
    05  WS-RV OCCURS 100 TIMES.
        10  WS-RV-OF-DATE   PIC 9(8).
        10  WS-RV-OF-SEQ    PIC 9(3).
        10  WS-RV-DATE      PIC 9(8).
        10  WS-RV-SEQ       PIC 9(3).
        10  WS-RV-PROGRAM   PIC X(8).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "AUDIT DOSSIER".
01  WS-JOURNAL-LINE.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  J-DATE              PIC 9999/99/99.
    05  FILLER              PIC X(2) VALUE " #".
    05  J-SEQ               PIC ZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  J-PROGRAM           PIC X(9).
    05  J-BEF               PIC -(9)9.99.
    05  J-AFT               PIC -(9)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  J-FLAGS             PIC X(3).
01  WS-JOURNAL-REVERSED.
    05  FILLER              PIC X(19) VALUE
        "    ** REVERSED BY ".
    05  JB-PROGRAM          PIC X(9).
    05  FILLER              PIC X(3) VALUE "ON ".
    05  JB-DATE             PIC 9999/99/99.
    05  FILLER              PIC X(2) VALUE " #".
    05  JB-SEQ              PIC ZZ9.
01  WS-JOURNAL-REVERSAL.
    05  FILLER              PIC X(25) VALUE
        "    ** REVERSAL OF ENTRY ".
    05  FILLER              PIC X(3) VALUE "ON ".
    05  JR-DATE             PIC 9999/99/99.
    05  FILLER              PIC X(2) VALUE " #".
    05  JR-SEQ              PIC ZZ9.
01  WS-VERDICT-LINE.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  V-DATE              PIC 9999/99/99.
    05  S-FIRST             PIC 9999/99/99.
    05  FILLER              PIC X(14) VALUE "  LAST FLAGGED".
    05  S-LAST              PIC 9999/99/99.
01  WS-RESULT-LINE.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  R-FEED              PIC 9999/99/99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  R-STATUS            PIC X(11).
    05  R-REASON            PIC X(21).
    05  FILLER              PIC X(5) VALUE "OURS ".
    05  R-OURS              PIC X(20).
01  WS-DISAGREE-LINE.
    05  FILLER              PIC X(38) VALUE
        "  ** DISAGREES WITH OUR VERDICT SINCE ".
    05  X-SINCE             PIC 9999/99/99.
    05  FILLER              PIC X(2) VALUE " (".
    05  X-RUNS              PIC ZZZ9.
    05  FILLER              PIC X(9) VALUE " RESULTS)".
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-OPEN-FILES.
    OPEN INPUT NUMBER-MASTER.
    OPEN INPUT AGING-FILE.
    OPEN INPUT SUSPENSE-MASTER.
    OPEN INPUT RESULT-STORE.
    OPEN OUTPUT DOSSIER-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE DOSSIER-LINE FROM WS-REPORT-HEADER-1.
    IF WS-SM-STATUS = "00"
        CLOSE SUSPENSE-MASTER
    END-IF.
    IF WS-IRS-STATUS = "00"
        CLOSE RESULT-STORE
    END-IF.
    CLOSE DOSSIER-RPT.

B-BUILD-ONE-DOSSIER.
    PERFORM B-SECTION-VERDICTS.
    PERFORM B-SECTION-EXCEPTIONS.
    PERFORM B-SECTION-SUSPENSE.
    PERFORM B-SECTION-DOWNSTREAM.

B-SECTION-MASTER.
    MOVE "NUMBER MASTER" TO RT-TITLE.

B-SECTION-JOURNAL.
*>  The journal appends in run order, so one forward pass already
*>  delivers this key's changes in date order. It is read twice:
*>  once to find the key's reversals, once to print.
    MOVE "CHANGE JOURNAL" TO RT-TITLE.
    WRITE DOSSIER-LINE FROM WS-REPORT-TITLE.
    MOVE 0 TO WS-FOUND-CNT.
    MOVE "N" TO WS-EOF-SW.
    MOVE 0 TO WS-SQ-CNT.
    MOVE 0 TO WS-RV-CNT.
    OPEN INPUT JOURNAL-IN.
    IF WS-JRNL-STATUS = "00"
        PERFORM UNTIL WS-EOF
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF JRNL-KEY = REQ-KEY
                        PERFORM B-NEXT-SEQUENCE
                        PERFORM B-TABLE-REVERSAL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOURNAL-IN
        MOVE 0 TO WS-SQ-CNT
        MOVE "N" TO WS-EOF-SW
        OPEN INPUT JOURNAL-IN
        PERFORM UNTIL WS-EOF
            READ JOURNAL-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF JRNL-KEY = REQ-KEY
                        PERFORM B-JOURNAL-LINE
                    END-IF
            END-READ
        END-PERFORM
        PERFORM B-NO-RECORD-LINE
    END-IF.

B-JOURNAL-LINE.
    PERFORM B-NEXT-SEQUENCE.
    ADD 1 TO WS-FOUND-CNT.
    MOVE JRNL-RUN-DATE TO J-DATE.
    MOVE WS-ENTRY-SEQ TO J-SEQ.
    MOVE JRNL-PROGRAM TO J-PROGRAM.
    MOVE JRNL-BEF-AMOUNT TO J-BEF.
    MOVE JRNL-AFT-AMOUNT TO J-AFT.
    MOVE SPACES TO J-FLAGS.
    STRING JRNL-BEF-FLAG ">" JRNL-AFT-FLAG
        DELIMITED BY SIZE INTO J-FLAGS.
    WRITE DOSSIER-LINE FROM WS-JOURNAL-LINE.
    IF JRNL-REV-REF IS NUMERIC
        IF JRNL-REV-DATE NOT = 0
            MOVE JRNL-REV-DATE TO JR-DATE
            MOVE JRNL-REV-SEQ TO JR-SEQ
            WRITE DOSSIER-LINE FROM WS-JOURNAL-REVERSAL
        END-IF
    END-IF.
    IF WS-ENTRY-SEQ > 0
        PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-RV-CNT
            IF WS-RV-OF-DATE(WS-V) = JRNL-RUN-DATE
                    AND WS-RV-OF-SEQ(WS-V) = WS-ENTRY-SEQ
                MOVE WS-RV-PROGRAM(WS-V) TO JB-PROGRAM
                MOVE WS-RV-DATE(WS-V) TO JB-DATE
                MOVE WS-RV-SEQ(WS-V) TO JB-SEQ
                WRITE DOSSIER-LINE FROM WS-JOURNAL-REVERSED
            END-IF
        END-PERFORM
    END-IF.

B-NEXT-SEQUENCE.
*>  The entry's ordinal among the key's entries on its run date, in
*>  journal order -- the sequence an NMREVERS card quotes.
    MOVE 0 TO WS-ENTRY-SEQ.
    PERFORM VARYING WS-Q FROM 1 BY 1
            UNTIL WS-Q > WS-SQ-CNT OR WS-ENTRY-SEQ > 0
        IF WS-SQ-DATE(WS-Q) = JRNL-RUN-DATE
            ADD 1 TO WS-SQ-LAST(WS-Q)
            MOVE WS-SQ-LAST(WS-Q) TO WS-ENTRY-SEQ
        END-IF
    END-PERFORM.
    IF WS-ENTRY-SEQ = 0 AND WS-SQ-CNT < 400
        ADD 1 TO WS-SQ-CNT
        MOVE JRNL-RUN-DATE TO WS-SQ-DATE(WS-SQ-CNT)
        MOVE 1 TO WS-SQ-LAST(WS-SQ-CNT)
        MOVE 1 TO WS-ENTRY-SEQ
    END-IF.

B-TABLE-REVERSAL.
    IF JRNL-REV-REF IS NUMERIC
        IF JRNL-REV-DATE NOT = 0 AND WS-RV-CNT < 100
            ADD 1 TO WS-RV-CNT
            MOVE JRNL-REV-DATE TO WS-RV-OF-DATE(WS-RV-CNT)
            MOVE JRNL-REV-SEQ TO WS-RV-OF-SEQ(WS-RV-CNT)
            MOVE JRNL-RUN-DATE TO WS-RV-DATE(WS-RV-CNT)
            MOVE WS-ENTRY-SEQ TO WS-RV-SEQ(WS-RV-CNT)
            MOVE JRNL-PROGRAM TO WS-RV-PROGRAM(WS-RV-CNT)
        END-IF
    END-IF.

B-SECTION-VERDICTS.
*>  The archived generations are concatenated on IDXARCH in date
*>  order, so a forward pass keeps the verdicts chronological.
        END-READ
    END-IF.

B-SECTION-DOWNSTREAM.
    MOVE "DOWNSTREAM IDENTIFICATION" TO RT-TITLE.
    WRITE DOSSIER-LINE FROM WS-REPORT-TITLE.
    IF WS-IRS-STATUS NOT = "00"
        PERFORM B-NO-RECORD-LINE
    ELSE
        MOVE REQ-KEY TO IRS-KEY
        READ RESULT-STORE
            INVALID KEY
                PERFORM B-NO-RECORD-LINE
            NOT INVALID KEY
                MOVE IRS-FEED-DATE TO R-FEED
                MOVE IRS-ID-STATUS TO R-STATUS
                MOVE IRS-REASON TO R-REASON
                MOVE IRS-OUR-VERDICT TO R-OURS
                WRITE DOSSIER-LINE FROM WS-RESULT-LINE
                IF IRS-DISAGREES
                    MOVE IRS-FIRST-DISAGREE TO X-SINCE
                    MOVE IRS-DISAGREE-CNT TO X-RUNS
                    WRITE DOSSIER-LINE FROM WS-DISAGREE-LINE
                END-IF
        END-READ
    END-IF.

B-NO-RECORD-LINE.
    MOVE "  NO RECORD" TO RT-TITLE.
    WRITE DOSSIER-LINE FROM WS-REPORT-TITLE.
