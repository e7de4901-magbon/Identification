*> Inbound identification-result load for the downstream matching
*> system. ACKRECON tells us a record arrived; it never told us what
*> the matching system concluded about it. The downstream side now
*> returns an IDRESIN result file -- one record per IDX-KEY with its
*> identification status (matched as a CREDIT, a DEBIT, a NIL item,
*> or UNMATCHED) and reason -- and this program folds it into the
*> keyed IDRESMST result store, sets each result beside the sign
*> verdict we sent for the key (ZADANIE2's or CLASSALL's, off the
*> day's IDXTRACT), and prints every contradiction -- we said
*> NEGATIVE, they matched it as a credit -- on the IDRESRPT
*> disagreement report. The store keeps when each disagreement was
*> first seen and how many results in a row have repeated it, the
*> EXCPAGE aging precedent, so a standing disagreement ages on the
*> report (and on the DOSSIER) instead of quietly persisting.
IDENTIFICATION DIVISION.
PROGRAM-ID. IDRESULT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ID-EXTRACT ASSIGN TO "IDXTRACT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IDX-STATUS.
    SELECT RESULT-IN ASSIGN TO "IDRESIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RES-STATUS.
*>  Both sides sorted into key order so the comparison is a straight
*>  two-file merge, the ACKRECON precedent.
    SELECT SORTED-VERDICTS ASSIGN TO "IDRVRDWK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SVD-STATUS.
    SELECT SORTED-RESULTS ASSIGN TO "IDRRESWK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SRS-STATUS.
    SELECT SORT-WORK ASSIGN TO "SRTWK13".
    SELECT RESULT-STORE ASSIGN TO "IDRESMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IRS-KEY
        FILE STATUS IS WS-IRS-STATUS.
    SELECT DISAGREE-RPT ASSIGN TO "IDRESRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  ID-EXTRACT
    RECORDING MODE IS F.
01  IDX-REC.
    05  IDX-SOURCE          PIC X(8).
    05  IDX-SEP1            PIC X.
    05  IDX-KEY             PIC X(10).
    05  IDX-SEP2            PIC X.
    05  IDX-BRANCH          PIC X(3).
    05  IDX-SEPB            PIC X.
    05  IDX-VALUE           PIC X(13).
    05  IDX-SEP3            PIC X.
    05  IDX-VERDICT         PIC X(20).
    05  IDX-SEP4            PIC X.
    05  IDX-RUN-DATE        PIC 9(8).
    05  IDX-SEP5            PIC X.
    05  IDX-RUN-SEQ         PIC 9(3).
    05  FILLER              PIC X(14).
*>  The downstream result record, as agreed with the matching team.
FD  RESULT-IN
    RECORDING MODE IS F.
01  RES-REC.
    05  RES-KEY             PIC X(10).
    05  RES-SEP1            PIC X.
    05  RES-ID-STATUS       PIC X(10).
    05  RES-SEP2            PIC X.
    05  RES-REASON          PIC X(20).
    05  RES-SEP3            PIC X.
    05  RES-FEED-DATE       PIC 9(8).
SD  SORT-WORK.
01  SRT-REC.
    05  SRT-KEY             PIC X(10).
    05  SRT-REST            PIC X(41).
*>  Our side: the key, the verdict text as sent, the sign it carries
*>  and the feed date it went out under.
FD  SORTED-VERDICTS
    RECORDING MODE IS F.
01  SVD-REC.
    05  SVD-KEY             PIC X(10).
    05  SVD-SEP1            PIC X.
    05  SVD-VERDICT         PIC X(20).
    05  SVD-SEP2            PIC X.
    05  SVD-SIGN            PIC X.
    05  SVD-SEP3            PIC X.
    05  SVD-RUN-DATE        PIC 9(8).
    05  FILLER              PIC X(9).
FD  SORTED-RESULTS
    RECORDING MODE IS F.
01  SRS-REC.
    05  SRS-KEY             PIC X(10).
    05  SRS-SEP1            PIC X.
    05  SRS-ID-STATUS       PIC X(10).
        88  SRS-CREDIT              VALUE "CREDIT".
        88  SRS-DEBIT               VALUE "DEBIT".
        88  SRS-NIL                 VALUE "NIL".
    05  SRS-SEP2            PIC X.
    05  SRS-REASON          PIC X(20).
    05  SRS-SEP3            PIC X.
    05  SRS-FEED-DATE       PIC 9(8).
*>  The keyed result store -- the latest downstream conclusion per
*>  key, beside the verdict it was compared with. DOSSIER reads it.
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
FD  DISAGREE-RPT
    RECORDING MODE IS F.
01  DISAGREE-LINE           PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-IDX-STATUS    PIC XX.
        77 WS-RES-STATUS    PIC XX.
        77 WS-SVD-STATUS    PIC XX.
        77 WS-SRS-STATUS    PIC XX.
        77 WS-IRS-STATUS    PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-SVD-EOF-SW    PIC X VALUE "N".
            88 WS-SVD-EOF           VALUE "Y".
        77 WS-SRS-EOF-SW    PIC X VALUE "N".
            88 WS-SRS-EOF           VALUE "Y".
        77 WS-RESIN-SW      PIC X VALUE "N".
            88 WS-RESIN-PRESENT     VALUE "Y".
        77 WS-STORED-SW     PIC X.
            88 WS-STORED            VALUE "Y".
        77 WS-PREV-COMPARE  PIC X.
        77 WS-PREV-FIRST    PIC 9(8).
        77 WS-PREV-CNT      PIC 9(4).
        77 WS-SIGN-CHAR     PIC X.
        77 WS-OUR-KEY       PIC X(10) VALUE LOW-VALUES.
        77 WS-OUR-VERDICT   PIC X(20).
        77 WS-OUR-SIGN      PIC X.
        77 WS-OUR-DATE      PIC 9(8).
        77 WS-VERDICT-CNT   PIC 9(9) VALUE 0.
        77 WS-RESULT-CNT    PIC 9(6) VALUE 0.
        77 WS-AGREE-CNT     PIC 9(6) VALUE 0.
        77 WS-DISAGREE-CNT  PIC 9(6) VALUE 0.
        77 WS-NOCOMP-CNT    PIC 9(6) VALUE 0.
        77 WS-NOVERD-CNT    PIC 9(6) VALUE 0.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "DOWNSTREAM DISAGREEMENTS".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-HEADER-2.
    05  FILLER              PIC X(11) VALUE "KEY".
    05  FILLER              PIC X(21) VALUE "OUR VERDICT".
    05  FILLER              PIC X(11) VALUE "THEIRS".
    05  FILLER              PIC X(21) VALUE "REASON".
    05  FILLER              PIC X(16) VALUE "SINCE      RUNS".
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-DETAIL.
    05  D-KEY               PIC X(11).
    05  D-OURS              PIC X(21).
    05  D-THEIRS            PIC X(11).
    05  D-REASON            PIC X(21).
    05  D-SINCE             PIC 9999/99/99.
    05  FILLER              PIC X VALUE SPACE.
    05  D-RUNS              PIC ZZZ9.
01  WS-REPORT-TOTALS.
    05  FILLER              PIC X(44) VALUE
        "RESULTS / AGREED / DISAGREED / NOT COMPARED ".
    05  T-RESULTS           PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-AGREED            PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-DISAGREED         PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-NOCOMP            PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-SORT-VERDICTS.
    PERFORM A-SORT-RESULTS.
    PERFORM A-OPEN-STORE.
    PERFORM B-COMPARE.
    CLOSE RESULT-STORE.
    DISPLAY "VERDICTS SENT     : " WS-VERDICT-CNT.
    DISPLAY "RESULTS RECEIVED  : " WS-RESULT-CNT.
    DISPLAY "AGREED            : " WS-AGREE-CNT.
    DISPLAY "DISAGREED         : " WS-DISAGREE-CNT.
    DISPLAY "NOT COMPARED      : " WS-NOCOMP-CNT.
    DISPLAY "NO VERDICT ON HAND: " WS-NOVERD-CNT.
    IF WS-DISAGREE-CNT > 0
        MOVE SPACES TO WS-MSG-TEXT
        STRING WS-DISAGREE-CNT
            " KEYS WHERE DOWNSTREAM CONTRADICTS OUR VERDICT"
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN3802W" WS-MSG-TEXT
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
    STRING "IDRESULT RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "IDRESULT" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "IDRESULT" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "IDRESULT" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "IDRESULT" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-SORT-VERDICTS.
*>  Only the sign verdicts the downstream conclusion can contradict
*>  take part -- ZADANIE2's and CLASSALL's detail records of the
*>  current run, the ACKRECON rule for an intraday feed.
    SORT SORT-WORK
        ON ASCENDING KEY SRT-KEY
        INPUT PROCEDURE IS A-RELEASE-VERDICTS
        GIVING SORTED-VERDICTS.

A-RELEASE-VERDICTS.
    OPEN INPUT ID-EXTRACT.
    IF WS-IDX-STATUS NOT = "00"
        STRING "ID-EXTRACT OPEN FAILED, STATUS " WS-IDX-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 3801 TO WS-ERR-RC
        CALL "ERRHAND" USING "IDRESULT" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    PERFORM UNTIL WS-EOF
        READ ID-EXTRACT
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                IF (IDX-SOURCE = "ZADANIE2"
                            OR IDX-SOURCE = "CLASSALL")
                        AND IDX-KEY NOT = SPACES
                        AND IDX-RUN-SEQ IS NUMERIC
                        AND IDX-RUN-SEQ = WS-RUN-SEQ
                    PERFORM A-RELEASE-ONE-VERDICT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ID-EXTRACT.

A-RELEASE-ONE-VERDICT.
*>  ZADANIE2 spells the sign out (a provisional pass prefixes
*>  "PROV "); CLASSALL packs it into position 18 of its combined
*>  band/sign/parity verdict.
    MOVE SPACE TO WS-SIGN-CHAR.
    IF IDX-SOURCE = "CLASSALL"
        MOVE IDX-VERDICT(18:1) TO WS-SIGN-CHAR
    ELSE
        IF IDX-VERDICT(1:5) = "PROV "
            MOVE IDX-VERDICT(6:1) TO WS-SIGN-CHAR
        ELSE
            MOVE IDX-VERDICT(1:1) TO WS-SIGN-CHAR
        END-IF
    END-IF.
    ADD 1 TO WS-VERDICT-CNT.
    MOVE SPACES TO SVD-REC.
    MOVE IDX-KEY TO SVD-KEY.
    MOVE IDX-VERDICT TO SVD-VERDICT.
    MOVE WS-SIGN-CHAR TO SVD-SIGN.
    MOVE IDX-RUN-DATE TO SVD-RUN-DATE.
    MOVE SVD-REC TO SRT-REC.
    RELEASE SRT-REC.

A-SORT-RESULTS.
    SORT SORT-WORK
        ON ASCENDING KEY SRT-KEY
        INPUT PROCEDURE IS A-RELEASE-RESULTS
        GIVING SORTED-RESULTS.

A-RELEASE-RESULTS.
*>  No result file is a warning, not an abend: the downstream side
*>  answers on its own timetable, and the store simply keeps what it
*>  last heard.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT RESULT-IN.
    IF WS-RES-STATUS NOT = "00"
        MOVE "IDRESIN NOT PRESENT -- NO RESULTS RECEIVED"
            TO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN3803W" WS-MSG-TEXT
        MOVE 4 TO WS-RUN-RC
    ELSE
        SET WS-RESIN-PRESENT TO TRUE
        PERFORM UNTIL WS-EOF
            READ RESULT-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF RES-KEY NOT = SPACES
                        MOVE RES-REC TO SRT-REC
                        RELEASE SRT-REC
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RESULT-IN
    END-IF.

A-OPEN-STORE.
*>  OPEN I-O with the status-35 OPEN OUTPUT fallback, the SUSPROC
*>  precedent: the first run creates the store.
    OPEN I-O RESULT-STORE.
    IF WS-IRS-STATUS = "35"
        OPEN OUTPUT RESULT-STORE
        CLOSE RESULT-STORE
        OPEN I-O RESULT-STORE
    END-IF.
    IF WS-IRS-STATUS NOT = "00"
        STRING "RESULT-STORE OPEN FAILED, STATUS " WS-IRS-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 3802 TO WS-ERR-RC
        CALL "ERRHAND" USING "IDRESULT" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

B-COMPARE.
*>  Driven by the results: a key we sent that has no result yet is
*>  ACKRECON's business, not this report's.
    OPEN INPUT SORTED-VERDICTS.
    OPEN INPUT SORTED-RESULTS.
    OPEN OUTPUT DISAGREE-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE DISAGREE-LINE FROM WS-REPORT-HEADER-1.
    WRITE DISAGREE-LINE FROM WS-REPORT-BLANK.
    WRITE DISAGREE-LINE FROM WS-REPORT-HEADER-2.
    PERFORM B-READ-VERDICT.
    PERFORM B-READ-RESULT.
    PERFORM UNTIL WS-SRS-EOF
        PERFORM B-FIND-OUR-VERDICT
        PERFORM B-COMPARE-ONE
        PERFORM B-READ-RESULT
    END-PERFORM.
    WRITE DISAGREE-LINE FROM WS-REPORT-BLANK.
    MOVE WS-RESULT-CNT TO T-RESULTS.
    MOVE WS-AGREE-CNT TO T-AGREED.
    MOVE WS-DISAGREE-CNT TO T-DISAGREED.
    MOVE WS-NOCOMP-CNT TO T-NOCOMP.
    WRITE DISAGREE-LINE FROM WS-REPORT-TOTALS.
    CLOSE SORTED-VERDICTS.
    CLOSE SORTED-RESULTS.
    CLOSE DISAGREE-RPT.

B-READ-VERDICT.
    READ SORTED-VERDICTS
        AT END
            SET WS-SVD-EOF TO TRUE
            MOVE HIGH-VALUES TO SVD-KEY
    END-READ.

B-READ-RESULT.
    READ SORTED-RESULTS
        AT END
            SET WS-SRS-EOF TO TRUE
            MOVE HIGH-VALUES TO SRS-KEY
    END-READ.

B-FIND-OUR-VERDICT.
*>  Our side moves forward to the result's key; a key both
*>  classifiers sent keeps the last one read. The verdict stays in
*>  hand for a duplicate result on the same key.
    IF WS-OUR-KEY NOT = SRS-KEY
        MOVE SRS-KEY TO WS-OUR-KEY
        MOVE SPACES TO WS-OUR-VERDICT
        MOVE SPACE TO WS-OUR-SIGN
        MOVE 0 TO WS-OUR-DATE
    END-IF.
    PERFORM UNTIL WS-SVD-EOF OR SVD-KEY > SRS-KEY
        IF SVD-KEY = SRS-KEY
            MOVE SVD-VERDICT TO WS-OUR-VERDICT
            MOVE SVD-SIGN TO WS-OUR-SIGN
            MOVE SVD-RUN-DATE TO WS-OUR-DATE
        END-IF
        PERFORM B-READ-VERDICT
    END-PERFORM.
    IF WS-OUR-VERDICT NOT = SPACES
            AND WS-OUR-DATE NOT = SRS-FEED-DATE
        MOVE SPACES TO WS-OUR-VERDICT
        MOVE SPACE TO WS-OUR-SIGN
    END-IF.

B-COMPARE-ONE.
*>  A contradiction is a sign the matching system's conclusion rules
*>  out: a credit against a NEGATIVE or ZERO verdict, a debit against
*>  a POSITIVE or ZERO one, a nil match against anything but ZERO.
*>  UNMATCHED, an OVERFLOW verdict (sign not classified) and a
*>  result for a key or feed date we hold no verdict for are stored
*>  but not compared.
    ADD 1 TO WS-RESULT-CNT.
    MOVE SRS-KEY TO IRS-KEY.
    MOVE "N" TO WS-STORED-SW.
    MOVE SPACE TO WS-PREV-COMPARE.
    MOVE 0 TO WS-PREV-FIRST.
    MOVE 0 TO WS-PREV-CNT.
    READ RESULT-STORE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-STORED TO TRUE
            MOVE IRS-COMPARE TO WS-PREV-COMPARE
            MOVE IRS-FIRST-DISAGREE TO WS-PREV-FIRST
            MOVE IRS-DISAGREE-CNT TO WS-PREV-CNT
    END-READ.
    MOVE SRS-KEY TO IRS-KEY.
    MOVE SRS-ID-STATUS TO IRS-ID-STATUS.
    MOVE SRS-REASON TO IRS-REASON.
    MOVE SRS-FEED-DATE TO IRS-FEED-DATE.
    MOVE WS-RUN-ID TO IRS-RECV-DATE.
    MOVE WS-OUR-VERDICT TO IRS-OUR-VERDICT.
    MOVE WS-OUR-SIGN TO IRS-OUR-SIGN.
    MOVE 0 TO IRS-FIRST-DISAGREE.
    MOVE 0 TO IRS-DISAGREE-CNT.
    SET IRS-NOT-COMPARED TO TRUE.
    IF WS-OUR-VERDICT = SPACES
        ADD 1 TO WS-NOVERD-CNT
    END-IF.
    IF WS-OUR-SIGN = "P" OR WS-OUR-SIGN = "N" OR WS-OUR-SIGN = "Z"
        EVALUATE TRUE
            WHEN SRS-CREDIT
                IF WS-OUR-SIGN = "P"
                    SET IRS-AGREES TO TRUE
                ELSE
                    SET IRS-DISAGREES TO TRUE
                END-IF
            WHEN SRS-DEBIT
                IF WS-OUR-SIGN = "N"
                    SET IRS-AGREES TO TRUE
                ELSE
                    SET IRS-DISAGREES TO TRUE
                END-IF
            WHEN SRS-NIL
                IF WS-OUR-SIGN = "Z"
                    SET IRS-AGREES TO TRUE
                ELSE
                    SET IRS-DISAGREES TO TRUE
                END-IF
        END-EVALUATE
    END-IF.
    EVALUATE TRUE
        WHEN IRS-AGREES
            ADD 1 TO WS-AGREE-CNT
        WHEN IRS-DISAGREES
            ADD 1 TO WS-DISAGREE-CNT
            PERFORM B-AGE-DISAGREEMENT
        WHEN OTHER
            ADD 1 TO WS-NOCOMP-CNT
    END-EVALUATE.
    IF WS-STORED
        REWRITE IRS-REC
            INVALID KEY
                PERFORM B-STORE-FAILED
        END-REWRITE
    ELSE
        WRITE IRS-REC
            INVALID KEY
                PERFORM B-STORE-FAILED
        END-WRITE
    END-IF.

B-AGE-DISAGREEMENT.
*>  A disagreement standing from an earlier result keeps its first
*>  date and counts on; a fresh one starts today.
    IF WS-PREV-COMPARE = "D"
        MOVE WS-PREV-FIRST TO IRS-FIRST-DISAGREE
        COMPUTE IRS-DISAGREE-CNT = WS-PREV-CNT + 1
    ELSE
        MOVE WS-RUN-ID TO IRS-FIRST-DISAGREE
        MOVE 1 TO IRS-DISAGREE-CNT
    END-IF.
    MOVE SRS-KEY TO D-KEY.
    MOVE WS-OUR-VERDICT TO D-OURS.
    MOVE SRS-ID-STATUS TO D-THEIRS.
    MOVE SRS-REASON TO D-REASON.
    MOVE IRS-FIRST-DISAGREE TO D-SINCE.
    MOVE IRS-DISAGREE-CNT TO D-RUNS.
    WRITE DISAGREE-LINE FROM WS-REPORT-DETAIL.

B-STORE-FAILED.
    MOVE SPACES TO WS-ERR-MSG.
    STRING "RESULT-STORE WRITE FAILED FOR KEY " SRS-KEY
        DELIMITED BY SIZE INTO WS-ERR-MSG.
    MOVE 3803 TO WS-ERR-RC.
    CALL "ERRHAND" USING "IDRESULT" WS-ERR-MSG "S" WS-ERR-RC.
