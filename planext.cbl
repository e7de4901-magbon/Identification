*> Planning-system interface extract. The planning system wants the
*> night's summation and sum-of-squares results in its own keyed
*> form rather than scraped off ZADANIE6's SUMRSLT lines and
*> ZADANIE7's console total, so this program rekeys them into the
*> PLANXTR outbound file: a header carrying the business date, run
*> sequence and transmission sequence, one detail per request --
*> request number, the requester SUMGEN recorded on SUMOWNR where
*> there is one, operation, range and total -- with ZADANIE7's sum
*> of squares (this run's SQRCTL control record) as request zero,
*> and a trailer with the detail count and a hash total of the
*> totals. PLANBAL balances the file before release, the way IDXBAL
*> balances IDXTRACT. The transmission sequence comes from XMITSEQ,
*> run against the planning feed's own register (the step points
*> XMITREG at it), so a delivery the planning side never receives,
*> or receives twice, shows as a gap or a repeat in that number.
IDENTIFICATION DIVISION.
PROGRAM-ID. PLANEXT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RESULTS-IN ASSIGN TO "SUMRSLT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSLT-STATUS.
    SELECT OWNER-IN ASSIGN TO "SUMOWNR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OWN-STATUS.
    SELECT SQUARES-CTL ASSIGN TO "SQRCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CTL-KEY
        FILE STATUS IS WS-CTL-STATUS.
    SELECT PLAN-EXTRACT ASSIGN TO "PLANXTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLN-STATUS.
DATA DIVISION.
FILE SECTION.
FD  RESULTS-IN
    RECORDING MODE IS F.
01  RESULT-REC.
    05  RSLT-REQ-NUM        PIC 9(3).
    05  RSLT-SEP1           PIC X.
    05  RSLT-START          PIC 9(3).
    05  RSLT-SEP2           PIC X.
    05  RSLT-LIMIT          PIC 9(3).
    05  RSLT-SEP3           PIC X.
    05  RSLT-OP             PIC X.
    05  RSLT-SEP4           PIC X.
    05  RSLT-TOTAL          PIC 9(10).
FD  OWNER-IN
    RECORDING MODE IS F.
01  OWN-REC.
    05  OWN-REQ-NUM         PIC 9(3).
    05  OWN-SEP1            PIC X.
    05  OWN-SOURCE          PIC X(8).
    05  OWN-SEP2            PIC X.
    05  OWN-REQUESTER       PIC X(8).
    05  OWN-SEP3            PIC X.
    05  OWN-RUN-DATE        PIC 9(8).
FD  SQUARES-CTL.
01  CTL-REC.
    05  CTL-KEY.
        10  CTL-RUN-DATE    PIC 9(8).
        10  CTL-RUN-SEQ     PIC 9(3).
    05  CTL-LIMIT           PIC 9(3).
    05  CTL-TOTAL           PIC 9(10).
FD  PLAN-EXTRACT
    RECORDING MODE IS F.
01  PLN-REC                 PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-RSLT-STATUS   PIC XX.
        77 WS-OWN-STATUS    PIC XX.
        77 WS-CTL-STATUS    PIC XX.
        77 WS-PLN-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-SUM-CNT       PIC 9(6) VALUE 0.
        77 WS-SQR-CNT       PIC 9(6) VALUE 0.
        77 WS-REJECT-CNT    PIC 9(6) VALUE 0.
        77 WS-OWNED-CNT     PIC 9(6) VALUE 0.
        77 WS-XMIT-SEQ      PIC 9(6) VALUE 0.
        77 WS-XMIT-COUNT    PIC 9(9) VALUE 0.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

    COPY PLANCTL.

*>  Requester per SUMRSLT request number, from tonight's SUMOWNR --
*>  ZADANIE6 numbers its results by card order, and SUMGEN keeps the
*>  same numbering. A number with no owner line stays blank: a card
*>  hand-placed on SUMPARM has no requester on record.
01  WS-OWNER-TABLE.
    05  WS-OWNER OCCURS 999 TIMES PIC X(8).
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-LOAD-OWNERS.
    PERFORM A-OPEN-EXTRACT.
    PERFORM B-EXTRACT-SQUARES.
    PERFORM B-EXTRACT-SUMS.
    PERFORM C-WRITE-TRAILER.
    CLOSE PLAN-EXTRACT.
    DISPLAY "TRANSMISSION SEQUENCE : " WS-XMIT-SEQ.
    DISPLAY "SUMMATION DETAILS     : " WS-SUM-CNT.
    DISPLAY "SUM-OF-SQUARES DETAILS: " WS-SQR-CNT.
    DISPLAY "WITH REQUESTER        : " WS-OWNED-CNT.
    DISPLAY "SUMRSLT LINES REJECTED: " WS-REJECT-CNT.
    IF WS-REJECT-CNT > 0
        MOVE SPACES TO WS-MSG-TEXT
        STRING WS-REJECT-CNT
            " SUMRSLT LINES NOT NUMERIC -- LEFT OFF PLANXTR"
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN3904W" WS-MSG-TEXT
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
    STRING "PLANEXT RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "PLANEXT " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "PLANEXT " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "PLANEXT " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "PLANEXT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-LOAD-OWNERS.
*>  Only tonight's owner lines count -- a SUMOWNR left from an
*>  earlier date would name the wrong people. A missing file just
*>  means every requester goes out blank.
    MOVE SPACES TO WS-OWNER-TABLE.
    OPEN INPUT OWNER-IN.
    IF WS-OWN-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ OWNER-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF OWN-REQ-NUM IS NUMERIC
                            AND OWN-REQ-NUM > 0
                            AND OWN-RUN-DATE = WS-RUN-ID
                        MOVE OWN-REQUESTER TO WS-OWNER(OWN-REQ-NUM)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OWNER-IN
    END-IF.

A-OPEN-EXTRACT.
*>  Every run cuts a fresh file under a fresh transmission sequence
*>  -- a rerun is a new delivery, and the planning side sees it as
*>  one rather than as a silent overwrite of the last.
    OPEN OUTPUT PLAN-EXTRACT.
    IF WS-PLN-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "PLANXTR OPEN FAILED, STATUS " WS-PLN-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 3901 TO WS-ERR-RC
        CALL "ERRHAND" USING "PLANEXT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    CALL "XMITSEQ" USING "N" WS-XMIT-SEQ WS-RUN-ID WS-XMIT-COUNT.
    MOVE WS-RUN-ID TO PLNH-RUN-DATE.
    MOVE WS-RUN-SEQ TO PLNH-RUN-SEQ.
    MOVE WS-XMIT-SEQ TO PLNH-XMIT-SEQ.
    WRITE PLN-REC FROM PLN-HEADER-REC.
    MOVE 0 TO PLN-CTL-COUNT.
    MOVE 0 TO PLN-CTL-HASH.

B-EXTRACT-SQUARES.
*>  ZADANIE7 files its total under this run's date and sequence; no
*>  record means it did not complete tonight, which the planning
*>  side is told about through the missing request zero and the
*>  operator through the warning.
    OPEN INPUT SQUARES-CTL.
    IF WS-CTL-STATUS = "00"
        MOVE WS-RUN-ID TO CTL-RUN-DATE
        MOVE WS-RUN-SEQ TO CTL-RUN-SEQ
        READ SQUARES-CTL
            INVALID KEY
                MOVE "99" TO WS-CTL-STATUS
        END-READ
        IF WS-CTL-STATUS = "00"
            MOVE "ZADANIE7" TO PLND-SOURCE
            MOVE 0 TO PLND-REQ-NUM
            MOVE SPACES TO PLND-REQUESTER
            MOVE "Q" TO PLND-OP
            MOVE 1 TO PLND-RANGE-START
            MOVE CTL-LIMIT TO PLND-RANGE-LIMIT
            MOVE CTL-TOTAL TO PLND-TOTAL
            PERFORM C-WRITE-DETAIL
            ADD 1 TO WS-SQR-CNT
        END-IF
        CLOSE SQUARES-CTL
    END-IF.
    IF WS-SQR-CNT = 0
        MOVE "NO SQRCTL TOTAL FOR THIS RUN -- REQUEST 000 NOT SENT"
            TO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN3903W" WS-MSG-TEXT
        MOVE 4 TO WS-RUN-RC
    END-IF.

B-EXTRACT-SUMS.
*>  SUMRSLT is rebuilt by every fresh ZADANIE6 run, so what is on it
*>  is tonight's results, already in request-number order.
    OPEN INPUT RESULTS-IN.
    IF WS-RSLT-STATUS NOT = "00"
        MOVE "SUMRSLT NOT AVAILABLE -- NO SUMMATION DETAILS SENT"
            TO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN3902W" WS-MSG-TEXT
        MOVE 4 TO WS-RUN-RC
    ELSE
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ RESULTS-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-EXTRACT-ONE-SUM
            END-READ
        END-PERFORM
        CLOSE RESULTS-IN
    END-IF.

B-EXTRACT-ONE-SUM.
    IF RSLT-REQ-NUM IS NOT NUMERIC OR RSLT-REQ-NUM = 0
            OR RSLT-START IS NOT NUMERIC
            OR RSLT-LIMIT IS NOT NUMERIC
            OR RSLT-TOTAL IS NOT NUMERIC
        ADD 1 TO WS-REJECT-CNT
    ELSE
        MOVE "ZADANIE6" TO PLND-SOURCE
        MOVE RSLT-REQ-NUM TO PLND-REQ-NUM
        MOVE WS-OWNER(RSLT-REQ-NUM) TO PLND-REQUESTER
        IF PLND-REQUESTER NOT = SPACES
            ADD 1 TO WS-OWNED-CNT
        END-IF
        MOVE RSLT-OP TO PLND-OP
        MOVE RSLT-START TO PLND-RANGE-START
        MOVE RSLT-LIMIT TO PLND-RANGE-LIMIT
        MOVE RSLT-TOTAL TO PLND-TOTAL
        PERFORM C-WRITE-DETAIL
        ADD 1 TO WS-SUM-CNT
    END-IF.

C-WRITE-DETAIL.
    WRITE PLN-REC FROM PLN-DETAIL-REC.
    ADD 1 TO PLN-CTL-COUNT.
    ADD PLND-TOTAL TO PLN-CTL-HASH.

C-WRITE-TRAILER.
    MOVE PLN-CTL-COUNT TO PLNT-REC-CNT.
    MOVE PLN-CTL-HASH TO PLNT-HASH-TOTAL.
    MOVE WS-RUN-ID TO PLNT-RUN-DATE.
    WRITE PLN-REC FROM PLN-TRAILER-REC.
