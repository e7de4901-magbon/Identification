*> Balancing step for the PLANXTR planning interface file, the IDXBAL
*> check applied to PLANEXT's output. Before the file is released to
*> the planning system it must start with PLANEXT's header, carry
*> the latest transmission sequence the planning feed's register
*> issued, end with exactly one trailer, and that trailer's count
*> and hash total must agree with the detail records actually
*> present. Anything else fails the step through ERRHAND instead of
*> handing the planners a short or doctored file. A balanced file
*> has its count and timestamp recorded against its sequence on
*> the register, which is the delivery record a missing or
*> duplicated transmission is later traced from.
IDENTIFICATION DIVISION.
PROGRAM-ID. PLANBAL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAN-EXTRACT ASSIGN TO "PLANXTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLN-STATUS.
    SELECT BALANCE-RPT ASSIGN TO "PLANBALR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PLAN-EXTRACT
    RECORDING MODE IS F.
*>  Read generically and re-parsed by record id into the PLANCTL
*>  layouts.
01  BAL-REC.
    05  BAL-REC-ID          PIC X(8).
    05  FILLER              PIC X(72).
FD  BALANCE-RPT
    RECORDING MODE IS F.
01  BALANCE-LINE            PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-PLN-STATUS    PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-HDR-SEEN-SW   PIC X VALUE "N".
            88 WS-HDR-SEEN          VALUE "Y".
        77 WS-TRL-SEEN-SW   PIC X VALUE "N".
            88 WS-TRL-SEEN          VALUE "Y".
        77 WS-FIRST-REC-SW  PIC X VALUE "Y".
            88 WS-FIRST-REC         VALUE "Y".
        77 WS-FAIL-CNT      PIC 9(4) VALUE 0.
        77 WS-DETAIL-CNT    PIC 9(9) VALUE 0.
        77 WS-DETAIL-HASH   PIC 9(15) VALUE 0.
        77 WS-TRL-CNT       PIC 9(9) VALUE 0.
        77 WS-TRL-HASH      PIC 9(15) VALUE 0.
        77 WS-XMIT-SEQ      PIC 9(6) VALUE 0.
        77 WS-LAST-SEQ      PIC 9(6).
        77 WS-XMIT-DATE     PIC 9(8).
        77 WS-XMIT-COUNT    PIC 9(9).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

    COPY PLANCTL.

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "PLANXTR FEED BALANCE REPORT".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-HEADER-2.
    05  FILLER              PIC X(24) VALUE
        "TRANSMISSION SEQUENCE: ".
    05  H2-XMIT-SEQ         PIC 9(6).
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-COUNTS.
    05  FILLER              PIC X(10) VALUE "DETAILS".
    05  D-DETAIL-CNT        PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-DETAIL-HASH       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
01  WS-REPORT-TRAILER.
    05  FILLER              PIC X(10) VALUE "TRAILER".
    05  D-TRL-CNT           PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-TRL-HASH          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
01  WS-REPORT-MSG.
    05  RM-TEXT             PIC X(80).
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    OPEN INPUT PLAN-EXTRACT.
    IF WS-PLN-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "PLANXTR OPEN FAILED, STATUS " WS-PLN-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 3905 TO WS-ERR-RC
        CALL "ERRHAND" USING "PLANBAL " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT BALANCE-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE BALANCE-LINE FROM WS-REPORT-HEADER-1.
    WRITE BALANCE-LINE FROM WS-REPORT-BLANK.

    PERFORM UNTIL WS-EOF
        READ PLAN-EXTRACT
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-CHECK-RECORD
        END-READ
    END-PERFORM.

    PERFORM C-VERIFY-TOTALS.
    PERFORM C-WRITE-VERDICT.
    CLOSE PLAN-EXTRACT.
    CLOSE BALANCE-RPT.
    IF WS-FAIL-CNT > 0
        MOVE "PLANXTR FEED OUT OF BALANCE -- DO NOT RELEASE"
            TO WS-ERR-MSG
        MOVE 3906 TO WS-ERR-RC
        CALL "ERRHAND" USING "PLANBAL " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
*>  Only a balanced file is entered on the register as delivered.
    CALL "XMITSEQ" USING "R" WS-XMIT-SEQ WS-RUN-ID WS-DETAIL-CNT.
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
    STRING "PLANBAL RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "PLANBAL " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "PLANBAL " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "PLANBAL " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "PLANBAL " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

B-CHECK-RECORD.
*>  The header must be first and the trailer last; a detail after
*>  the trailer is a second file concatenated onto the first.
    IF WS-TRL-SEEN
        MOVE "RECORD FOUND PAST THE TRAILER" TO RM-TEXT
        PERFORM C-REPORT-FAILURE
    END-IF.
    EVALUATE BAL-REC-ID
        WHEN "PLNHDR"
            PERFORM B-CHECK-HEADER
        WHEN "PLNTRL"
            PERFORM B-CHECK-TRAILER
        WHEN "PLNDTL"
            PERFORM B-ACCUMULATE-DETAIL
        WHEN OTHER
            MOVE SPACES TO RM-TEXT
            STRING "UNRECOGNIZABLE RECORD ID ON FEED: " BAL-REC-ID
                DELIMITED BY SIZE INTO RM-TEXT
            PERFORM C-REPORT-FAILURE
    END-EVALUATE.
    IF WS-FIRST-REC AND NOT WS-HDR-SEEN
        MOVE "FEED DOES NOT START WITH A HEADER RECORD" TO RM-TEXT
        PERFORM C-REPORT-FAILURE
    END-IF.
    MOVE "N" TO WS-FIRST-REC-SW.

B-CHECK-HEADER.
    IF NOT WS-FIRST-REC
        MOVE "HEADER RECORD FOUND PAST THE FIRST POSITION"
            TO RM-TEXT
        PERFORM C-REPORT-FAILURE
    END-IF.
    MOVE BAL-REC TO PLN-HEADER-REC.
    IF PLNH-LAYOUT-VER NOT = "0001"
        MOVE "HEADER CARRIES AN UNKNOWN LAYOUT VERSION" TO RM-TEXT
        PERFORM C-REPORT-FAILURE
    END-IF.
    IF PLNH-RUN-DATE NOT = WS-RUN-ID
        MOVE "HEADER IS NOT FOR THIS BUSINESS DATE" TO RM-TEXT
        PERFORM C-REPORT-FAILURE
    END-IF.
*>  The header's sequence must be the latest the register issued --
*>  anything else is a file from an earlier run, or one whose
*>  sequence was skipped or reused.
    IF PLNH-XMIT-SEQ IS NUMERIC AND PLNH-XMIT-SEQ > 0
        MOVE PLNH-XMIT-SEQ TO WS-XMIT-SEQ
        MOVE PLNH-XMIT-SEQ TO H2-XMIT-SEQ
        WRITE BALANCE-LINE FROM WS-REPORT-HEADER-2
        CALL "XMITSEQ" USING "L" WS-LAST-SEQ WS-XMIT-DATE
            WS-XMIT-COUNT
        IF WS-XMIT-SEQ NOT = WS-LAST-SEQ
            MOVE "TRANSMISSION SEQUENCE SKIPPED OR REUSED" TO RM-TEXT
            PERFORM C-REPORT-FAILURE
        END-IF
    ELSE
        MOVE "HEADER CARRIES NO TRANSMISSION SEQUENCE" TO RM-TEXT
        PERFORM C-REPORT-FAILURE
    END-IF.
    SET WS-HDR-SEEN TO TRUE.

B-CHECK-TRAILER.
    IF WS-TRL-SEEN
        MOVE "MORE THAN ONE TRAILER ON THE FEED" TO RM-TEXT
        PERFORM C-REPORT-FAILURE
    END-IF.
    MOVE BAL-REC TO PLN-TRAILER-REC.
    IF PLNT-REC-CNT IS NUMERIC AND PLNT-HASH-TOTAL IS NUMERIC
        MOVE PLNT-REC-CNT TO WS-TRL-CNT
        MOVE PLNT-HASH-TOTAL TO WS-TRL-HASH
    ELSE
        MOVE "TRAILER TOTALS ARE NOT NUMERIC" TO RM-TEXT
        PERFORM C-REPORT-FAILURE
    END-IF.
    SET WS-TRL-SEEN TO TRUE.

B-ACCUMULATE-DETAIL.
    MOVE BAL-REC TO PLN-DETAIL-REC.
    ADD 1 TO WS-DETAIL-CNT.
    IF PLND-TOTAL IS NUMERIC
        ADD PLND-TOTAL TO WS-DETAIL-HASH
    ELSE
        MOVE SPACES TO RM-TEXT
        STRING "DETAIL TOTAL NOT NUMERIC FOR REQUEST " PLND-REQ-NUM
            DELIMITED BY SIZE INTO RM-TEXT
        PERFORM C-REPORT-FAILURE
    END-IF.

C-VERIFY-TOTALS.
    IF NOT WS-HDR-SEEN
        MOVE "NO HEADER RECORD ON THE FEED" TO RM-TEXT
        PERFORM C-REPORT-FAILURE
    END-IF.
    MOVE WS-DETAIL-CNT TO D-DETAIL-CNT.
    MOVE WS-DETAIL-HASH TO D-DETAIL-HASH.
    WRITE BALANCE-LINE FROM WS-REPORT-COUNTS.
    MOVE WS-TRL-CNT TO D-TRL-CNT.
    MOVE WS-TRL-HASH TO D-TRL-HASH.
    WRITE BALANCE-LINE FROM WS-REPORT-TRAILER.
    IF NOT WS-TRL-SEEN
        MOVE "NO TRAILER -- FEED IS SHORT" TO RM-TEXT
        PERFORM C-REPORT-FAILURE
    ELSE
        IF WS-DETAIL-CNT NOT = WS-TRL-CNT
            MOVE "DETAIL COUNT DOES NOT MATCH THE TRAILER" TO RM-TEXT
            PERFORM C-REPORT-FAILURE
        END-IF
        IF WS-DETAIL-HASH NOT = WS-TRL-HASH
            MOVE "HASH TOTAL DOES NOT MATCH THE TRAILER" TO RM-TEXT
            PERFORM C-REPORT-FAILURE
        END-IF
    END-IF.

C-REPORT-FAILURE.
    ADD 1 TO WS-FAIL-CNT.
    DISPLAY "PLANBAL: " RM-TEXT.
    WRITE BALANCE-LINE FROM WS-REPORT-MSG.

C-WRITE-VERDICT.
    WRITE BALANCE-LINE FROM WS-REPORT-BLANK.
    IF WS-FAIL-CNT = 0
        MOVE "FEED IN BALANCE -- RELEASED" TO RM-TEXT
    ELSE
        MOVE "FEED OUT OF BALANCE -- HELD" TO RM-TEXT
    END-IF.
    WRITE BALANCE-LINE FROM WS-REPORT-MSG.
    DISPLAY "PLANBAL: " RM-TEXT.
