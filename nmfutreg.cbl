*> Future-dated maintenance register. NMMAINT holds any card dated
*> ahead of the business date on the keyed FUTMAINT file and puts it
*> through on its day; this prints, off that file, what is still
*> held (with its effective date and who asked for it), what the
*> night's run applied today (with the disposition NMMAINT gave it
*> -- applied, pended for a second approval, routed to PPADJ, or
*> rejected), and what was cancelled before its date. Run after the
*> nightly NMFC step, so "applied today" is the night's work.
IDENTIFICATION DIVISION.
PROGRAM-ID. NMFUTREG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FUTURE-MAINT ASSIGN TO "FUTMAINT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FM-KEY
        FILE STATUS IS WS-FM-STATUS.
    SELECT REGISTER-OUT ASSIGN TO "NMFUTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
*>  Held maintenance, laid out as NMMAINT writes it.
FD  FUTURE-MAINT.
01  FM-REC.
    05  FM-KEY.
        10  FM-ID           PIC X(10).
        10  FM-EFF-DATE     PIC 9(8).
    05  FM-ACTION           PIC X.
    05  FM-AMOUNT           PIC S9(10)V99.
    05  FM-BRANCH           PIC X(3).
    05  FM-CURRENCY         PIC X(3).
    05  FM-SUBMITTER        PIC X(8).
    05  FM-SUBMIT-DATE      PIC 9(8).
    05  FM-STATE            PIC X.
        88  FM-PENDING              VALUE "P".
        88  FM-PROCESSED            VALUE "A".
        88  FM-CANCELLED            VALUE "X".
    05  FM-STATE-DATE       PIC 9(8).
    05  FM-STATE-USER       PIC X(8).
    05  FM-RESULT           PIC X(10).
    05  FM-REASON           PIC X(24).
FD  REGISTER-OUT
    RECORDING MODE IS F.
01  REGISTER-LINE           PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-FM-STATUS     PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-FM-OPEN-SW    PIC X VALUE "N".
            88 WS-FM-PRESENT        VALUE "Y".
        77 WS-SECTION       PIC 9.
            88 WS-SECT-PENDING      VALUE 1.
            88 WS-SECT-APPLIED      VALUE 2.
            88 WS-SECT-CANCELLED    VALUE 3.
        77 WS-SECT-CNT      PIC 9(6).
        77 WS-PENDING-CNT   PIC 9(6) VALUE 0.
        77 WS-APPLIED-CNT   PIC 9(6) VALUE 0.
        77 WS-CANCEL-CNT    PIC 9(6) VALUE 0.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(40) VALUE
        "FUTURE-DATED MAINTENANCE REGISTER".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TITLE.
    05  RT-TITLE            PIC X(60).
01  WS-REPORT-SECTION.
    05  FILLER              PIC X(76) VALUE ALL "-".
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(12) VALUE "KEY".
    05  FILLER              PIC X(12) VALUE "EFFECTIVE".
    05  FILLER              PIC X(3)  VALUE "AC".
    05  FILLER              PIC X(15) VALUE "       AMOUNT".
    05  RC-COL1             PIC X(10).
    05  RC-COL2             PIC X(24).
01  WS-REPORT-DETAIL.
    05  D-KEY               PIC X(12).
    05  D-EFF-DATE          PIC 9999/99/99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-ACTION            PIC X(3).
    05  D-AMOUNT            PIC -(9)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-COL1              PIC X(10).
    05  D-COL2              PIC X(24).
01  WS-REPORT-NONE.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FILLER              PIC X(20) VALUE "NONE".
01  WS-REPORT-TOTALS.
    05  FILLER              PIC X(30) VALUE
        "PENDING / APPLIED / CANCELLED ".
    05  T-PENDING           PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-APPLIED           PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-CANCELLED         PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    OPEN OUTPUT REGISTER-OUT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE REGISTER-LINE FROM WS-REPORT-HEADER-1.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    OPEN INPUT FUTURE-MAINT.
    IF WS-FM-STATUS = "00"
        SET WS-FM-PRESENT TO TRUE
        CLOSE FUTURE-MAINT
    ELSE
        DISPLAY "NMFUTREG: FUTMAINT NOT PRESENT -- NOTHING HELD"
    END-IF.
    PERFORM VARYING WS-SECTION FROM 1 BY 1 UNTIL WS-SECTION > 3
        PERFORM B-LIST-SECTION
    END-PERFORM.
    MOVE WS-PENDING-CNT TO T-PENDING.
    MOVE WS-APPLIED-CNT TO T-APPLIED.
    MOVE WS-CANCEL-CNT TO T-CANCELLED.
    WRITE REGISTER-LINE FROM WS-REPORT-TOTALS.
    CLOSE REGISTER-OUT.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "HELD " WS-PENDING-CNT " APPLIED TODAY " WS-APPLIED-CNT
        " CANCELLED " WS-CANCEL-CNT DELIMITED BY SIZE
        INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN4401I" WS-MSG-TEXT.
    PERFORM A-RUN-COMPLETION.
    GOBACK.

A-RUN-HEADER.
*>  Tags this run's console output with a run-id and timestamp so
*>  several jobs' SYSOUT can still be told apart once bundled together.
    CALL "BUSDATE" USING "G" BY CONTENT WS-RUN-ID
        BY REFERENCE WS-RUN-ID.
*>  The run sequence is only inquired ("Q"): in the nightly chain
*>  FRONTEDT, further on, draws the night's sequence number.
    CALL "RUNSEQ" USING "Q" WS-RUN-ID WS-RUN-SEQ.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "NMFUTREG RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "NMFUTREG" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "NMFUTREG" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "NMFUTREG" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMFUTREG" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

B-LIST-SECTION.
*>  One pass of the file per section -- it is small, and each list
*>  comes out in key and effective-date order without a sort.
    EVALUATE TRUE
        WHEN WS-SECT-PENDING
            MOVE "HELD -- WAITING FOR THEIR EFFECTIVE DATE"
                TO RT-TITLE
            MOVE "BY" TO RC-COL1
            MOVE "SUBMITTED" TO RC-COL2
        WHEN WS-SECT-APPLIED
            MOVE "DUE AND PUT THROUGH TODAY" TO RT-TITLE
            MOVE "RESULT" TO RC-COL1
            MOVE "REASON" TO RC-COL2
        WHEN OTHER
            MOVE "CANCELLED BEFORE THEIR EFFECTIVE DATE" TO RT-TITLE
            MOVE "BY" TO RC-COL1
            MOVE "CANCELLED" TO RC-COL2
    END-EVALUATE.
    WRITE REGISTER-LINE FROM WS-REPORT-TITLE.
    WRITE REGISTER-LINE FROM WS-REPORT-SECTION.
    WRITE REGISTER-LINE FROM WS-REPORT-COLHDR.
    MOVE 0 TO WS-SECT-CNT.
    IF WS-FM-PRESENT
        OPEN INPUT FUTURE-MAINT
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ FUTURE-MAINT
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-SELECT-RECORD
            END-READ
        END-PERFORM
        CLOSE FUTURE-MAINT
    END-IF.
    IF WS-SECT-CNT = 0
        WRITE REGISTER-LINE FROM WS-REPORT-NONE
    END-IF.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.

B-SELECT-RECORD.
*>  Applied means put through by today's run, whatever came of it;
*>  a record applied on an earlier day is gone by the next run.
    EVALUATE TRUE
        WHEN WS-SECT-PENDING AND FM-PENDING
            MOVE FM-SUBMITTER TO D-COL1
            MOVE SPACES TO D-COL2
            STRING "ON " FM-SUBMIT-DATE DELIMITED BY SIZE
                INTO D-COL2
            ADD 1 TO WS-PENDING-CNT
            PERFORM B-PRINT-ONE
        WHEN WS-SECT-APPLIED AND FM-PROCESSED
                AND FM-STATE-DATE = WS-RUN-ID
            MOVE FM-RESULT TO D-COL1
            MOVE FM-REASON TO D-COL2
            ADD 1 TO WS-APPLIED-CNT
            PERFORM B-PRINT-ONE
        WHEN WS-SECT-CANCELLED AND FM-CANCELLED
            MOVE FM-STATE-USER TO D-COL1
            MOVE SPACES TO D-COL2
            STRING "ON " FM-STATE-DATE DELIMITED BY SIZE
                INTO D-COL2
            ADD 1 TO WS-CANCEL-CNT
            PERFORM B-PRINT-ONE
    END-EVALUATE.

B-PRINT-ONE.
    ADD 1 TO WS-SECT-CNT.
    MOVE FM-ID TO D-KEY.
    MOVE FM-EFF-DATE TO D-EFF-DATE.
    MOVE FM-ACTION TO D-ACTION.
    MOVE FM-AMOUNT TO D-AMOUNT.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.
