*> Parameter-file change control. The suite's behaviour is set by a
*> handful of small flat files -- the THRESHLD band table, the
*> CURRATES rates, SUMPARM, RETPARM and the rest named in the PRMLIST
*> copybook -- that anyone with dataset access can edit, and an edit
*> used to surface only when a night's figures came out wrong. Each
*> night this step takes every watched file whole and holds it
*> against the last approved snapshot on PRMSNAP: the lines added,
*> removed and changed since are printed on PRMWRPT, and tonight's
*> images go to PRMCSNAP. A changed file whose new line count and
*> content hash carry an approval on the PRMAPREG register (recorded
*> through PRMAPPRV) becomes the approved snapshot. A changed
*> critical file without one stops the night through ERRHAND once
*> the report is out; a changed ordinary file is reported and
*> carried forward, so each edit is printed once. Run with an
*> PRMWPARM card of "C" in column 1, it only checks: the report is
*> printed, nothing is promoted, and an unapproved critical change
*> ends RC 4 -- how a changer gets the count and hash the approver
*> must key before the night comes round.
IDENTIFICATION DIVISION.
PROGRAM-ID. PRMWATCH.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>  Each watched file in turn, by DD name -- the HOUSKEEP
*>  generic-file precedent.
    SELECT WATCH-FILE ASSIGN DYNAMIC WS-WATCH-DD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WF-STATUS.
    SELECT APPROVED-SNAP ASSIGN TO "PRMSNAP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNP-STATUS.
    SELECT CURRENT-SNAP ASSIGN TO "PRMCSNAP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CS-STATUS.
    SELECT APPROVAL-REG ASSIGN TO "PRMAPREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PA-STATUS.
    SELECT WATCH-RPT ASSIGN TO "PRMWRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  WATCH-FILE
    RECORDING MODE IS F.
01  WF-REC                  PIC X(80).
*>  One header per file (line number zero) carrying the date it was
*>  taken, its line count and content hash, how it came to stand and
*>  who approved it, followed by the file's lines in order.
FD  APPROVED-SNAP
    RECORDING MODE IS F.
01  SNP-REC.
    05  SNP-FILE            PIC X(8).
    05  SNP-SEP1            PIC X.
    05  SNP-LINE-NO         PIC 9(4).
    05  SNP-SEP2            PIC X.
    05  SNP-IMAGE           PIC X(80).
    05  SNP-HDR REDEFINES SNP-IMAGE.
        10  SNP-HDR-DATE    PIC 9(8).
        10  SNP-HDR-SEP1    PIC X.
        10  SNP-HDR-CNT     PIC 9(4).
        10  SNP-HDR-SEP2    PIC X.
        10  SNP-HDR-HASH    PIC 9(9).
        10  SNP-HDR-SEP3    PIC X.
        10  SNP-HDR-HOW     PIC X(8).
        10  SNP-HDR-SEP4    PIC X.
        10  SNP-HDR-USER    PIC X(8).
        10  FILLER          PIC X(39).
FD  CURRENT-SNAP
    RECORDING MODE IS F.
01  CS-REC                  PIC X(94).
FD  APPROVAL-REG
    RECORDING MODE IS F.
01  PA-REC.
    05  PA-FILE             PIC X(8).
    05  PA-SEP1             PIC X.
    05  PA-LINE-CNT         PIC 9(4).
    05  PA-SEP2             PIC X.
    05  PA-HASH             PIC 9(9).
    05  PA-SEP3             PIC X.
    05  PA-USER             PIC X(8).
    05  PA-SEP4             PIC X.
    05  PA-DATE             PIC 9(8).
    05  PA-SEP5             PIC X.
    05  PA-TIME             PIC 9(6).
    05  PA-SEP6             PIC X.
    05  PA-REASON           PIC X(30).
    05  FILLER              PIC X.
FD  WATCH-RPT
    RECORDING MODE IS F.
01  WATCH-LINE              PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-WF-STATUS     PIC XX.
        77 WS-SNP-STATUS    PIC XX.
        77 WS-CS-STATUS     PIC XX.
        77 WS-PA-STATUS     PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-WATCH-DD      PIC X(8).
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-CHECK-ONLY-SW PIC X VALUE "N".
            88 WS-CHECK-ONLY        VALUE "Y".
        77 WS-FIRST-RUN-SW  PIC X VALUE "N".
            88 WS-FIRST-RUN         VALUE "Y".
        77 WS-F             PIC 9(2).
        77 WS-S             PIC 9(4).
        77 WS-I             PIC 9(4).
        77 WS-J             PIC 9(4).
        77 WS-K             PIC 9(4).
        77 WS-KK            PIC 9(4).
        77 WS-LL            PIC 9(4).
        77 WS-A             PIC 9(4).
        77 WS-OLD-BASE      PIC 9(4).
        77 WS-OLD-CNT       PIC 9(4).
        77 WS-NEW-BASE      PIC 9(4).
        77 WS-NEW-CNT       PIC 9(4).
        77 WS-SNAP-DATE     PIC 9(8).
        77 WS-ACCUM         PIC 9(9).
        77 WS-ADD-CNT       PIC 9(4).
        77 WS-REM-CNT       PIC 9(4).
        77 WS-CHG-CNT       PIC 9(4).
        77 WS-DETAIL-CNT    PIC 9(4).
        77 WS-DETAIL-LIMIT  PIC 9(4) VALUE 50.
        77 WS-UNCHANGED-CNT PIC 9(2) VALUE 0.
        77 WS-BASELINE-CNT  PIC 9(2) VALUE 0.
        77 WS-APPROVED-CNT  PIC 9(2) VALUE 0.
        77 WS-REPORTED-CNT  PIC 9(2) VALUE 0.
        77 WS-HELD-CNT      PIC 9(2) VALUE 0.
        77 WS-FIRST-HELD    PIC X(8) VALUE SPACES.
        77 WS-USER-ID       PIC X(8).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "PRMWPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".

    COPY PRMLIST.

*>  The approved snapshot, loaded whole and written back whole --
*>  the flat-master convention.
01  WS-SNAP-TABLE.
    05  WS-ST-CNT           PIC 9(4) VALUE 0.
    05  WS-ST OCCURS 3000 TIMES.
        10  WS-ST-KEY       PIC X(14).
        10  WS-ST-IMAGE     PIC X(80).

*>  Tonight's lines of every watched file, one after another.
01  WS-CUR-TABLE.
    05  WS-CT-CNT           PIC 9(4) VALUE 0.
    05  WS-CT-LINE          PIC X(80) OCCURS 3000 TIMES.

*>  Where each watched file sits in the two tables above, and what
*>  became of it.
01  WS-FILE-TABLE.
    05  WS-FT OCCURS 10 TIMES.
        10  WS-FT-SNAP-HDR  PIC 9(4).
        10  WS-FT-SNAP-CNT  PIC 9(4).
        10  WS-FT-CUR-START PIC 9(4).
        10  WS-FT-CUR-CNT   PIC 9(4).
        10  WS-FT-HASH      PIC 9(9).
        10  WS-FT-PRESENT   PIC X.
        10  WS-FT-OUTCOME   PIC X.
            88  WS-FT-UNCHANGED     VALUE "U".
            88  WS-FT-BASELINED     VALUE "B".
            88  WS-FT-APPROVED      VALUE "A".
            88  WS-FT-REPORTED      VALUE "R".
            88  WS-FT-HELD          VALUE "H".
            88  WS-FT-PROMOTED      VALUE "B" "A" "R".
        10  WS-FT-APPR-USER PIC X(8).

01  WS-APPR-TABLE.
    05  WS-AT-CNT           PIC 9(4) VALUE 0.
    05  WS-AT OCCURS 2000 TIMES.
        10  WS-AT-FILE      PIC X(8).
        10  WS-AT-LINE-CNT  PIC 9(4).
        10  WS-AT-HASH      PIC 9(9).
        10  WS-AT-USER      PIC X(8).
        10  WS-AT-DATE      PIC 9(8).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "PARAMETER FILE CHANGE CONTROL".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TEXT          PIC X(80).
01  WS-REPORT-FILE.
    05  RF-FILE             PIC X(10).
    05  RF-CLASS            PIC X(10).
    05  FILLER              PIC X(6) VALUE "LINES ".
    05  RF-LINES            PIC ZZZ9.
    05  FILLER              PIC X(7) VALUE "  HASH ".
    05  RF-HASH             PIC 9(9).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  RF-OUTCOME          PIC X(32).
01  WS-REPORT-DIFF.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  RD-TAG              PIC X(9).
    05  RD-LINE-NO          PIC ZZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  RD-IMAGE            PIC X(63).
01  WS-REPORT-FILE-CNTS.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FILLER              PIC X(28) VALUE
        "ADDED / REMOVED / CHANGED".
    05  FC-ADDED            PIC ZZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  FC-REMOVED          PIC ZZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  FC-CHANGED          PIC ZZZ9.
01  WS-REPORT-TOTALS.
    05  T-LABEL             PIC X(36).
    05  T-COUNT             PIC Z9.
01  WS-REPORT-VERDICT       PIC X(60).

PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-MODE.
    PERFORM A-LOAD-SNAPSHOT.
    PERFORM A-LOAD-APPROVALS.
    OPEN OUTPUT WATCH-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE WATCH-LINE FROM WS-REPORT-HEADER-1.
    IF WS-CHECK-ONLY
        MOVE "CHECK ONLY -- NOTHING IS PROMOTED BY THIS RUN"
            TO WS-REPORT-TEXT
        WRITE WATCH-LINE FROM WS-REPORT-TEXT
    ELSE
        OPEN OUTPUT CURRENT-SNAP
    END-IF.
    IF WS-FIRST-RUN
        MOVE "NO APPROVED SNAPSHOT ON FILE -- EVERY FILE BASELINED"
            TO WS-REPORT-TEXT
        WRITE WATCH-LINE FROM WS-REPORT-TEXT
    END-IF.
    WRITE WATCH-LINE FROM WS-REPORT-BLANK.
    PERFORM B-WATCH-FILE
        VARYING WS-F FROM 1 BY 1 UNTIL WS-F > PRM-WATCH-CNT.
    IF NOT WS-CHECK-ONLY
        CLOSE CURRENT-SNAP
    END-IF.
    PERFORM C-WRITE-SUMMARY.
    CLOSE WATCH-RPT.
    IF NOT WS-CHECK-ONLY
        PERFORM C-REWRITE-SNAPSHOT
    END-IF.
    IF WS-HELD-CNT > 0
        IF WS-CHECK-ONLY
            MOVE SPACES TO WS-MSG-TEXT
            STRING WS-FIRST-HELD " CHANGED -- NO MATCHING APPROVAL"
                " ON PRMAPREG" DELIMITED BY SIZE INTO WS-MSG-TEXT
            CALL "MSGWRITE" USING "IDN4902W" WS-MSG-TEXT
            MOVE 4 TO WS-RUN-RC
        ELSE
            MOVE SPACES TO WS-ERR-MSG
            STRING "CRITICAL PARAMETER FILE " WS-FIRST-HELD
                " CHANGED WITHOUT APPROVAL"
                DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 4901 TO WS-ERR-RC
            CALL "ERRHAND" USING "PRMWATCH" WS-ERR-MSG "A" WS-ERR-RC
        END-IF
    ELSE
        MOVE SPACES TO WS-MSG-TEXT
        STRING "PARAMETER FILES CHECKED, NONE CHANGED UNAPPROVED"
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN4901I" WS-MSG-TEXT
    END-IF.
    PERFORM A-RUN-COMPLETION.
    MOVE WS-RUN-RC TO RETURN-CODE.
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
    STRING "PRMWATCH RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "PRMWATCH" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
    MOVE SPACES TO WS-USER-ID.
    DISPLAY "USER" UPON ENVIRONMENT-NAME.
    ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
    IF WS-USER-ID = SPACES
        MOVE "UNKNOWN" TO WS-USER-ID
    END-IF.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "PRMWATCH" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "PRMWATCH" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "PRMWATCH" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-MODE.
*>  No card is the nightly run.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND AND WS-PARM-CARD(1:1) = "C"
        SET WS-CHECK-ONLY TO TRUE
    END-IF.

A-LOAD-SNAPSHOT.
*>  A missing or empty PRMSNAP is the first night: every file is
*>  taken as it stands. After that, a watched file with no snapshot
*>  of its own counts as all lines added, so emptying PRMSNAP is the
*>  only way round the approval and it says so on the report.
    INITIALIZE WS-FILE-TABLE.
    OPEN INPUT APPROVED-SNAP.
    IF WS-SNP-STATUS = "35"
        SET WS-FIRST-RUN TO TRUE
    ELSE
        IF WS-SNP-STATUS NOT = "00"
            MOVE SPACES TO WS-ERR-MSG
            STRING "PRMSNAP OPEN FAILED, STATUS " WS-SNP-STATUS
                DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 4902 TO WS-ERR-RC
            CALL "ERRHAND" USING "PRMWATCH" WS-ERR-MSG "A" WS-ERR-RC
        END-IF
        MOVE 0 TO WS-F
        PERFORM UNTIL WS-EOF
            READ APPROVED-SNAP
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM A-STORE-SNAP-LINE
            END-READ
        END-PERFORM
        CLOSE APPROVED-SNAP
        MOVE "N" TO WS-EOF-SW
        IF WS-ST-CNT = 0
            SET WS-FIRST-RUN TO TRUE
        END-IF
    END-IF.

A-STORE-SNAP-LINE.
*>  A header line starts a file's block; lines of a file no longer
*>  on the watch list are dropped here and so leave the snapshot.
    IF SNP-LINE-NO = 0
        MOVE 0 TO WS-F
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > PRM-WATCH-CNT
            IF PRM-WATCH-DD(WS-I) = SNP-FILE
                MOVE WS-I TO WS-F
            END-IF
        END-PERFORM
    END-IF.
    IF WS-F > 0
        IF WS-ST-CNT = 3000
            MOVE "PRMSNAP OVER 3000 LINES -- TABLE FULL" TO WS-ERR-MSG
            MOVE 4903 TO WS-ERR-RC
            CALL "ERRHAND" USING "PRMWATCH" WS-ERR-MSG "A" WS-ERR-RC
        END-IF
        ADD 1 TO WS-ST-CNT
        MOVE SNP-REC TO WS-ST(WS-ST-CNT)
        IF SNP-LINE-NO = 0
            MOVE WS-ST-CNT TO WS-FT-SNAP-HDR(WS-F)
        ELSE
            ADD 1 TO WS-FT-SNAP-CNT(WS-F)
        END-IF
    END-IF.

A-LOAD-APPROVALS.
*>  No register yet is no approvals.
    OPEN INPUT APPROVAL-REG.
    IF WS-PA-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ APPROVAL-REG
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF WS-AT-CNT = 2000
                        MOVE "PRMAPREG OVER 2000 ENTRIES -- TABLE FULL"
                            TO WS-ERR-MSG
                        MOVE 4904 TO WS-ERR-RC
                        CALL "ERRHAND" USING "PRMWATCH" WS-ERR-MSG "A"
                            WS-ERR-RC
                    END-IF
                    ADD 1 TO WS-AT-CNT
                    MOVE PA-FILE TO WS-AT-FILE(WS-AT-CNT)
                    MOVE PA-LINE-CNT TO WS-AT-LINE-CNT(WS-AT-CNT)
                    MOVE PA-HASH TO WS-AT-HASH(WS-AT-CNT)
                    MOVE PA-USER TO WS-AT-USER(WS-AT-CNT)
                    MOVE PA-DATE TO WS-AT-DATE(WS-AT-CNT)
            END-READ
        END-PERFORM
        CLOSE APPROVAL-REG
        MOVE "N" TO WS-EOF-SW
    END-IF.

B-WATCH-FILE.
    MOVE PRM-WATCH-DD(WS-F) TO WS-WATCH-DD.
    PERFORM B-READ-CURRENT.
    MOVE WS-FT-SNAP-HDR(WS-F) TO WS-OLD-BASE.
    MOVE WS-FT-SNAP-CNT(WS-F) TO WS-OLD-CNT.
    MOVE 0 TO WS-SNAP-DATE.
    IF WS-OLD-BASE > 0
        MOVE WS-ST(WS-OLD-BASE) TO SNP-REC
        MOVE SNP-HDR-DATE TO WS-SNAP-DATE
    END-IF.
    COMPUTE WS-NEW-BASE = WS-FT-CUR-START(WS-F) - 1.
    MOVE WS-FT-CUR-CNT(WS-F) TO WS-NEW-CNT.
    MOVE 0 TO WS-ADD-CNT WS-REM-CNT WS-CHG-CNT WS-DETAIL-CNT.
    EVALUATE TRUE
        WHEN WS-FIRST-RUN
            MOVE "B" TO WS-FT-OUTCOME(WS-F)
        WHEN WS-OLD-BASE > 0
                AND SNP-HDR-CNT = WS-NEW-CNT
                AND SNP-HDR-HASH = WS-FT-HASH(WS-F)
            MOVE "U" TO WS-FT-OUTCOME(WS-F)
        WHEN OTHER
            PERFORM B-FIND-APPROVAL
    END-EVALUATE.
    PERFORM B-REPORT-FILE.
    IF NOT WS-FT-UNCHANGED(WS-F) AND NOT WS-FT-BASELINED(WS-F)
        PERFORM B-DIFF-FILE
        MOVE WS-ADD-CNT TO FC-ADDED
        MOVE WS-REM-CNT TO FC-REMOVED
        MOVE WS-CHG-CNT TO FC-CHANGED
        WRITE WATCH-LINE FROM WS-REPORT-FILE-CNTS
        WRITE WATCH-LINE FROM WS-REPORT-BLANK
    END-IF.
    IF NOT WS-CHECK-ONLY
        PERFORM B-WRITE-CURRENT-SNAP
    END-IF.

B-READ-CURRENT.
*>  A file that is not there reads as no lines at all -- most of
*>  its readers run on defaults without it, and against a snapshot
*>  that had lines it shows as every line removed.
    COMPUTE WS-FT-CUR-START(WS-F) = WS-CT-CNT + 1.
    MOVE 0 TO WS-FT-CUR-CNT(WS-F).
    MOVE 0 TO WS-ACCUM.
    MOVE "N" TO WS-FT-PRESENT(WS-F).
    OPEN INPUT WATCH-FILE.
    IF WS-WF-STATUS = "00"
        MOVE "Y" TO WS-FT-PRESENT(WS-F)
        PERFORM UNTIL WS-EOF
            READ WATCH-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-STORE-CURRENT-LINE
            END-READ
        END-PERFORM
        CLOSE WATCH-FILE
        MOVE "N" TO WS-EOF-SW
    END-IF.
    MOVE WS-ACCUM TO WS-FT-HASH(WS-F).

B-STORE-CURRENT-LINE.
    IF WS-CT-CNT = 3000
        MOVE "PARAMETER FILES OVER 3000 LINES -- TABLE FULL"
            TO WS-ERR-MSG
        MOVE 4905 TO WS-ERR-RC
        CALL "ERRHAND" USING "PRMWATCH" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    ADD 1 TO WS-CT-CNT.
    ADD 1 TO WS-FT-CUR-CNT(WS-F).
    MOVE WF-REC TO WS-CT-LINE(WS-CT-CNT).
    CALL "PRMHASH" USING WF-REC WS-ACCUM.

B-FIND-APPROVAL.
*>  An approval matches on the file, its new line count and content
*>  hash, and must be dated no earlier than the snapshot it moves
*>  on from -- so an approval given for some earlier content cannot
*>  wave that content back in later. The latest match wins.
    MOVE 0 TO WS-A.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-AT-CNT
        IF WS-AT-FILE(WS-I) = WS-WATCH-DD
                AND WS-AT-LINE-CNT(WS-I) = WS-NEW-CNT
                AND WS-AT-HASH(WS-I) = WS-FT-HASH(WS-F)
                AND WS-AT-DATE(WS-I) NOT < WS-SNAP-DATE
            MOVE WS-I TO WS-A
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN WS-A > 0
            MOVE "A" TO WS-FT-OUTCOME(WS-F)
            MOVE WS-AT-USER(WS-A) TO WS-FT-APPR-USER(WS-F)
        WHEN PRM-WATCH-CRITICAL(WS-F)
            MOVE "H" TO WS-FT-OUTCOME(WS-F)
        WHEN OTHER
            MOVE "R" TO WS-FT-OUTCOME(WS-F)
    END-EVALUATE.

B-REPORT-FILE.
    MOVE WS-WATCH-DD TO RF-FILE.
    IF PRM-WATCH-CRITICAL(WS-F)
        MOVE "CRITICAL" TO RF-CLASS
    ELSE
        MOVE "STANDARD" TO RF-CLASS
    END-IF.
    MOVE WS-NEW-CNT TO RF-LINES.
    MOVE WS-FT-HASH(WS-F) TO RF-HASH.
    MOVE SPACES TO RF-OUTCOME.
    EVALUATE TRUE
        WHEN WS-FT-UNCHANGED(WS-F)
            MOVE "UNCHANGED" TO RF-OUTCOME
            ADD 1 TO WS-UNCHANGED-CNT
        WHEN WS-FT-BASELINED(WS-F)
            MOVE "BASELINED" TO RF-OUTCOME
            ADD 1 TO WS-BASELINE-CNT
        WHEN WS-FT-APPROVED(WS-F)
            STRING "CHANGED -- APPROVED BY "
                WS-FT-APPR-USER(WS-F)
                DELIMITED BY SIZE INTO RF-OUTCOME
            ADD 1 TO WS-APPROVED-CNT
        WHEN WS-FT-REPORTED(WS-F)
            MOVE "CHANGED -- REPORTED" TO RF-OUTCOME
            ADD 1 TO WS-REPORTED-CNT
        WHEN OTHER
            MOVE "CHANGED -- NOT APPROVED" TO RF-OUTCOME
            ADD 1 TO WS-HELD-CNT
            IF WS-FIRST-HELD = SPACES
                MOVE WS-WATCH-DD TO WS-FIRST-HELD
            END-IF
    END-EVALUATE.
    WRITE WATCH-LINE FROM WS-REPORT-FILE.
    IF WS-FT-PRESENT(WS-F) NOT = "Y"
        MOVE "  FILE NOT PRESENT -- READ AS NO LINES" TO WS-REPORT-TEXT
        WRITE WATCH-LINE FROM WS-REPORT-TEXT
    END-IF.
    IF WS-OLD-BASE = 0 AND NOT WS-FIRST-RUN
        MOVE "  NO APPROVED SNAPSHOT OF THIS FILE -- ALL LINES NEW"
            TO WS-REPORT-TEXT
        WRITE WATCH-LINE FROM WS-REPORT-TEXT
    END-IF.

B-DIFF-FILE.
*>  Walks the approved lines (I) and tonight's (J) together. Where
*>  they part, whichever side finds the other's line again sooner
*>  decides it: tonight's line turning up further down the approved
*>  copy means the lines between were removed, the approved line
*>  turning up further down tonight's means lines were added, and
*>  neither means the line was changed in place. An inserted line
*>  is one line added, not the rest of the file changed.
    MOVE 1 TO WS-I WS-J.
    PERFORM UNTIL WS-I > WS-OLD-CNT AND WS-J > WS-NEW-CNT
        EVALUATE TRUE
            WHEN WS-I > WS-OLD-CNT
                PERFORM B-REPORT-ADDED
                ADD 1 TO WS-J
            WHEN WS-J > WS-NEW-CNT
                PERFORM B-REPORT-REMOVED
                ADD 1 TO WS-I
            WHEN WS-ST-IMAGE(WS-OLD-BASE + WS-I)
                    = WS-CT-LINE(WS-NEW-BASE + WS-J)
                ADD 1 TO WS-I
                ADD 1 TO WS-J
            WHEN OTHER
                PERFORM B-RESYNC
        END-EVALUATE
    END-PERFORM.

B-RESYNC.
    MOVE 0 TO WS-KK WS-LL.
    PERFORM VARYING WS-K FROM WS-J BY 1
            UNTIL WS-K > WS-NEW-CNT OR WS-KK > 0
        IF WS-CT-LINE(WS-NEW-BASE + WS-K)
                = WS-ST-IMAGE(WS-OLD-BASE + WS-I)
            MOVE WS-K TO WS-KK
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-K FROM WS-I BY 1
            UNTIL WS-K > WS-OLD-CNT OR WS-LL > 0
        IF WS-ST-IMAGE(WS-OLD-BASE + WS-K)
                = WS-CT-LINE(WS-NEW-BASE + WS-J)
            MOVE WS-K TO WS-LL
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN WS-KK > 0
                AND (WS-LL = 0 OR WS-KK - WS-J NOT > WS-LL - WS-I)
            PERFORM UNTIL WS-J = WS-KK
                PERFORM B-REPORT-ADDED
                ADD 1 TO WS-J
            END-PERFORM
        WHEN WS-LL > 0
            PERFORM UNTIL WS-I = WS-LL
                PERFORM B-REPORT-REMOVED
                ADD 1 TO WS-I
            END-PERFORM
        WHEN OTHER
            PERFORM B-REPORT-CHANGED
            ADD 1 TO WS-I
            ADD 1 TO WS-J
    END-EVALUATE.

B-REPORT-ADDED.
    ADD 1 TO WS-ADD-CNT.
    MOVE "ADDED" TO RD-TAG.
    MOVE WS-J TO RD-LINE-NO.
    MOVE WS-CT-LINE(WS-NEW-BASE + WS-J) TO RD-IMAGE.
    PERFORM B-WRITE-DIFF-LINE.

B-REPORT-REMOVED.
    ADD 1 TO WS-REM-CNT.
    MOVE "REMOVED" TO RD-TAG.
    MOVE WS-I TO RD-LINE-NO.
    MOVE WS-ST-IMAGE(WS-OLD-BASE + WS-I) TO RD-IMAGE.
    PERFORM B-WRITE-DIFF-LINE.

B-REPORT-CHANGED.
    ADD 1 TO WS-CHG-CNT.
    MOVE "CHANGED" TO RD-TAG.
    MOVE WS-I TO RD-LINE-NO.
    MOVE WS-ST-IMAGE(WS-OLD-BASE + WS-I) TO RD-IMAGE.
    PERFORM B-WRITE-DIFF-LINE.
    MOVE "    TO" TO RD-TAG.
    MOVE WS-J TO RD-LINE-NO.
    MOVE WS-CT-LINE(WS-NEW-BASE + WS-J) TO RD-IMAGE.
    PERFORM B-WRITE-DIFF-LINE.

B-WRITE-DIFF-LINE.
*>  The first fifty lines of a file's differences are listed; past
*>  that only its counts keep climbing -- the PARCOMP limit.
    ADD 1 TO WS-DETAIL-CNT.
    IF WS-DETAIL-CNT NOT > WS-DETAIL-LIMIT
        WRITE WATCH-LINE FROM WS-REPORT-DIFF
    END-IF.
    IF WS-DETAIL-CNT = WS-DETAIL-LIMIT + 1
        MOVE "  FURTHER DIFFERENCES COUNTED, NOT LISTED"
            TO WS-REPORT-TEXT
        WRITE WATCH-LINE FROM WS-REPORT-TEXT
    END-IF.

B-WRITE-CURRENT-SNAP.
    MOVE SPACES TO SNP-REC.
    MOVE WS-WATCH-DD TO SNP-FILE.
    MOVE 0 TO SNP-LINE-NO.
    MOVE WS-RUN-ID TO SNP-HDR-DATE.
    MOVE WS-NEW-CNT TO SNP-HDR-CNT.
    MOVE WS-FT-HASH(WS-F) TO SNP-HDR-HASH.
    MOVE "CURRENT" TO SNP-HDR-HOW.
    MOVE WS-USER-ID TO SNP-HDR-USER.
    WRITE CS-REC FROM SNP-REC.
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NEW-CNT
        MOVE SPACES TO SNP-REC
        MOVE WS-WATCH-DD TO SNP-FILE
        MOVE WS-J TO SNP-LINE-NO
        MOVE WS-CT-LINE(WS-NEW-BASE + WS-J) TO SNP-IMAGE
        WRITE CS-REC FROM SNP-REC
    END-PERFORM.

C-WRITE-SUMMARY.
    MOVE "FILES WATCHED" TO T-LABEL.
    MOVE PRM-WATCH-CNT TO T-COUNT.
    WRITE WATCH-LINE FROM WS-REPORT-TOTALS.
    MOVE "UNCHANGED" TO T-LABEL.
    MOVE WS-UNCHANGED-CNT TO T-COUNT.
    WRITE WATCH-LINE FROM WS-REPORT-TOTALS.
    MOVE "BASELINED" TO T-LABEL.
    MOVE WS-BASELINE-CNT TO T-COUNT.
    WRITE WATCH-LINE FROM WS-REPORT-TOTALS.
    MOVE "CHANGED AND APPROVED" TO T-LABEL.
    MOVE WS-APPROVED-CNT TO T-COUNT.
    WRITE WATCH-LINE FROM WS-REPORT-TOTALS.
    MOVE "CHANGED AND REPORTED" TO T-LABEL.
    MOVE WS-REPORTED-CNT TO T-COUNT.
    WRITE WATCH-LINE FROM WS-REPORT-TOTALS.
    MOVE "CRITICAL, CHANGED WITHOUT APPROVAL" TO T-LABEL.
    MOVE WS-HELD-CNT TO T-COUNT.
    WRITE WATCH-LINE FROM WS-REPORT-TOTALS.
    WRITE WATCH-LINE FROM WS-REPORT-BLANK.
    IF WS-HELD-CNT > 0
        MOVE "VERDICT: UNAPPROVED CRITICAL CHANGE -- RUN STOPPED"
            TO WS-REPORT-VERDICT
        IF WS-CHECK-ONLY
            MOVE "VERDICT: UNAPPROVED CRITICAL CHANGE -- APPROVE IT"
                TO WS-REPORT-VERDICT
        END-IF
    ELSE
        MOVE "VERDICT: PARAMETER FILES IN ORDER" TO WS-REPORT-VERDICT
    END-IF.
    WRITE WATCH-LINE FROM WS-REPORT-VERDICT.

C-REWRITE-SNAPSHOT.
*>  A promoted file's approved image becomes tonight's; any other
*>  keeps the image it had, header and all, so the date an image
*>  was approved stays the date it was approved.
    OPEN OUTPUT APPROVED-SNAP.
    IF WS-SNP-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "PRMSNAP REWRITE FAILED, STATUS " WS-SNP-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 4906 TO WS-ERR-RC
        CALL "ERRHAND" USING "PRMWATCH" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > PRM-WATCH-CNT
        IF WS-FT-PROMOTED(WS-F)
            PERFORM C-WRITE-PROMOTED
        ELSE
            IF WS-FT-SNAP-HDR(WS-F) > 0
                COMPUTE WS-K = WS-FT-SNAP-HDR(WS-F)
                    + WS-FT-SNAP-CNT(WS-F)
                PERFORM VARYING WS-S FROM WS-FT-SNAP-HDR(WS-F) BY 1
                        UNTIL WS-S > WS-K
                    WRITE SNP-REC FROM WS-ST(WS-S)
                END-PERFORM
            END-IF
        END-IF
    END-PERFORM.
    CLOSE APPROVED-SNAP.

C-WRITE-PROMOTED.
    MOVE SPACES TO SNP-REC.
    MOVE PRM-WATCH-DD(WS-F) TO SNP-FILE.
    MOVE 0 TO SNP-LINE-NO.
    MOVE WS-RUN-ID TO SNP-HDR-DATE.
    MOVE WS-FT-CUR-CNT(WS-F) TO SNP-HDR-CNT.
    MOVE WS-FT-HASH(WS-F) TO SNP-HDR-HASH.
    EVALUATE TRUE
        WHEN WS-FT-BASELINED(WS-F)
            MOVE "BASELINE" TO SNP-HDR-HOW
            MOVE WS-USER-ID TO SNP-HDR-USER
        WHEN WS-FT-APPROVED(WS-F)
            MOVE "APPROVED" TO SNP-HDR-HOW
            MOVE WS-FT-APPR-USER(WS-F) TO SNP-HDR-USER
        WHEN OTHER
            MOVE "REPORTED" TO SNP-HDR-HOW
            MOVE WS-USER-ID TO SNP-HDR-USER
    END-EVALUATE.
    WRITE SNP-REC.
    COMPUTE WS-NEW-BASE = WS-FT-CUR-START(WS-F) - 1.
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-FT-CUR-CNT(WS-F)
        MOVE SPACES TO SNP-REC
        MOVE PRM-WATCH-DD(WS-F) TO SNP-FILE
        MOVE WS-J TO SNP-LINE-NO
        MOVE WS-CT-LINE(WS-NEW-BASE + WS-J) TO SNP-IMAGE
        WRITE SNP-REC
    END-PERFORM.
