*> Number Master change-journal verification. NMJRNL is the evidence
*> behind NMRESTOR's roll-forward, NMJRECON's net-change check and
*> the dossiers, and as a flat append file a deleted or edited line
*> used to go unnoticed. NMJWRITE now stamps every entry with its
*> sequence on the journal and a chain value folded from the entry
*> before it (NMJCHAIN). This program walks the whole journal,
*> recomputes every link and reports each break -- a gap, an entry
*> out of order or repeated, an altered entry, an unstamped line
*> after the chain began -- then holds the end of the journal
*> against the NMJCTL control record, so a tail cut off the file is
*> caught too. The first bad sequence is what to start from. A
*> broken chain abends the step (RC 4801) after the report prints.
*>
*> Entries journaled before stamping began are counted, not judged.
*> HOUSKEEP's retention cut takes entries off the front of the
*> journal, so the first stamped entry on file need not be sequence
*> 1; it is taken as the anchor and the range before it reported.
IDENTIFICATION DIVISION.
PROGRAM-ID. NMJVERFY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-IN ASSIGN TO "NMJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
    SELECT JOURNAL-CONTROL ASSIGN TO "NMJCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JCTL-STATUS.
    SELECT VERIFY-RPT ASSIGN TO "NMJVRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  JOURNAL-IN
    RECORDING MODE IS F.
01  JRNL-REC.
    05  JRNL-KEY            PIC X(10).
    05  JRNL-SEP1           PIC X.
    05  JRNL-BEF-AMOUNT     PIC S9(10)V99.
    05  JRNL-SEP2           PIC X.
    05  JRNL-BEF-FLAG       PIC X.
    05  JRNL-SEP3           PIC X.
    05  JRNL-AFT-AMOUNT     PIC S9(10)V99.
    05  JRNL-SEP4           PIC X.
    05  JRNL-AFT-FLAG       PIC X.
    05  JRNL-SEP5           PIC X.
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
FD  JOURNAL-CONTROL
    RECORDING MODE IS F.
01  JCTL-REC.
    05  JCTL-LAST-SEQ       PIC 9(9).
    05  JCTL-SEP1           PIC X.
    05  JCTL-LAST-CHAIN     PIC 9(9).
FD  VERIFY-RPT
    RECORDING MODE IS F.
01  VERIFY-LINE             PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-JRNL-STATUS   PIC XX.
        77 WS-JCTL-STATUS   PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-CHAINED-SW    PIC X VALUE "N".
            88 WS-CHAINED           VALUE "Y".
        77 WS-CTL-SW        PIC X VALUE "N".
            88 WS-CTL-PRESENT       VALUE "Y".
        77 WS-LINE-NO       PIC 9(9) VALUE 0.
        77 WS-UNSTAMPED-CNT PIC 9(9) VALUE 0.
        77 WS-STAMPED-CNT   PIC 9(9) VALUE 0.
        77 WS-FIRST-SEQ     PIC 9(9) VALUE 0.
        77 WS-LAST-SEQ      PIC 9(9) VALUE 0.
        77 WS-LAST-CHAIN    PIC 9(9) VALUE 0.
        77 WS-EXPECT-SEQ    PIC 9(9).
        77 WS-CALC-CHAIN    PIC 9(9).
        77 WS-BREAK-CNT     PIC 9(9) VALUE 0.
        77 WS-FIRST-BAD-SEQ PIC 9(9) VALUE 0.
        77 WS-BREAK-REASON  PIC X(40).
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
        "NMJRNL CHAIN VERIFICATION".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TITLE         PIC X(80).
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(11) VALUE "LINE".
    05  FILLER              PIC X(11) VALUE "SEQUENCE".
    05  FILLER              PIC X(11) VALUE "KEY".
    05  FILLER              PIC X(11) VALUE "RUN DATE".
    05  FILLER              PIC X(6)  VALUE "REASON".
01  WS-REPORT-BREAK.
    05  B-LINE              PIC Z(8)9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  B-SEQ               PIC X(9).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  B-KEY               PIC X(10).
    05  FILLER              PIC X(1) VALUE SPACES.
    05  B-DATE              PIC X(10).
    05  FILLER              PIC X(1) VALUE SPACES.
    05  B-REASON            PIC X(36).
01  WS-REPORT-COUNT.
    05  C-LABEL             PIC X(40).
    05  C-COUNT             PIC ZZZ,ZZZ,ZZ9.
01  WS-REPORT-VERDICT.
    05  FILLER              PIC X(9) VALUE "VERDICT: ".
    05  V-TEXT              PIC X(71).
01  WS-EDIT-DATE            PIC 9999/99/99.
01  WS-EDIT-SEQ             PIC Z(8)9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-LOAD-CONTROL.
    OPEN INPUT JOURNAL-IN.
    IF WS-JRNL-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "NMJRNL OPEN FAILED, STATUS " WS-JRNL-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 4802 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMJVERFY" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT VERIFY-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE VERIFY-LINE FROM WS-REPORT-HEADER-1.
    WRITE VERIFY-LINE FROM WS-REPORT-BLANK.
    MOVE "BREAKS IN THE CHAIN" TO WS-REPORT-TITLE.
    WRITE VERIFY-LINE FROM WS-REPORT-TITLE.
    WRITE VERIFY-LINE FROM WS-REPORT-COLHDR.
    PERFORM UNTIL WS-EOF
        READ JOURNAL-IN
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-LINE-NO
                PERFORM B-CHECK-ENTRY
        END-READ
    END-PERFORM.
    CLOSE JOURNAL-IN.
    PERFORM B-CHECK-END-OF-JOURNAL.
    PERFORM C-WRITE-SUMMARY.
    CLOSE VERIFY-RPT.
    IF WS-BREAK-CNT > 0
        MOVE SPACES TO WS-ERR-MSG
        STRING "NMJRNL CHAIN BROKEN, FIRST BAD SEQUENCE "
            WS-FIRST-BAD-SEQ DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 4801 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMJVERFY" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "NMJRNL CHAIN WHOLE THROUGH SEQUENCE " WS-LAST-SEQ
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN4801I" WS-MSG-TEXT.
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
    STRING "NMJVERFY RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "NMJVERFY" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "NMJVERFY" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "NMJVERFY" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMJVERFY" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-LOAD-CONTROL.
    MOVE SPACES TO JCTL-REC.
    OPEN INPUT JOURNAL-CONTROL.
    IF WS-JCTL-STATUS = "00"
        READ JOURNAL-CONTROL
            AT END
                MOVE SPACES TO JCTL-REC
        END-READ
        CLOSE JOURNAL-CONTROL
    END-IF.
    IF JCTL-LAST-SEQ IS NUMERIC AND JCTL-LAST-CHAIN IS NUMERIC
        SET WS-CTL-PRESENT TO TRUE
    END-IF.

B-CHECK-ENTRY.
*>  Each stamped entry must carry the next sequence and the chain
*>  value folded from the one before it. After a break the walk
*>  picks the chain up again from the entry as found, so one bad
*>  line is reported once and everything after it is still tested.
    MOVE SPACES TO WS-BREAK-REASON.
    IF JRNL-SEQ-NO IS NOT NUMERIC OR JRNL-CHAIN IS NOT NUMERIC
        IF WS-CHAINED
            MOVE "UNSTAMPED ENTRY AFTER CHAIN BEGAN"
                TO WS-BREAK-REASON
            COMPUTE WS-EXPECT-SEQ = WS-LAST-SEQ + 1
            PERFORM B-RECORD-BREAK
        ELSE
            ADD 1 TO WS-UNSTAMPED-CNT
        END-IF
    ELSE
        ADD 1 TO WS-STAMPED-CNT
        IF NOT WS-CHAINED
            PERFORM B-ANCHOR-CHAIN
        ELSE
            COMPUTE WS-EXPECT-SEQ = WS-LAST-SEQ + 1
            EVALUATE TRUE
                WHEN JRNL-SEQ-NO NOT > WS-LAST-SEQ
                    MOVE "SEQUENCE OUT OF ORDER OR REPEATED"
                        TO WS-BREAK-REASON
                WHEN JRNL-SEQ-NO > WS-EXPECT-SEQ
                    MOVE "GAP -- ENTRIES MISSING BEFORE THIS"
                        TO WS-BREAK-REASON
                WHEN OTHER
                    CALL "NMJCHAIN" USING JRNL-REC(1:89)
                        WS-LAST-CHAIN WS-CALC-CHAIN
                    IF WS-CALC-CHAIN NOT = JRNL-CHAIN
                        MOVE "ENTRY ALTERED -- CHAIN VALUE WRONG"
                            TO WS-BREAK-REASON
                    END-IF
            END-EVALUATE
            IF WS-BREAK-REASON NOT = SPACES
                PERFORM B-RECORD-BREAK
            END-IF
            MOVE JRNL-SEQ-NO TO WS-LAST-SEQ
            MOVE JRNL-CHAIN TO WS-LAST-CHAIN
        END-IF
    END-IF.

B-ANCHOR-CHAIN.
*>  The first stamped entry. At sequence 1 its own link is checked
*>  against the empty start; later than that, the entries before it
*>  are gone from the file (a retention cut, or worse) and it can
*>  only be taken as found.
    SET WS-CHAINED TO TRUE.
    MOVE JRNL-SEQ-NO TO WS-FIRST-SEQ.
    IF JRNL-SEQ-NO = 1
        CALL "NMJCHAIN" USING JRNL-REC(1:89) WS-LAST-CHAIN
            WS-CALC-CHAIN
        IF WS-CALC-CHAIN NOT = JRNL-CHAIN
            MOVE "ENTRY ALTERED -- CHAIN VALUE WRONG"
                TO WS-BREAK-REASON
            MOVE 1 TO WS-EXPECT-SEQ
            PERFORM B-RECORD-BREAK
        END-IF
    END-IF.
    MOVE JRNL-SEQ-NO TO WS-LAST-SEQ.
    MOVE JRNL-CHAIN TO WS-LAST-CHAIN.

B-RECORD-BREAK.
    ADD 1 TO WS-BREAK-CNT.
    IF WS-FIRST-BAD-SEQ = 0
        MOVE WS-EXPECT-SEQ TO WS-FIRST-BAD-SEQ
    END-IF.
    MOVE WS-LINE-NO TO B-LINE.
    IF JRNL-SEQ-NO IS NUMERIC
        MOVE JRNL-SEQ-NO TO WS-EDIT-SEQ
        MOVE WS-EDIT-SEQ TO B-SEQ
    ELSE
        MOVE "UNSTAMPED" TO B-SEQ
    END-IF.
    MOVE JRNL-KEY TO B-KEY.
    IF JRNL-RUN-DATE IS NUMERIC
        MOVE JRNL-RUN-DATE TO WS-EDIT-DATE
        MOVE WS-EDIT-DATE TO B-DATE
    ELSE
        MOVE SPACES TO B-DATE
    END-IF.
    MOVE WS-BREAK-REASON TO B-REASON.
    WRITE VERIFY-LINE FROM WS-REPORT-BREAK.

B-CHECK-END-OF-JOURNAL.
*>  The control record carries the last entry NMJWRITE issued: the
*>  journal must end on exactly that entry. Ending short means
*>  entries were cut off the end; running past it means entries
*>  were appended without going through NMJWRITE (or an append was
*>  interrupted before the control record caught up).
    MOVE SPACES TO B-REASON.
    MOVE 0 TO B-LINE.
    MOVE SPACES TO B-KEY.
    MOVE SPACES TO B-DATE.
    IF WS-CTL-PRESENT
        EVALUATE TRUE
            WHEN JCTL-LAST-SEQ > WS-LAST-SEQ
                COMPUTE WS-EXPECT-SEQ = WS-LAST-SEQ + 1
                MOVE "ENTRIES MISSING FROM THE END" TO B-REASON
            WHEN JCTL-LAST-SEQ < WS-LAST-SEQ
                COMPUTE WS-EXPECT-SEQ = JCTL-LAST-SEQ + 1
                MOVE "ENTRIES PAST THE LAST ONE ISSUED" TO B-REASON
            WHEN JCTL-LAST-CHAIN NOT = WS-LAST-CHAIN
                MOVE WS-LAST-SEQ TO WS-EXPECT-SEQ
                MOVE "LAST ENTRY DIFFERS FROM NMJCTL" TO B-REASON
        END-EVALUATE
        IF B-REASON NOT = SPACES
            ADD 1 TO WS-BREAK-CNT
            IF WS-FIRST-BAD-SEQ = 0
                MOVE WS-EXPECT-SEQ TO WS-FIRST-BAD-SEQ
            END-IF
            MOVE JCTL-LAST-SEQ TO WS-EDIT-SEQ
            MOVE WS-EDIT-SEQ TO B-SEQ
            MOVE "NMJCTL" TO B-KEY
            WRITE VERIFY-LINE FROM WS-REPORT-BREAK
        END-IF
    END-IF.
    IF WS-BREAK-CNT = 0
        MOVE "  NONE" TO WS-REPORT-TITLE
        WRITE VERIFY-LINE FROM WS-REPORT-TITLE
    END-IF.

C-WRITE-SUMMARY.
    WRITE VERIFY-LINE FROM WS-REPORT-BLANK.
    MOVE "JOURNAL LINES READ" TO C-LABEL.
    MOVE WS-LINE-NO TO C-COUNT.
    WRITE VERIFY-LINE FROM WS-REPORT-COUNT.
    MOVE "  JOURNALED BEFORE STAMPING BEGAN" TO C-LABEL.
    MOVE WS-UNSTAMPED-CNT TO C-COUNT.
    WRITE VERIFY-LINE FROM WS-REPORT-COUNT.
    MOVE "  STAMPED ENTRIES" TO C-LABEL.
    MOVE WS-STAMPED-CNT TO C-COUNT.
    WRITE VERIFY-LINE FROM WS-REPORT-COUNT.
    MOVE "FIRST SEQUENCE ON FILE" TO C-LABEL.
    MOVE WS-FIRST-SEQ TO C-COUNT.
    WRITE VERIFY-LINE FROM WS-REPORT-COUNT.
    MOVE "LAST SEQUENCE ON FILE" TO C-LABEL.
    MOVE WS-LAST-SEQ TO C-COUNT.
    WRITE VERIFY-LINE FROM WS-REPORT-COUNT.
    IF WS-CTL-PRESENT
        MOVE "LAST SEQUENCE ISSUED (NMJCTL)" TO C-LABEL
        MOVE JCTL-LAST-SEQ TO C-COUNT
        WRITE VERIFY-LINE FROM WS-REPORT-COUNT
    END-IF.
    MOVE "BREAKS" TO C-LABEL.
    MOVE WS-BREAK-CNT TO C-COUNT.
    WRITE VERIFY-LINE FROM WS-REPORT-COUNT.
    WRITE VERIFY-LINE FROM WS-REPORT-BLANK.
    MOVE SPACES TO V-TEXT.
    IF WS-BREAK-CNT > 0
        MOVE WS-FIRST-BAD-SEQ TO WS-EDIT-SEQ
        STRING "BROKEN -- FIRST BAD SEQUENCE " WS-EDIT-SEQ
            DELIMITED BY SIZE INTO V-TEXT
    ELSE
        MOVE "WHOLE -- EVERY STAMPED ENTRY CHAINS TO THE NEXT"
            TO V-TEXT
    END-IF.
    WRITE VERIFY-LINE FROM WS-REPORT-VERDICT.
*>  Warnings, not breaks: what the chain cannot speak for.
    IF WS-FIRST-SEQ > 1
        MOVE "NOTE -- EARLIER SEQUENCES NOT ON FILE (RETENTION CUT)"
            TO V-TEXT
        WRITE VERIFY-LINE FROM WS-REPORT-VERDICT
        MOVE 4 TO WS-RUN-RC
    END-IF.
    IF NOT WS-CTL-PRESENT AND WS-STAMPED-CNT > 0
        MOVE "NOTE -- NMJCTL MISSING, END OF JOURNAL NOT PROVABLE"
            TO V-TEXT
        WRITE VERIFY-LINE FROM WS-REPORT-VERDICT
        MOVE 4 TO WS-RUN-RC
    END-IF.
    IF WS-RUN-RC > 0 AND WS-BREAK-CNT = 0
        MOVE SPACES TO WS-MSG-TEXT
        STRING "NMJRNL CHAIN WHOLE BUT NOT PROVABLE END TO END - "
            "SEE NMJVRPT" DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN4802W" WS-MSG-TEXT
    END-IF.
