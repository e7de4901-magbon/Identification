*> Parameter-file change approval. An edit to a file PRMWATCH keeps
*> under change control is approved here, one PRMATRAN card per
*> file: the file's DD name, and the line count and content hash of
*> the edited file exactly as PRMWATCH printed them -- run it with
*> the check-only card to get them before the night -- with the
*> reason for the change. The approval is appended to the PRMAPREG
*> register with the approver's userid and the date; the night's
*> PRMWATCH accepts the edited file only when its count and hash
*> match an approval, so an approver can only pass the content they
*> were shown, and a further edit needs approving again. Approving
*> needs the program's own authority on the authority master and
*> the A function besides. Every card prints on PRMAPRPT with its
*> disposition.
IDENTIFICATION DIVISION.
PROGRAM-ID. PRMAPPRV.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT APPROVAL-TRANS ASSIGN TO "PRMATRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
    SELECT APPROVAL-REG ASSIGN TO "PRMAPREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PA-STATUS.
    SELECT REGISTER-OUT ASSIGN TO "PRMAPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  APPROVAL-TRANS
    RECORDING MODE IS F.
01  AT-REC.
    05  AT-FILE             PIC X(8).
    05  AT-LINE-CNT         PIC X(4).
    05  AT-LINE-CNT-N REDEFINES AT-LINE-CNT PIC 9(4).
    05  AT-HASH             PIC X(9).
    05  AT-HASH-N REDEFINES AT-HASH PIC 9(9).
    05  AT-REASON           PIC X(30).
    05  FILLER              PIC X(29).
*>  Appended to, never rewritten: the register is the audit trail of
*>  who passed which content of which file, and when.
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
FD  REGISTER-OUT
    RECORDING MODE IS F.
01  REGISTER-LINE           PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-TRANS-STATUS  PIC XX.
        77 WS-PA-STATUS     PIC XX.
        77 WS-REG-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-TRANS-OPEN-SW PIC X VALUE "N".
            88 WS-TRANS-OPEN        VALUE "Y".
        77 WS-W             PIC 9(2).
        77 WS-MATCH         PIC 9(2).
        77 WS-APPLIED-CNT   PIC 9(6) VALUE 0.
        77 WS-REJECTED-CNT  PIC 9(6) VALUE 0.
        77 WS-REJECT-REASON PIC X(28).
        77 WS-USER-ID       PIC X(8).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
*>  The A-function reply, asked of AUTHCHK on the first card and
*>  kept -- the SENSMNT cached-reply precedent.
        77 WS-AUTH-FN-REPLY PIC X VALUE SPACE.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

    COPY PRMLIST.

01  WS-REG-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "PARAMETER CHANGE APPROVALS".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REG-APPROVER.
    05  FILLER              PIC X(13) VALUE "APPROVED BY: ".
    05  RA-USER             PIC X(8).
01  WS-REG-COLHDR.
    05  FILLER              PIC X(10) VALUE "FILE".
    05  FILLER              PIC X(7)  VALUE "LINES".
    05  FILLER              PIC X(11) VALUE "HASH".
    05  FILLER              PIC X(10) VALUE "RESULT".
    05  FILLER              PIC X(42) VALUE "REASON".
01  WS-REG-DETAIL.
    05  R-FILE              PIC X(10).
    05  R-LINES             PIC X(7).
    05  R-HASH              PIC X(11).
    05  R-RESULT            PIC X(10).
    05  R-DETAIL            PIC X(42).
01  WS-REG-TOTALS.
    05  FILLER              PIC X(30) VALUE
        "RECORDED / REJECTED".
    05  T-APPLIED           PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-REJECTED          PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-OPEN-FILES.
    IF WS-TRANS-OPEN
        PERFORM UNTIL WS-EOF
            READ APPROVAL-TRANS
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-APPLY-TRANS
            END-READ
        END-PERFORM
        CLOSE APPROVAL-TRANS
    END-IF.
    PERFORM C-WRITE-REG-TOTALS.
    CLOSE REGISTER-OUT.
    CLOSE APPROVAL-REG.
    DISPLAY "APPROVAL CARDS RECORDED: " WS-APPLIED-CNT.
    DISPLAY "APPROVAL CARDS REJECTED: " WS-REJECTED-CNT.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "APPROVAL CARDS RECORDED " WS-APPLIED-CNT
        " REJECTED " WS-REJECTED-CNT
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN5201I" WS-MSG-TEXT.
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
    STRING "PRMAPPRV RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "PRMAPPRV" WS-RUN-ID WS-RUN-TIME "S"
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
    CALL "RUNLOG" USING "PRMAPPRV" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "PRMAPPRV" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "PRMAPPRV" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-OPEN-FILES.
*>  No card file is an empty register -- the QUARREL
*>  tolerate-missing-file precedent. The approval register is
*>  created on first use.
    OPEN INPUT APPROVAL-TRANS.
    IF WS-TRANS-STATUS = "00"
        SET WS-TRANS-OPEN TO TRUE
    ELSE
        DISPLAY "PRMAPPRV: PRMATRAN NOT PRESENT -- NOTHING TO APPLY"
    END-IF.
    OPEN EXTEND APPROVAL-REG.
    IF WS-PA-STATUS NOT = "00"
        OPEN OUTPUT APPROVAL-REG
    END-IF.
    IF WS-PA-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "PRMAPREG OPEN FAILED, STATUS " WS-PA-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 5201 TO WS-ERR-RC
        CALL "ERRHAND" USING "PRMAPPRV" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT REGISTER-OUT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE REGISTER-LINE FROM WS-REG-HEADER-1.
    MOVE WS-USER-ID TO RA-USER.
    WRITE REGISTER-LINE FROM WS-REG-APPROVER.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    WRITE REGISTER-LINE FROM WS-REG-COLHDR.

B-APPLY-TRANS.
*>  Every card gets exactly one register line -- recorded or
*>  rejected with a reason -- the SENSMNT register convention.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE 0 TO WS-MATCH.
    PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > PRM-WATCH-CNT
        IF PRM-WATCH-DD(WS-W) = AT-FILE
            MOVE WS-W TO WS-MATCH
        END-IF
    END-PERFORM.
    IF WS-AUTH-FN-REPLY = SPACE
        CALL "AUTHCHK" USING "PRMAPPRV" "A" WS-AUTH-FN-REPLY
    END-IF.
    EVALUATE TRUE
        WHEN WS-AUTH-FN-REPLY NOT = "Y"
            MOVE "USER NOT AUTHORIZED" TO WS-REJECT-REASON
        WHEN WS-MATCH = 0
            MOVE "FILE NOT ON THE WATCH LIST" TO WS-REJECT-REASON
        WHEN AT-LINE-CNT NOT NUMERIC
            MOVE "LINE COUNT NOT NUMERIC" TO WS-REJECT-REASON
        WHEN AT-HASH NOT NUMERIC
            MOVE "CONTENT HASH NOT NUMERIC" TO WS-REJECT-REASON
        WHEN AT-REASON = SPACES
            MOVE "REASON NOT GIVEN" TO WS-REJECT-REASON
    END-EVALUATE.
    MOVE AT-FILE TO R-FILE.
    MOVE AT-LINE-CNT TO R-LINES.
    MOVE AT-HASH TO R-HASH.
    IF WS-REJECT-REASON = SPACES
        PERFORM B-RECORD-APPROVAL
    ELSE
        ADD 1 TO WS-REJECTED-CNT
        MOVE "REJECTED" TO R-RESULT
        MOVE WS-REJECT-REASON TO R-DETAIL
        WRITE REGISTER-LINE FROM WS-REG-DETAIL
        MOVE SPACES TO WS-MSG-TEXT
        STRING "APPROVAL CARD " AT-FILE
            " REJECTED: " WS-REJECT-REASON
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN5202W" WS-MSG-TEXT
    END-IF.

B-RECORD-APPROVAL.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO PA-REC.
    MOVE AT-FILE TO PA-FILE.
    MOVE AT-LINE-CNT-N TO PA-LINE-CNT.
    MOVE AT-HASH-N TO PA-HASH.
    MOVE WS-USER-ID TO PA-USER.
    MOVE WS-RUN-ID TO PA-DATE.
    MOVE WS-RUN-TIME(1:6) TO PA-TIME.
    MOVE AT-REASON TO PA-REASON.
    WRITE PA-REC.
    ADD 1 TO WS-APPLIED-CNT.
    MOVE "RECORDED" TO R-RESULT.
    MOVE AT-REASON TO R-DETAIL.
    WRITE REGISTER-LINE FROM WS-REG-DETAIL.

C-WRITE-REG-TOTALS.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    MOVE WS-APPLIED-CNT TO T-APPLIED.
    MOVE WS-REJECTED-CNT TO T-REJECTED.
    WRITE REGISTER-LINE FROM WS-REG-TOTALS.
