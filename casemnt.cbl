*> Exception case maintenance. CASEBLD opens a case on the EXCPCASE
*> file for every break ZADANIE4 reports; this is where the analysts
*> work them. Each card names the case key, the analyst submitting
*> it, and one action: assign the case to an owner, add a note, set
*> the reason code (timing, keying error, genuine break, written
*> off), or close the case -- a close needs a reason, either on the
*> card or already set. Every card prints on the maintenance
*> register with its disposition, and every applied card goes onto
*> the CASEHIST case history, the same history CASEBLD writes
*> openings and reopenings to, so each break carries one history
*> from first sighting to close. The open-case register by owner
*> prints with the nightly run.
IDENTIFICATION DIVISION.
PROGRAM-ID. CASEMNT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CASE-TRANS ASSIGN TO "CASETRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
*>  Keyed exception case file CASEBLD builds nightly. Created on
*>  first use, the control-file precedent.
    SELECT CASE-FILE ASSIGN TO "EXCPCASE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CS-KEY
        FILE STATUS IS WS-CASE-STATUS.
    SELECT CASE-HISTORY ASSIGN TO "CASEHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.
    SELECT REGISTER-OUT ASSIGN TO "CASEMREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CASE-TRANS
    RECORDING MODE IS F.
01  CT-REC.
    05  CT-ACTION           PIC X.
        88  CT-ASSIGN               VALUE "A".
        88  CT-NOTE                 VALUE "N".
        88  CT-SET-REASON           VALUE "R".
        88  CT-CLOSE                VALUE "C".
    05  CT-KEY              PIC X(10).
    05  CT-ANALYST          PIC X(8).
    05  CT-OWNER            PIC X(8).
    05  CT-REASON           PIC X.
    05  CT-NOTE-TEXT        PIC X(40).
FD  CASE-FILE.
01  CS-REC.
    05  CS-KEY              PIC X(10).
    05  CS-STATUS           PIC X.
        88  CS-OPEN                 VALUE "O".
        88  CS-CLOSED               VALUE "C".
    05  CS-OPENED-DATE      PIC 9(8).
    05  CS-FIRST-SEEN       PIC 9(8).
    05  CS-LAST-SEEN        PIC 9(8).
    05  CS-CONSEC-CNT       PIC 9(4).
    05  CS-LAST-DIFF        PIC X(13).
    05  CS-OWNER            PIC X(8).
    05  CS-ASSIGNED-DATE    PIC 9(8).
*>  T timing, K keying error, G genuine break, W written off.
    05  CS-REASON           PIC X.
    05  CS-NOTE             PIC X(40).
    05  CS-NOTE-BY          PIC X(8).
    05  CS-NOTE-DATE        PIC 9(8).
    05  CS-CLOSED-DATE      PIC 9(8).
    05  CS-CLOSED-BY        PIC X(8).
    05  CS-CLOSED-REASON    PIC X.
    05  CS-REOPEN-CNT       PIC 9(3).
FD  CASE-HISTORY
    RECORDING MODE IS F.
01  CH-REC.
    05  CH-KEY              PIC X(10).
    05  CH-SEP1             PIC X.
    05  CH-DATE             PIC 9(8).
    05  CH-SEP2             PIC X.
    05  CH-TIME             PIC 9(8).
    05  CH-SEP3             PIC X.
    05  CH-EVENT            PIC X(8).
    05  CH-SEP4             PIC X.
    05  CH-BY               PIC X(8).
    05  CH-SEP5             PIC X.
    05  CH-REASON           PIC X.
    05  CH-SEP6             PIC X.
    05  CH-TEXT             PIC X(40).
FD  REGISTER-OUT
    RECORDING MODE IS F.
01  REGISTER-LINE           PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-TRANS-STATUS  PIC XX.
        77 WS-CASE-STATUS   PIC XX.
        77 WS-HIST-STATUS   PIC XX.
        77 WS-REG-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-TRANS-OPEN-SW PIC X VALUE "N".
            88 WS-TRANS-OPEN        VALUE "Y".
        77 WS-APPLIED-CNT   PIC 9(6) VALUE 0.
        77 WS-REJECTED-CNT  PIC 9(6) VALUE 0.
        77 WS-CLOSED-CNT    PIC 9(6) VALUE 0.
        77 WS-REJECT-REASON PIC X(28).
        77 WS-CARD-REASON   PIC X.
        77 WS-R             PIC 9.
        77 WS-A             PIC 9.
        77 WS-RSN-MATCH     PIC 9.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

*>  Per-function authority, asked of AUTHCHK once per run on first
*>  use and kept -- the SENSMNT cached-reply precedent. One reply
*>  byte per action, in the order A, N, R, C.
01  WS-AUTH-CACHE.
    05  WS-AUTH-FN-REPLY    PIC X OCCURS 4 TIMES VALUE SPACE.
01  WS-ACTION-CODES         PIC X(4) VALUE "ANRC".
01  WS-ACTION-TBL REDEFINES WS-ACTION-CODES.
    05  WS-ACTION-CODE      PIC X OCCURS 4 TIMES.

01  WS-REASON-NAMES.
    05  FILLER              PIC X(15) VALUE "TTIMING".
    05  FILLER              PIC X(15) VALUE "KKEYING ERROR".
    05  FILLER              PIC X(15) VALUE "GGENUINE BREAK".
    05  FILLER              PIC X(15) VALUE "WWRITTEN OFF".
01  WS-REASON-TBL REDEFINES WS-REASON-NAMES.
    05  WS-RSN OCCURS 4 TIMES.
        10  WS-RSN-CODE     PIC X.
        10  WS-RSN-NAME     PIC X(14).

01  WS-REG-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "EXCEPTION CASE MAINTENANCE".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REG-COLHDR.
    05  FILLER              PIC X(12) VALUE "KEY".
    05  FILLER              PIC X(9)  VALUE "ACTION".
    05  FILLER              PIC X(10) VALUE "ANALYST".
    05  FILLER              PIC X(10) VALUE "RESULT".
    05  FILLER              PIC X(39) VALUE "DETAIL / REASON".
01  WS-REG-DETAIL.
    05  R-KEY               PIC X(12).
    05  R-ACTION            PIC X(9).
    05  R-ANALYST           PIC X(10).
    05  R-RESULT            PIC X(10).
    05  R-DETAIL            PIC X(39).
01  WS-REG-TOTALS.
    05  FILLER              PIC X(30) VALUE
        "APPLIED / REJECTED / CLOSED".
    05  T-APPLIED           PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-REJECTED          PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-CLOSED            PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-OPEN-FILES.
    IF WS-TRANS-OPEN
        PERFORM UNTIL WS-EOF
            READ CASE-TRANS
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-APPLY-TRANS
            END-READ
        END-PERFORM
        CLOSE CASE-TRANS
    END-IF.
    PERFORM C-WRITE-REG-TOTALS.
    CLOSE REGISTER-OUT.
    CLOSE CASE-HISTORY.
    CLOSE CASE-FILE.
    DISPLAY "CASE CARDS APPLIED    : " WS-APPLIED-CNT.
    DISPLAY "CASE CARDS REJECTED   : " WS-REJECTED-CNT.
    DISPLAY "CASES CLOSED          : " WS-CLOSED-CNT.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "CASE CARDS APPLIED " WS-APPLIED-CNT
        " REJECTED " WS-REJECTED-CNT " CLOSED " WS-CLOSED-CNT
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN7601I" WS-MSG-TEXT.
    PERFORM A-RUN-COMPLETION.
    GOBACK.

A-RUN-HEADER.
*>  Tags this run's console output with a run-id and timestamp so
*>  several jobs' SYSOUT can still be told apart once bundled together.
*>  The processing date comes from the shared BUSDATE control --
*>  a prior-date rerun stamps the date the data belongs to, not
*>  the date the operator resubmitted it.
    CALL "BUSDATE" USING "G" BY CONTENT WS-RUN-ID
        BY REFERENCE WS-RUN-ID.
    CALL "RUNSEQ" USING "C" WS-RUN-ID WS-RUN-SEQ.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "CASEMNT RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "CASEMNT " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "CASEMNT " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "CASEMNT " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "CASEMNT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-OPEN-FILES.
*>  No card file is an empty register -- the QUARREL
*>  tolerate-missing-file precedent.
    OPEN INPUT CASE-TRANS.
    IF WS-TRANS-STATUS = "00"
        SET WS-TRANS-OPEN TO TRUE
    ELSE
        DISPLAY "CASEMNT: CASETRAN NOT PRESENT -- NOTHING TO APPLY"
    END-IF.
    OPEN I-O CASE-FILE.
    IF WS-CASE-STATUS = "35"
        OPEN OUTPUT CASE-FILE
        CLOSE CASE-FILE
        OPEN I-O CASE-FILE
    END-IF.
    IF WS-CASE-STATUS NOT = "00"
        STRING "EXCPCASE OPEN FAILED, STATUS " WS-CASE-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 7601 TO WS-ERR-RC
        CALL "ERRHAND" USING "CASEMNT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN EXTEND CASE-HISTORY.
    IF WS-HIST-STATUS NOT = "00"
        OPEN OUTPUT CASE-HISTORY
    END-IF.
    IF WS-HIST-STATUS NOT = "00"
        STRING "CASEHIST OPEN FAILED, STATUS " WS-HIST-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 7602 TO WS-ERR-RC
        CALL "ERRHAND" USING "CASEMNT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT REGISTER-OUT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE REGISTER-LINE FROM WS-REG-HEADER-1.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    WRITE REGISTER-LINE FROM WS-REG-COLHDR.

B-APPLY-TRANS.
*>  Every card gets exactly one register line -- applied or
*>  rejected with a reason -- the SENSMNT register convention.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE 0 TO WS-A.
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
        IF CT-ACTION = WS-ACTION-CODE(WS-R)
            MOVE WS-R TO WS-A
        END-IF
    END-PERFORM.
    IF WS-A > 0
        IF WS-AUTH-FN-REPLY(WS-A) = SPACE
            CALL "AUTHCHK" USING "CASEMNT " CT-ACTION
                WS-AUTH-FN-REPLY(WS-A)
        END-IF
    END-IF.
    EVALUATE TRUE
        WHEN WS-A = 0
            MOVE "ACTION NOT A, N, R OR C" TO WS-REJECT-REASON
        WHEN WS-AUTH-FN-REPLY(WS-A) NOT = "Y"
            MOVE "USER NOT AUTHORIZED" TO WS-REJECT-REASON
        WHEN CT-ANALYST = SPACES
            MOVE "ANALYST NOT GIVEN" TO WS-REJECT-REASON
        WHEN OTHER
            PERFORM B-EDIT-CARD
    END-EVALUATE.
    IF WS-REJECT-REASON = SPACES
        PERFORM B-APPLY-CARD
        PERFORM B-REGISTER-APPLIED
    ELSE
        PERFORM B-REGISTER-REJECT
    END-IF.

B-EDIT-CARD.
*>  The case must exist. A note may go on a closed case -- the
*>  auditors' question often comes after the close -- but the other
*>  actions want the case open. A reason code is one of the four; a
*>  close takes the card's reason, or the one already set.
    MOVE CT-KEY TO CS-KEY.
    READ CASE-FILE
        INVALID KEY
            MOVE "NO CASE ON FILE" TO WS-REJECT-REASON
    END-READ.
    IF WS-REJECT-REASON = SPACES
        MOVE CT-REASON TO WS-CARD-REASON
        PERFORM B-FIND-REASON
        EVALUATE TRUE
            WHEN CS-CLOSED AND NOT CT-NOTE
                MOVE "CASE ALREADY CLOSED" TO WS-REJECT-REASON
            WHEN CT-ASSIGN AND CT-OWNER = SPACES
                MOVE "OWNER NOT GIVEN" TO WS-REJECT-REASON
            WHEN CT-NOTE AND CT-NOTE-TEXT = SPACES
                MOVE "NOTE TEXT NOT GIVEN" TO WS-REJECT-REASON
            WHEN CT-SET-REASON AND WS-RSN-MATCH = 0
                MOVE "REASON NOT T, K, G OR W" TO WS-REJECT-REASON
            WHEN CT-CLOSE AND CT-REASON NOT = SPACE
                    AND WS-RSN-MATCH = 0
                MOVE "REASON NOT T, K, G OR W" TO WS-REJECT-REASON
            WHEN CT-CLOSE AND CT-REASON = SPACE
                    AND CS-REASON = SPACE
                MOVE "NO REASON CODE TO CLOSE ON" TO WS-REJECT-REASON
        END-EVALUATE
    END-IF.

B-FIND-REASON.
    MOVE 0 TO WS-RSN-MATCH.
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
        IF WS-CARD-REASON = WS-RSN-CODE(WS-R)
            MOVE WS-R TO WS-RSN-MATCH
        END-IF
    END-PERFORM.

B-APPLY-CARD.
    MOVE SPACE TO CH-REASON.
    MOVE SPACES TO CH-TEXT.
    EVALUATE TRUE
        WHEN CT-ASSIGN
            MOVE CT-OWNER TO CS-OWNER
            MOVE WS-RUN-ID TO CS-ASSIGNED-DATE
            MOVE "ASSIGNED" TO CH-EVENT
            MOVE CT-OWNER TO CH-TEXT
        WHEN CT-NOTE
            PERFORM B-SET-NOTE
            MOVE "NOTE" TO CH-EVENT
        WHEN CT-SET-REASON
            MOVE CT-REASON TO CS-REASON
            MOVE "REASON" TO CH-EVENT
            MOVE CT-REASON TO CH-REASON
        WHEN CT-CLOSE
            IF CT-REASON NOT = SPACE
                MOVE CT-REASON TO CS-REASON
            END-IF
            IF CT-NOTE-TEXT NOT = SPACES
                PERFORM B-SET-NOTE
            END-IF
            MOVE "C" TO CS-STATUS
            MOVE WS-RUN-ID TO CS-CLOSED-DATE
            MOVE CT-ANALYST TO CS-CLOSED-BY
            MOVE CS-REASON TO CS-CLOSED-REASON
            MOVE "CLOSED" TO CH-EVENT
            MOVE CS-REASON TO CH-REASON
            ADD 1 TO WS-CLOSED-CNT
    END-EVALUATE.
    REWRITE CS-REC
        INVALID KEY
            STRING "EXCPCASE REWRITE FAILED FOR " CS-KEY
                DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 7603 TO WS-ERR-RC
            CALL "ERRHAND" USING "CASEMNT " WS-ERR-MSG "A" WS-ERR-RC
    END-REWRITE.
    MOVE CS-KEY TO CH-KEY.
    MOVE WS-RUN-ID TO CH-DATE.
    ACCEPT CH-TIME FROM TIME.
    MOVE CT-ANALYST TO CH-BY.
    MOVE SPACE TO CH-SEP1 CH-SEP2 CH-SEP3 CH-SEP4 CH-SEP5 CH-SEP6.
    WRITE CH-REC.

B-SET-NOTE.
*>  The case holds the latest note; the history holds them all.
    MOVE CT-NOTE-TEXT TO CS-NOTE.
    MOVE CT-ANALYST TO CS-NOTE-BY.
    MOVE WS-RUN-ID TO CS-NOTE-DATE.
    MOVE CT-NOTE-TEXT TO CH-TEXT.

B-REGISTER-APPLIED.
    ADD 1 TO WS-APPLIED-CNT.
    PERFORM B-REGISTER-CARD.
    MOVE "APPLIED" TO R-RESULT.
    EVALUATE TRUE
        WHEN CT-ASSIGN
            MOVE CT-OWNER TO R-DETAIL
        WHEN CT-NOTE
            MOVE CT-NOTE-TEXT TO R-DETAIL
        WHEN OTHER
            MOVE CS-REASON TO WS-CARD-REASON
            PERFORM B-FIND-REASON
            MOVE WS-RSN-NAME(WS-RSN-MATCH) TO R-DETAIL
    END-EVALUATE.
    WRITE REGISTER-LINE FROM WS-REG-DETAIL.

B-REGISTER-REJECT.
    ADD 1 TO WS-REJECTED-CNT.
    PERFORM B-REGISTER-CARD.
    MOVE "REJECTED" TO R-RESULT.
    MOVE WS-REJECT-REASON TO R-DETAIL.
    WRITE REGISTER-LINE FROM WS-REG-DETAIL.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "CASE CARD " CT-ACTION " " CT-KEY
        " REJECTED: " WS-REJECT-REASON
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN7602W" WS-MSG-TEXT.

B-REGISTER-CARD.
    MOVE CT-KEY TO R-KEY.
    EVALUATE TRUE
        WHEN CT-ASSIGN
            MOVE "ASSIGN" TO R-ACTION
        WHEN CT-NOTE
            MOVE "NOTE" TO R-ACTION
        WHEN CT-SET-REASON
            MOVE "REASON" TO R-ACTION
        WHEN CT-CLOSE
            MOVE "CLOSE" TO R-ACTION
        WHEN OTHER
            MOVE CT-ACTION TO R-ACTION
    END-EVALUATE.
    MOVE CT-ANALYST TO R-ANALYST.

C-WRITE-REG-TOTALS.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    MOVE WS-APPLIED-CNT TO T-APPLIED.
    MOVE WS-REJECTED-CNT TO T-REJECTED.
    MOVE WS-CLOSED-CNT TO T-CLOSED.
    WRITE REGISTER-LINE FROM WS-REG-TOTALS.
