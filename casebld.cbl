*> Exception case builder. EXCPAGE tells us how old each unequal
*> pair from ZADANIE4 is, but nothing recorded what anyone did about
*> it. This step keeps a keyed case file alongside the aging file --
*> one case per exception key -- and the analysts work the cases
*> through CASEMNT: an owner, notes, a reason code, a close. Each
*> night every key on EXCPTOUT gets its case brought up to date from
*> the aging record (first seen, consecutive runs) and tonight's
*> difference; a key with no case opens one, and a key whose case
*> was closed reopens that same case rather than starting another,
*> so the auditors see one history per break. Every opening and
*> reopening goes onto the CASEHIST case history CASEMNT also
*> writes. The night's report is the open-case register by owner,
*> followed by the closed-case summary by reason code.
IDENTIFICATION DIVISION.
PROGRAM-ID. CASEBLD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXCEPTION-IN ASSIGN TO "EXCPTOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCP-STATUS.
*>  The aging file EXCPAGE has just brought up to date -- read only.
    SELECT AGING-FILE ASSIGN TO "EXCPAGED"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AGE-KEY
        FILE STATUS IS WS-AGE-STATUS.
*>  Keyed exception key. Created on first use, the control-file
*>  precedent.
    SELECT CASE-FILE ASSIGN TO "EXCPCASE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CS-KEY
        FILE STATUS IS WS-CASE-STATUS.
*>  Every event on every case, appended -- the RUNLOG convention.
    SELECT CASE-HISTORY ASSIGN TO "CASEHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.
*>  The open cases in owner order for the register, the NMIDXREC
*>  sort-to-work-file precedent.
    SELECT SORTED-CASES ASSIGN TO "CASESTWK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SRT-STATUS.
    SELECT SORT-WORK ASSIGN TO "SRTWK9".
    SELECT CASE-RPT ASSIGN TO "CASERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  EXCEPTION-IN
    RECORDING MODE IS F.
*>  Same shape ZADANIE4 writes to EXCPTOUT; the difference rides
*>  onto the case as printed.
01  EXCP-IN-REC.
    05  EXCP-KEY            PIC X(10).
    05  EXCP-SEP1           PIC X.
    05  EXCP-YDAY-VAL       PIC X(13).
    05  EXCP-SEP2           PIC X.
    05  EXCP-TODAY-VAL      PIC X(13).
    05  EXCP-SEP3           PIC X.
    05  EXCP-DIFF           PIC X(13).
FD  AGING-FILE.
01  AGE-REC.
    05  AGE-KEY             PIC X(10).
    05  AGE-FIRST-SEEN      PIC 9(8).
    05  AGE-LAST-SEEN       PIC 9(8).
    05  AGE-CONSEC-CNT      PIC 9(4).
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
        88  CS-REASON-VALID         VALUE "T" "K" "G" "W".
    05  CS-NOTE             PIC X(40).
    05  CS-NOTE-BY          PIC X(8).
    05  CS-NOTE-DATE        PIC 9(8).
*>  Close-out fields, set by CASEMNT. They survive a reopen so the
*>  register can show the disposition that did not hold.
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
FD  SORTED-CASES
    RECORDING MODE IS F.
01  SORTED-REC.
    05  SORTED-OWNER        PIC X(8).
    05  SORTED-CASE         PIC X(145).
SD  SORT-WORK.
01  SRT-REC.
    05  SRT-OWNER           PIC X(8).
    05  SRT-CASE            PIC X(145).
FD  CASE-RPT
    RECORDING MODE IS F.
01  CASE-LINE               PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-EXCP-STATUS   PIC XX.
        77 WS-AGE-STATUS    PIC XX.
        77 WS-CASE-STATUS   PIC XX.
        77 WS-HIST-STATUS   PIC XX.
        77 WS-SRT-STATUS    PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-CASE-EOF-SW   PIC X VALUE "N".
            88 WS-CASE-EOF          VALUE "Y".
        77 WS-AGING-SW      PIC X VALUE "N".
            88 WS-AGING-PRESENT     VALUE "Y".
        77 WS-NEW-CNT       PIC 9(6) VALUE 0.
        77 WS-REOPEN-CNT    PIC 9(6) VALUE 0.
        77 WS-UPDATED-CNT   PIC 9(6) VALUE 0.
        77 WS-OPEN-CNT      PIC 9(6) VALUE 0.
        77 WS-OWNER-CNT     PIC 9(6) VALUE 0.
        77 WS-CUR-OWNER     PIC X(8).
        77 WS-AGE-DAYS      PIC S9(5).
        77 WS-TODAY-INT     PIC 9(8).
        77 WS-R             PIC 9.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

*>  The reason codes, their report names, and the counts kept against
*>  each: closed as of tonight, closed on the run date itself, and
*>  open again after being closed under that reason.
01  WS-REASON-NAMES.
    05  FILLER              PIC X(15) VALUE "TTIMING".
    05  FILLER              PIC X(15) VALUE "KKEYING ERROR".
    05  FILLER              PIC X(15) VALUE "GGENUINE BREAK".
    05  FILLER              PIC X(15) VALUE "WWRITTEN OFF".
01  WS-REASON-TBL REDEFINES WS-REASON-NAMES.
    05  WS-RSN OCCURS 4 TIMES.
        10  WS-RSN-CODE     PIC X.
        10  WS-RSN-NAME     PIC X(14).
01  WS-REASON-COUNTS.
    05  WS-RSN-CNT OCCURS 4 TIMES.
        10  WS-RSN-CLOSED   PIC 9(6).
        10  WS-RSN-TODAY    PIC 9(6).
        10  WS-RSN-REOPENED PIC 9(6).
01  WS-CLOSED-TOTALS.
    05  WS-TOT-CLOSED       PIC 9(6) VALUE 0.
    05  WS-TOT-TODAY        PIC 9(6) VALUE 0.
    05  WS-TOT-REOPENED     PIC 9(6) VALUE 0.

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "EXCEPTION CASE REGISTER".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TITLE.
    05  RT-TITLE            PIC X(80).
01  WS-OWNER-HEADER.
    05  FILLER              PIC X(6) VALUE "OWNER ".
    05  OH-OWNER            PIC X(10).
01  WS-OWNER-TOTAL.
    05  FILLER              PIC X(6) VALUE SPACES.
    05  OT-OWNER            PIC X(10).
    05  FILLER              PIC X(12) VALUE "OPEN CASES ".
    05  OT-COUNT            PIC ZZZ,ZZ9.
01  WS-CASE-COLHDR.
    05  FILLER              PIC X(12) VALUE "KEY".
    05  FILLER              PIC X(12) VALUE "FIRST SEEN".
    05  FILLER              PIC X(7)  VALUE "  AGE".
    05  FILLER              PIC X(6)  VALUE "  RUNS".
    05  FILLER              PIC X(5)  VALUE " REOP".
    05  FILLER              PIC X(15) VALUE "     DIFFERENCE".
    05  FILLER              PIC X(14) VALUE "  REASON".
01  WS-CASE-DETAIL.
    05  D-KEY               PIC X(12).
    05  D-FIRST             PIC 9999/99/99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-AGE               PIC ZZZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-RUNS              PIC ZZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-REOPENS           PIC ZZ9 BLANK WHEN ZERO.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-DIFF              PIC X(13).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-REASON            PIC X(14).
*>  Printed under a case that carries a note.
01  WS-CASE-NOTE.
    05  FILLER              PIC X(12) VALUE SPACES.
    05  N-DATE              PIC 9999/99/99.
    05  FILLER              PIC X VALUE SPACE.
    05  N-BY                PIC X(8).
    05  FILLER              PIC X VALUE SPACE.
    05  N-TEXT              PIC X(40).
*>  Printed under a reopened case: the close that did not hold.
01  WS-CASE-LASTCLOSE.
    05  FILLER              PIC X(12) VALUE SPACES.
    05  FILLER              PIC X(12) VALUE "LAST CLOSED ".
    05  LC-DATE             PIC 9999/99/99.
    05  FILLER              PIC X VALUE SPACE.
    05  LC-BY               PIC X(8).
    05  FILLER              PIC X VALUE SPACE.
    05  LC-REASON           PIC X(14).
01  WS-REPORT-TOTALS.
    05  FILLER              PIC X(30) VALUE
        "NEW / REOPENED / OPEN CASES".
    05  T-NEW               PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-REOPENED          PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-OPEN              PIC ZZZ,ZZ9.
01  WS-SUMMARY-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "CLOSED CASES BY REASON CODE".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  S1-RUN-DATE         PIC 9999/99/99.
01  WS-SUMMARY-COLHDR.
    05  FILLER              PIC X(20) VALUE "REASON".
    05  FILLER              PIC X(12) VALUE "    CLOSED".
    05  FILLER              PIC X(12) VALUE "  TODAY".
    05  FILLER              PIC X(12) VALUE "  REOPENED".
01  WS-SUMMARY-DETAIL.
    05  S-CODE              PIC X(2).
    05  S-NAME              PIC X(18).
    05  S-CLOSED            PIC ZZZ,ZZ9.
    05  FILLER              PIC X(5) VALUE SPACES.
    05  S-TODAY             PIC ZZZ,ZZ9.
    05  FILLER              PIC X(5) VALUE SPACES.
    05  S-REOPENED          PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-OPEN-FILES.
    PERFORM B-APPLY-EXCEPTIONS.
    IF WS-AGING-PRESENT
        CLOSE AGING-FILE
    END-IF.
    CLOSE CASE-HISTORY.
    PERFORM D-SORT-OPEN-CASES.
    OPEN OUTPUT CASE-RPT.
    PERFORM D-WRITE-REGISTER.
    PERFORM D-WRITE-REASON-SUMMARY.
    CLOSE CASE-RPT.
    CLOSE CASE-FILE.
    DISPLAY "CASES OPENED      : " WS-NEW-CNT.
    DISPLAY "CASES REOPENED    : " WS-REOPEN-CNT.
    DISPLAY "CASES OPEN        : " WS-OPEN-CNT.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "CASES OPENED " WS-NEW-CNT " REOPENED " WS-REOPEN-CNT
        " OPEN " WS-OPEN-CNT DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN7501I" WS-MSG-TEXT.
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
    STRING "CASEBLD RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "CASEBLD " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-ID).

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "CASEBLD " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "CASEBLD " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "CASEBLD " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-OPEN-FILES.
*>  No aging file just means each new case dates its break from
*>  tonight.
    OPEN INPUT AGING-FILE.
    IF WS-AGE-STATUS = "00"
        SET WS-AGING-PRESENT TO TRUE
    ELSE
        DISPLAY "CASEBLD: EXCPAGED NOT PRESENT -- FIRST SEEN TONIGHT"
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
        MOVE 7501 TO WS-ERR-RC
        CALL "ERRHAND" USING "CASEBLD " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN EXTEND CASE-HISTORY.
    IF WS-HIST-STATUS NOT = "00"
        OPEN OUTPUT CASE-HISTORY
    END-IF.
    IF WS-HIST-STATUS NOT = "00"
        STRING "CASEHIST OPEN FAILED, STATUS " WS-HIST-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 7502 TO WS-ERR-RC
        CALL "ERRHAND" USING "CASEBLD " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

B-APPLY-EXCEPTIONS.
*>  An absent or empty EXCPTOUT just means the checker found nothing
*>  today -- the cases still stand and still print.
    OPEN INPUT EXCEPTION-IN.
    IF WS-EXCP-STATUS NOT = "00"
        DISPLAY "EXCPTOUT NOT PRESENT -- NO EXCEPTIONS TODAY"
    ELSE
        PERFORM UNTIL WS-EOF
            READ EXCEPTION-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-CASE-ONE-KEY
            END-READ
        END-PERFORM
        CLOSE EXCEPTION-IN
    END-IF.

B-CASE-ONE-KEY.
    MOVE EXCP-KEY TO CS-KEY.
    READ CASE-FILE
        INVALID KEY
            PERFORM B-NEW-CASE
        NOT INVALID KEY
            PERFORM B-EXISTING-CASE
    END-READ.

B-AGING-FOR-KEY.
*>  First seen and the consecutive-run count come from EXCPAGE's
*>  record for the key; without one the break starts tonight.
    MOVE WS-RUN-ID TO CS-FIRST-SEEN.
    MOVE 1 TO CS-CONSEC-CNT.
    IF WS-AGING-PRESENT
        MOVE EXCP-KEY TO AGE-KEY
        READ AGING-FILE
            NOT INVALID KEY
                MOVE AGE-FIRST-SEEN TO CS-FIRST-SEEN
                MOVE AGE-CONSEC-CNT TO CS-CONSEC-CNT
        END-READ
    END-IF.

B-NEW-CASE.
    MOVE EXCP-KEY TO CS-KEY.
    MOVE "O" TO CS-STATUS.
    MOVE WS-RUN-ID TO CS-OPENED-DATE.
    PERFORM B-AGING-FOR-KEY.
    MOVE WS-RUN-ID TO CS-LAST-SEEN.
    MOVE EXCP-DIFF TO CS-LAST-DIFF.
    MOVE SPACES TO CS-OWNER.
    MOVE 0 TO CS-ASSIGNED-DATE.
    MOVE SPACE TO CS-REASON.
    MOVE SPACES TO CS-NOTE.
    MOVE SPACES TO CS-NOTE-BY.
    MOVE 0 TO CS-NOTE-DATE.
    MOVE 0 TO CS-CLOSED-DATE.
    MOVE SPACES TO CS-CLOSED-BY.
    MOVE SPACE TO CS-CLOSED-REASON.
    MOVE 0 TO CS-REOPEN-CNT.
    WRITE CS-REC
        INVALID KEY
            STRING "EXCPCASE WRITE FAILED FOR KEY " CS-KEY
                DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 7503 TO WS-ERR-RC
            CALL "ERRHAND" USING "CASEBLD " WS-ERR-MSG "A" WS-ERR-RC
    END-WRITE.
    ADD 1 TO WS-NEW-CNT.
    MOVE "OPENED" TO CH-EVENT.
    MOVE SPACE TO CH-REASON.
    MOVE EXCP-DIFF TO CH-TEXT.
    PERFORM B-WRITE-HISTORY.

B-EXISTING-CASE.
*>  A case already brought up to date today (a same-day rerun) is
*>  left alone, the EXCPAGE precedent. A closed case whose key is
*>  back reopens with its owner kept -- whoever closed it knows the
*>  break -- and its reason cleared for a fresh disposition; the
*>  close that did not hold stays on the case for the register.
    IF CS-LAST-SEEN NOT = WS-RUN-ID
        PERFORM B-AGING-FOR-KEY
        MOVE WS-RUN-ID TO CS-LAST-SEEN
        MOVE EXCP-DIFF TO CS-LAST-DIFF
        IF CS-CLOSED
            MOVE "O" TO CS-STATUS
            MOVE SPACE TO CS-REASON
            ADD 1 TO CS-REOPEN-CNT
            ADD 1 TO WS-REOPEN-CNT
            MOVE "REOPENED" TO CH-EVENT
            MOVE CS-CLOSED-REASON TO CH-REASON
            MOVE EXCP-DIFF TO CH-TEXT
            PERFORM B-WRITE-HISTORY
        ELSE
            ADD 1 TO WS-UPDATED-CNT
        END-IF
        REWRITE CS-REC
            INVALID KEY
                STRING "EXCPCASE REWRITE FAILED FOR KEY " CS-KEY
                    DELIMITED BY SIZE INTO WS-ERR-MSG
                MOVE 7504 TO WS-ERR-RC
                CALL "ERRHAND" USING "CASEBLD " WS-ERR-MSG "A"
                    WS-ERR-RC
        END-REWRITE
    END-IF.

B-WRITE-HISTORY.
    MOVE CS-KEY TO CH-KEY.
    MOVE WS-RUN-ID TO CH-DATE.
    ACCEPT CH-TIME FROM TIME.
    MOVE "CASEBLD " TO CH-BY.
    MOVE SPACE TO CH-SEP1 CH-SEP2 CH-SEP3 CH-SEP4 CH-SEP5 CH-SEP6.
    WRITE CH-REC.

D-SORT-OPEN-CASES.
*>  One pass of the case file: the open cases go to the sort in
*>  owner order, and the closed ones are counted by reason for the
*>  summary.
    INITIALIZE WS-REASON-COUNTS.
    SORT SORT-WORK
        ON ASCENDING KEY SRT-OWNER SRT-CASE
        INPUT PROCEDURE IS D-RELEASE-CASES
        GIVING SORTED-CASES.

D-RELEASE-CASES.
    MOVE LOW-VALUES TO CS-KEY.
    START CASE-FILE KEY NOT < CS-KEY
        INVALID KEY
            SET WS-CASE-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-CASE-EOF
        READ CASE-FILE NEXT RECORD
            AT END
                SET WS-CASE-EOF TO TRUE
            NOT AT END
                PERFORM D-RELEASE-ONE-CASE
        END-READ
    END-PERFORM.

D-RELEASE-ONE-CASE.
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
        IF CS-CLOSED AND CS-CLOSED-REASON = WS-RSN-CODE(WS-R)
            ADD 1 TO WS-RSN-CLOSED(WS-R)
            ADD 1 TO WS-TOT-CLOSED
            IF CS-CLOSED-DATE = WS-RUN-ID
                ADD 1 TO WS-RSN-TODAY(WS-R)
                ADD 1 TO WS-TOT-TODAY
            END-IF
        END-IF
        IF CS-OPEN AND CS-REOPEN-CNT > 0
                AND CS-CLOSED-REASON = WS-RSN-CODE(WS-R)
            ADD 1 TO WS-RSN-REOPENED(WS-R)
            ADD 1 TO WS-TOT-REOPENED
        END-IF
    END-PERFORM.
    IF CS-OPEN
        ADD 1 TO WS-OPEN-CNT
        MOVE CS-OWNER TO SRT-OWNER
        MOVE CS-REC TO SRT-CASE
        RELEASE SRT-REC
    END-IF.

D-WRITE-REGISTER.
*>  One section per owner -- the unassigned cases first, where the
*>  team lead looks -- each case in key order with its age since the
*>  break was first seen, the latest note, and for a reopened case
*>  the close that did not hold.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE CASE-LINE FROM WS-REPORT-HEADER-1.
    WRITE CASE-LINE FROM WS-REPORT-BLANK.
    IF WS-OPEN-CNT = 0
        MOVE "NO OPEN EXCEPTION CASES" TO RT-TITLE
        WRITE CASE-LINE FROM WS-REPORT-TITLE
        WRITE CASE-LINE FROM WS-REPORT-BLANK
    END-IF.
    MOVE "N" TO WS-EOF-SW.
    MOVE HIGH-VALUES TO WS-CUR-OWNER.
    OPEN INPUT SORTED-CASES.
    PERFORM UNTIL WS-EOF
        READ SORTED-CASES
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM D-WRITE-ONE-CASE
        END-READ
    END-PERFORM.
    CLOSE SORTED-CASES.
    IF WS-CUR-OWNER NOT = HIGH-VALUES
        PERFORM D-WRITE-OWNER-TOTAL
    END-IF.
    MOVE WS-NEW-CNT TO T-NEW.
    MOVE WS-REOPEN-CNT TO T-REOPENED.
    MOVE WS-OPEN-CNT TO T-OPEN.
    WRITE CASE-LINE FROM WS-REPORT-TOTALS.

D-WRITE-ONE-CASE.
    MOVE SORTED-CASE TO CS-REC.
    IF SORTED-OWNER NOT = WS-CUR-OWNER
        IF WS-CUR-OWNER NOT = HIGH-VALUES
            PERFORM D-WRITE-OWNER-TOTAL
        END-IF
        MOVE SORTED-OWNER TO WS-CUR-OWNER
        MOVE 0 TO WS-OWNER-CNT
        IF WS-CUR-OWNER = SPACES
            MOVE "UNASSIGNED" TO OH-OWNER
        ELSE
            MOVE WS-CUR-OWNER TO OH-OWNER
        END-IF
        WRITE CASE-LINE FROM WS-OWNER-HEADER
        WRITE CASE-LINE FROM WS-CASE-COLHDR
    END-IF.
    ADD 1 TO WS-OWNER-CNT.
    COMPUTE WS-AGE-DAYS = WS-TODAY-INT
        - FUNCTION INTEGER-OF-DATE(CS-FIRST-SEEN).
    MOVE CS-KEY TO D-KEY.
    MOVE CS-FIRST-SEEN TO D-FIRST.
    MOVE WS-AGE-DAYS TO D-AGE.
    MOVE CS-CONSEC-CNT TO D-RUNS.
    MOVE CS-REOPEN-CNT TO D-REOPENS.
    MOVE CS-LAST-DIFF TO D-DIFF.
    MOVE SPACES TO D-REASON.
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
        IF CS-REASON = WS-RSN-CODE(WS-R)
            MOVE WS-RSN-NAME(WS-R) TO D-REASON
        END-IF
    END-PERFORM.
    WRITE CASE-LINE FROM WS-CASE-DETAIL.
    IF CS-NOTE NOT = SPACES
        MOVE CS-NOTE-DATE TO N-DATE
        MOVE CS-NOTE-BY TO N-BY
        MOVE CS-NOTE TO N-TEXT
        WRITE CASE-LINE FROM WS-CASE-NOTE
    END-IF.
    IF CS-REOPEN-CNT > 0
        MOVE CS-CLOSED-DATE TO LC-DATE
        MOVE CS-CLOSED-BY TO LC-BY
        MOVE SPACES TO LC-REASON
        PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
            IF CS-CLOSED-REASON = WS-RSN-CODE(WS-R)
                MOVE WS-RSN-NAME(WS-R) TO LC-REASON
            END-IF
        END-PERFORM
        WRITE CASE-LINE FROM WS-CASE-LASTCLOSE
    END-IF.

D-WRITE-OWNER-TOTAL.
    IF WS-CUR-OWNER = SPACES
        MOVE "UNASSIGNED" TO OT-OWNER
    ELSE
        MOVE WS-CUR-OWNER TO OT-OWNER
    END-IF.
    MOVE WS-OWNER-CNT TO OT-COUNT.
    WRITE CASE-LINE FROM WS-OWNER-TOTAL.
    WRITE CASE-LINE FROM WS-REPORT-BLANK.

D-WRITE-REASON-SUMMARY.
*>  Closed as of tonight, closed on the run date, and -- the number
*>  the auditors ask about -- cases open again after being closed
*>  under each reason.
    WRITE CASE-LINE FROM WS-REPORT-BLANK.
    MOVE WS-RUN-ID TO S1-RUN-DATE.
    WRITE CASE-LINE FROM WS-SUMMARY-HEADER-1.
    WRITE CASE-LINE FROM WS-REPORT-BLANK.
    WRITE CASE-LINE FROM WS-SUMMARY-COLHDR.
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
        MOVE WS-RSN-CODE(WS-R) TO S-CODE
        MOVE WS-RSN-NAME(WS-R) TO S-NAME
        MOVE WS-RSN-CLOSED(WS-R) TO S-CLOSED
        MOVE WS-RSN-TODAY(WS-R) TO S-TODAY
        MOVE WS-RSN-REOPENED(WS-R) TO S-REOPENED
        WRITE CASE-LINE FROM WS-SUMMARY-DETAIL
    END-PERFORM.
    MOVE SPACES TO S-CODE.
    MOVE "TOTAL" TO S-NAME.
    MOVE WS-TOT-CLOSED TO S-CLOSED.
    MOVE WS-TOT-TODAY TO S-TODAY.
    MOVE WS-TOT-REOPENED TO S-REOPENED.
    WRITE CASE-LINE FROM WS-SUMMARY-DETAIL.
