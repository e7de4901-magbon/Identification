*> One-time NM-ID check-digit compliance run. Standing up the
*> check-digit scheme must not turn existing accounts away, so before
*> KEYCHK enforces anything every key on the Number Master is taken
*> onto the KEYGRND legacy roster -- the ones that already carry a
*> good check digit and the ones that do not -- and the ones that do
*> not are listed on the compliance report with the reason, so the
*> business can decide in its own time which to rekey. Keys already
*> out in the system but not yet on the master go on the roster the
*> same way: the keys on tonight's PAIRSIN, YESTRDAY and TODAYEXT
*> feeds (the orphans TRIBRIDG bridges are by definition not on the
*> master), the feed records parked on EDITREJ for repair, and the
*> adds and changes waiting on PENDAPPR and FUTMAINT. From the
*> night the roster holds a record KEYCHK enforces the check digit
*> on every key not on it, and KEYRECON treats roster keys as added
*> before there was a register to issue them. The master is held
*> under the NMLOCKS claim while the roster is taken, so no add can
*> slip in between the snapshot and the cut-over. The run is refused
*> once the roster has been taken: a second run would grandfather
*> every key added since, issued or not.
IDENTIFICATION DIVISION.
PROGRAM-ID. KEYCOMP.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NM-ID
        FILE STATUS IS WS-NM-STATUS.
    SELECT KEY-ROSTER ASSIGN TO "KEYGRND"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GF-KEY
        FILE STATUS IS WS-GF-STATUS.
*>  The keyed feeds and the files holding keys not yet applied.
*>  Any of them not there simply has no keys to take on.
    SELECT PAIRS-IN ASSIGN TO "PAIRSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.
    SELECT YDAY-IN ASSIGN TO "YESTRDAY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.
    SELECT TODAY-IN ASSIGN TO "TODAYEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.
    SELECT REJECT-IN ASSIGN TO "EDITREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.
    SELECT PENDING-APPROVAL ASSIGN TO "PENDAPPR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PA-KEY
        FILE STATUS IS WS-FEED-STATUS.
    SELECT FUTURE-MAINT ASSIGN TO "FUTMAINT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FM-KEY
        FILE STATUS IS WS-FEED-STATUS.
    SELECT COMPLIANCE-RPT ASSIGN TO "KEYCMPRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  NUMBER-MASTER.
01  NM-RECORD.
    05  NM-ID               PIC X(10).
    05  NM-AMOUNT           PIC S9(10)V99.
    05  NM-BRANCH           PIC X(3).
    05  NM-STATUS-FLAG      PIC X.
    05  NM-LAST-ACT-DATE    PIC 9(8).
    05  NM-CURRENCY         PIC X(3).
FD  KEY-ROSTER.
    COPY KEYGRND.
FD  PAIRS-IN
    RECORDING MODE IS F.
01  RI-REC.
    05  RI-KEY              PIC X(10).
    05  FILLER              PIC X(24).
FD  YDAY-IN
    RECORDING MODE IS F.
01  YI-REC.
    05  YI-KEY              PIC X(10).
    05  FILLER              PIC X(12).
FD  TODAY-IN
    RECORDING MODE IS F.
01  DI-REC.
    05  DI-KEY              PIC X(10).
    05  FILLER              PIC X(12).
FD  REJECT-IN
    RECORDING MODE IS F.
01  REJECT-REC.
    05  REJ-FEED            PIC X(8).
    05  REJ-SEP1            PIC X.
    05  REJ-REASON          PIC X(4).
    05  REJ-SEP2            PIC X.
    05  REJ-IMAGE           PIC X(60).
    05  REJ-SEP3            PIC X.
    05  REJ-CYCLE           PIC 9(2).
FD  PENDING-APPROVAL.
01  PA-REC.
    05  PA-KEY              PIC X(10).
    05  PA-ACTION           PIC X.
    05  PA-AMOUNT           PIC S9(10)V99.
    05  PA-BRANCH           PIC X(3).
    05  PA-CURRENCY         PIC X(3).
    05  PA-SUBMITTER        PIC X(8).
    05  PA-SUBMIT-DATE      PIC 9(8).
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
FD  COMPLIANCE-RPT
    RECORDING MODE IS F.
01  RPT-LINE                PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-NM-STATUS     PIC XX.
        77 WS-GF-STATUS     PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-FEED-STATUS   PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-MASTER-CNT    PIC 9(9) VALUE 0.
        77 WS-COMPLIANT-CNT PIC 9(9) VALUE 0.
        77 WS-GRANDFATHER-CNT PIC 9(9) VALUE 0.
        77 WS-OTHER-CNT     PIC 9(9) VALUE 0.
        77 WS-ROSTER-CNT    PIC 9(9).
        77 WS-TAKE-KEY      PIC X(10).
        77 WS-TAKE-BRANCH   PIC X(3).
        77 WS-TAKE-LAST-ACT PIC 9(8).
        77 WS-TAKE-SOURCE   PIC X(8).
        77 WS-ON-ROSTER-SW  PIC X.
            88 WS-ON-ROSTER         VALUE "Y".
        77 WS-KEY-REPLY     PIC X.
        77 WS-KEY-WORK      PIC X(10).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-MASTER-LOCK-REPLY PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "NM-ID CHECK-DIGIT COMPLIANCE".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-HEADER-2.
    05  FILLER              PIC X(60) VALUE
        "KEYS BELOW ARE GRANDFATHERED ON KEYGRND -- NOT REJECTED".
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(12) VALUE "KEY".
    05  FILLER              PIC X(6)  VALUE "BRCH".
    05  FILLER              PIC X(10) VALUE "FOUND ON".
    05  FILLER              PIC X(12) VALUE "LAST ACT".
    05  FILLER              PIC X(40) VALUE "REASON".
01  WS-REPORT-DETAIL.
    05  D-KEY               PIC X(12).
    05  D-BRANCH            PIC X(6).
    05  D-SOURCE            PIC X(10).
    05  D-LAST-ACT          PIC 9999/99/99 BLANK WHEN ZERO.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-REASON            PIC X(40).
01  WS-REPORT-TOTALS.
    05  FILLER              PIC X(36) VALUE
        "ON MASTER / COMPLIANT / GRANDFATHER ".
    05  T-MASTER            PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-COMPLIANT         PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-GRANDFATHER       PIC ZZZ,ZZZ,ZZ9.
01  WS-REPORT-TOTALS-2.
    05  FILLER              PIC X(36) VALUE
        "NOT ON MASTER, FROM FEEDS / PENDING ".
    05  T-OTHER             PIC ZZZ,ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-OPEN-FILES.
    PERFORM UNTIL WS-EOF
        READ NUMBER-MASTER NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-TAKE-MASTER-KEY
        END-READ
    END-PERFORM.
    CLOSE NUMBER-MASTER.
    PERFORM C-TAKE-PAIRS-KEYS.
    PERFORM C-TAKE-YDAY-KEYS.
    PERFORM C-TAKE-TODAY-KEYS.
    PERFORM C-TAKE-REJECT-KEYS.
    PERFORM C-TAKE-PENDING-KEYS.
    PERFORM C-TAKE-FUTURE-KEYS.
    WRITE RPT-LINE FROM WS-REPORT-BLANK.
    MOVE WS-MASTER-CNT TO T-MASTER.
    MOVE WS-COMPLIANT-CNT TO T-COMPLIANT.
    MOVE WS-GRANDFATHER-CNT TO T-GRANDFATHER.
    WRITE RPT-LINE FROM WS-REPORT-TOTALS.
    MOVE WS-OTHER-CNT TO T-OTHER.
    WRITE RPT-LINE FROM WS-REPORT-TOTALS-2.
    CLOSE KEY-ROSTER.
    CLOSE COMPLIANCE-RPT.
    COMPUTE WS-ROSTER-CNT = WS-MASTER-CNT + WS-OTHER-CNT.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "KEYS ON ROSTER " WS-ROSTER-CNT
        " NOT COMPLIANT " WS-GRANDFATHER-CNT
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN9801I" WS-MSG-TEXT.
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
    STRING "KEYCOMP RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "KEYCOMP " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
    PERFORM A-CLAIM-MASTER-LOCK.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    PERFORM A-RELEASE-MASTER-LOCK.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "KEYCOMP " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
    CALL "AUTHCHK" USING "KEYCOMP " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "KEYCOMP " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-CLAIM-MASTER-LOCK.
*>  No maintenance may add a key while the roster is being taken.
    CALL "NMLOCK" USING "C" "KEYCOMP " WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.
    IF WS-MASTER-LOCK-REPLY NOT = "Y"
        MOVE "NUMMAST IN USE BY ANOTHER JOB - SEE NMLOCKS" TO WS-ERR-MSG
        MOVE 9002 TO WS-ERR-RC
        CALL "ERRHAND" USING "KEYCOMP " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-RELEASE-MASTER-LOCK.
*>  Normal end only -- an abend leaves the claim standing for NMUNLOCK.
    CALL "NMLOCK" USING "R" "KEYCOMP " WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.

A-OPEN-FILES.
    OPEN INPUT NUMBER-MASTER.
    IF WS-NM-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "NUMBER-MASTER OPEN FAILED, STATUS " WS-NM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 9801 TO WS-ERR-RC
        CALL "ERRHAND" USING "KEYCOMP " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
*>  OPEN I-O with the status-35 OPEN OUTPUT fallback, the
*>  control-file precedent. A roster that already holds a record has
*>  been taken on, and this run stops before it writes anything.
    OPEN I-O KEY-ROSTER.
    IF WS-GF-STATUS = "35"
        OPEN OUTPUT KEY-ROSTER
        CLOSE KEY-ROSTER
        OPEN I-O KEY-ROSTER
    END-IF.
    IF WS-GF-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "KEYGRND OPEN FAILED, STATUS " WS-GF-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 9802 TO WS-ERR-RC
        CALL "ERRHAND" USING "KEYCOMP " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE LOW-VALUES TO GF-KEY.
    START KEY-ROSTER KEY NOT < GF-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            READ KEY-ROSTER NEXT RECORD
            MOVE SPACES TO WS-ERR-MSG
            STRING "KEYGRND ALREADY TAKEN ON " GF-ROSTER-DATE
                " - ONE RUN ONLY" DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 9803 TO WS-ERR-RC
            CALL "ERRHAND" USING "KEYCOMP " WS-ERR-MSG "A" WS-ERR-RC
    END-START.
    OPEN OUTPUT COMPLIANCE-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE RPT-LINE FROM WS-REPORT-HEADER-1.
    WRITE RPT-LINE FROM WS-REPORT-HEADER-2.
    WRITE RPT-LINE FROM WS-REPORT-BLANK.
    WRITE RPT-LINE FROM WS-REPORT-COLHDR.

B-TAKE-MASTER-KEY.
    ADD 1 TO WS-MASTER-CNT.
    MOVE NM-ID TO WS-TAKE-KEY.
    MOVE NM-BRANCH TO WS-TAKE-BRANCH.
    MOVE NM-LAST-ACT-DATE TO WS-TAKE-LAST-ACT.
    MOVE "NUMMAST" TO WS-TAKE-SOURCE.
    PERFORM B-TAKE-ON-KEY.

B-TAKE-OTHER-KEY.
*>  A key off a feed or a pending file goes on only if nothing before
*>  it -- the master or an earlier file -- has already put it there.
    IF WS-TAKE-KEY NOT = SPACES
        MOVE WS-TAKE-KEY TO GF-KEY
        MOVE "Y" TO WS-ON-ROSTER-SW
        READ KEY-ROSTER
            INVALID KEY
                MOVE "N" TO WS-ON-ROSTER-SW
        END-READ
        IF NOT WS-ON-ROSTER
            ADD 1 TO WS-OTHER-CNT
            MOVE 0 TO WS-TAKE-LAST-ACT
            PERFORM B-TAKE-ON-KEY
        END-IF
    END-IF.

B-TAKE-ON-KEY.
*>  The check digit is recomputed through KEYCHK's "C" function
*>  rather than validated with "V": with the roster half written a
*>  validation would be answering against the very file being built.
    MOVE SPACES TO GF-REC.
    MOVE WS-TAKE-KEY TO GF-KEY.
    MOVE WS-TAKE-BRANCH TO GF-BRANCH.
    MOVE WS-RUN-ID TO GF-ROSTER-DATE.
    MOVE "N" TO GF-COMPLIANT.
    MOVE WS-TAKE-KEY TO WS-KEY-WORK.
    MOVE "N" TO WS-KEY-REPLY.
    IF WS-TAKE-KEY IS NUMERIC
        CALL "KEYCHK" USING "C" WS-KEY-WORK WS-KEY-REPLY
    END-IF.
    IF WS-KEY-REPLY = "Y" AND WS-KEY-WORK = WS-TAKE-KEY
        MOVE "Y" TO GF-COMPLIANT
        ADD 1 TO WS-COMPLIANT-CNT
    ELSE
        ADD 1 TO WS-GRANDFATHER-CNT
        PERFORM B-LIST-NON-COMPLIANT
    END-IF.
    WRITE GF-REC
        INVALID KEY
            MOVE SPACES TO WS-ERR-MSG
            STRING "KEYGRND WRITE FAILED FOR " WS-TAKE-KEY
                DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 9804 TO WS-ERR-RC
            CALL "ERRHAND" USING "KEYCOMP " WS-ERR-MSG "A" WS-ERR-RC
    END-WRITE.

B-LIST-NON-COMPLIANT.
    MOVE WS-TAKE-KEY TO D-KEY.
    MOVE WS-TAKE-BRANCH TO D-BRANCH.
    MOVE WS-TAKE-SOURCE TO D-SOURCE.
    MOVE WS-TAKE-LAST-ACT TO D-LAST-ACT.
    MOVE SPACES TO D-REASON.
    IF WS-KEY-REPLY = "Y"
        STRING "CHECK DIGIT " WS-TAKE-KEY(10:1) " SHOULD BE "
            WS-KEY-WORK(10:1) DELIMITED BY SIZE INTO D-REASON
    ELSE
        MOVE "NOT TEN DIGITS" TO D-REASON
    END-IF.
    WRITE RPT-LINE FROM WS-REPORT-DETAIL.

C-TAKE-PAIRS-KEYS.
    OPEN INPUT PAIRS-IN.
    IF WS-FEED-STATUS = "00"
        MOVE "PAIRSIN" TO WS-TAKE-SOURCE
        MOVE SPACES TO WS-TAKE-BRANCH
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ PAIRS-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE RI-KEY TO WS-TAKE-KEY
                    PERFORM B-TAKE-OTHER-KEY
            END-READ
        END-PERFORM
        CLOSE PAIRS-IN
    ELSE
        DISPLAY "KEYCOMP: PAIRSIN NOT PRESENT -- NO KEYS TAKEN"
    END-IF.

C-TAKE-YDAY-KEYS.
    OPEN INPUT YDAY-IN.
    IF WS-FEED-STATUS = "00"
        MOVE "YESTRDAY" TO WS-TAKE-SOURCE
        MOVE SPACES TO WS-TAKE-BRANCH
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ YDAY-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE YI-KEY TO WS-TAKE-KEY
                    PERFORM B-TAKE-OTHER-KEY
            END-READ
        END-PERFORM
        CLOSE YDAY-IN
    ELSE
        DISPLAY "KEYCOMP: YESTRDAY NOT PRESENT -- NO KEYS TAKEN"
    END-IF.

C-TAKE-TODAY-KEYS.
    OPEN INPUT TODAY-IN.
    IF WS-FEED-STATUS = "00"
        MOVE "TODAYEXT" TO WS-TAKE-SOURCE
        MOVE SPACES TO WS-TAKE-BRANCH
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ TODAY-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE DI-KEY TO WS-TAKE-KEY
                    PERFORM B-TAKE-OTHER-KEY
            END-READ
        END-PERFORM
        CLOSE TODAY-IN
    ELSE
        DISPLAY "KEYCOMP: TODAYEXT NOT PRESENT -- NO KEYS TAKEN"
    END-IF.

C-TAKE-REJECT-KEYS.
*>  Only the keyed feeds' rejects -- a record RECYCLE passes back to
*>  the front door is held to the same check digit. MULTCHK's group
*>  keys are not account keys and are never checked.
    OPEN INPUT REJECT-IN.
    IF WS-FEED-STATUS = "00"
        MOVE "EDITREJ" TO WS-TAKE-SOURCE
        MOVE SPACES TO WS-TAKE-BRANCH
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ REJECT-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF REJ-FEED = "PAIRSIN" OR "YESTRDAY"
                            OR "TODAYEXT"
                        MOVE REJ-IMAGE(1:10) TO WS-TAKE-KEY
                        PERFORM B-TAKE-OTHER-KEY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REJECT-IN
    ELSE
        DISPLAY "KEYCOMP: EDITREJ NOT PRESENT -- NO KEYS TAKEN"
    END-IF.

C-TAKE-PENDING-KEYS.
    OPEN INPUT PENDING-APPROVAL.
    IF WS-FEED-STATUS = "00"
        MOVE "PENDAPPR" TO WS-TAKE-SOURCE
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ PENDING-APPROVAL NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE PA-KEY TO WS-TAKE-KEY
                    MOVE PA-BRANCH TO WS-TAKE-BRANCH
                    PERFORM B-TAKE-OTHER-KEY
            END-READ
        END-PERFORM
        CLOSE PENDING-APPROVAL
    ELSE
        DISPLAY "KEYCOMP: PENDAPPR NOT PRESENT -- NO KEYS TAKEN"
    END-IF.

C-TAKE-FUTURE-KEYS.
*>  Only changes still held -- one already applied is on the master,
*>  and one cancelled will never reach it.
    OPEN INPUT FUTURE-MAINT.
    IF WS-FEED-STATUS = "00"
        MOVE "FUTMAINT" TO WS-TAKE-SOURCE
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ FUTURE-MAINT NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF FM-PENDING
                        MOVE FM-ID TO WS-TAKE-KEY
                        MOVE FM-BRANCH TO WS-TAKE-BRANCH
                        PERFORM B-TAKE-OTHER-KEY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FUTURE-MAINT
    ELSE
        DISPLAY "KEYCOMP: FUTMAINT NOT PRESENT -- NO KEYS TAKEN"
    END-IF.
