*> Branch master maintenance. BRCHMAST drives the reporting roster in
*> ZADANIE1-3, CLASSALL, EODSUM, SIGNRPT and FRONTEDT, and it was
*> hand-edited -- closing a branch that still owned master records
*> quietly dropped them off every per-branch count. This step applies
*> add, rename, region-move and close cards the way NMMAINT does for
*> the Number Master. A close is only honoured once nothing still
*> points at the branch: the Number Master (browsed over its branch
*> alternate index), the active devices on SENSMAST, the open items
*> on the SUSPMST suspense master and the business dates the branch
*> has not yet signed off on SIGNOFF are all checked, and everything
*> found is listed on the register just ahead of the refused card
*> so the branch can be cleared down before the close is
*> resubmitted.
IDENTIFICATION DIVISION.
PROGRAM-ID. BRCHMNT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BRANCH-TRANS ASSIGN TO "BRCHTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
*>  Loaded whole, maintained in storage and written back whole, the
*>  SENSMNT precedent -- the readers all take it as a flat file.
    SELECT BRANCH-MASTER ASSIGN TO "BRCHMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRM-STATUS.
*>  Read-only, over the branch alternate index -- the INQUIRY
*>  NUMMASTB browse, one START per close card.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NM-ID
        ALTERNATE RECORD KEY IS NM-BRANCH WITH DUPLICATES
        FILE STATUS IS WS-NM-STATUS.
    SELECT SENSOR-MASTER ASSIGN TO "SENSMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SENS-STATUS.
*>  The suspense master carries the branch but is keyed on the
*>  account alone, so a close card browses it end to end -- close
*>  cards are a handful a year, not a feed.
    SELECT SUSPENSE-MASTER ASSIGN TO "SUSPMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SM-KEY
        FILE STATUS IS WS-SM-STATUS.
    SELECT SIGNOFF-FILE ASSIGN TO "SIGNOFF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SO-KEY
        FILE STATUS IS WS-SO-STATUS.
    SELECT REGISTER-OUT ASSIGN TO "BRCHMREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  BRANCH-TRANS
    RECORDING MODE IS F.
01  BMT-REC.
    05  BMT-ACTION          PIC X.
        88  BMT-ADD                 VALUE "A".
        88  BMT-RENAME              VALUE "N".
        88  BMT-REGION-MOVE         VALUE "G".
        88  BMT-CLOSE               VALUE "C".
    05  BMT-CODE            PIC X(3).
    05  BMT-NAME            PIC X(20).
    05  BMT-REGION          PIC X(3).
FD  BRANCH-MASTER
    RECORDING MODE IS F.
01  BRM-REC.
    05  BRM-CODE            PIC X(3).
    05  BRM-SEP1            PIC X.
    05  BRM-NAME            PIC X(20).
    05  BRM-SEP2            PIC X.
    05  BRM-REGION          PIC X(3).
    05  BRM-SEP3            PIC X.
    05  BRM-FLAG            PIC X.
        88  BRM-ACTIVE              VALUE "A".
FD  NUMBER-MASTER.
01  NM-RECORD.
    05  NM-ID               PIC X(10).
    05  NM-AMOUNT           PIC S9(10)V99.
    05  NM-BRANCH           PIC X(3).
    05  NM-STATUS-FLAG      PIC X.
    05  NM-LAST-ACT-DATE    PIC 9(8).
    05  NM-CURRENCY         PIC X(3).
FD  SENSOR-MASTER
    RECORDING MODE IS F.
01  SENS-REC.
    05  SEN-ID              PIC X(10).
    05  SEN-SEP1            PIC X.
    05  SEN-BRANCH          PIC X(3).
    05  SEN-SEP2            PIC X.
    05  SEN-LOCATION        PIC X(20).
    05  SEN-SEP3            PIC X.
    05  SEN-MIN             PIC 9(2).
    05  SEN-SEP4            PIC X.
    05  SEN-MAX             PIC 9(2).
    05  SEN-SEP5            PIC X.
    05  SEN-FLAG            PIC X.
        88  SEN-ACTIVE              VALUE "A".
FD  SUSPENSE-MASTER.
01  SM-REC.
    05  SM-KEY              PIC X(10).
    05  SM-AMOUNT           PIC S9(10)V99.
    05  SM-BRANCH           PIC X(3).
    05  SM-FIRST-FLAGGED    PIC 9(8).
    05  SM-LAST-FLAGGED     PIC 9(8).
FD  SIGNOFF-FILE.
01  SO-REC.
    05  SO-KEY.
        10  SO-BUS-DATE     PIC 9(8).
        10  SO-BRANCH       PIC X(3).
    05  SO-SIGNER           PIC X(8).
    05  SO-SIGNED-DATE      PIC 9(8).
FD  REGISTER-OUT
    RECORDING MODE IS F.
01  REGISTER-LINE           PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-TRANS-STATUS  PIC XX.
        77 WS-BRM-STATUS    PIC XX.
        77 WS-NM-STATUS     PIC XX.
        77 WS-SENS-STATUS   PIC XX.
        77 WS-SM-STATUS     PIC XX.
        77 WS-SO-STATUS     PIC XX.
        77 WS-REG-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-BRM-EOF-SW    PIC X VALUE "N".
            88 WS-BRM-EOF           VALUE "Y".
        77 WS-SENS-EOF-SW   PIC X VALUE "N".
            88 WS-SENS-EOF          VALUE "Y".
        77 WS-BRWS-EOF-SW   PIC X.
            88 WS-BRWS-EOF          VALUE "Y".
        77 WS-NM-OPEN-SW    PIC X VALUE "N".
            88 WS-NM-OPEN           VALUE "Y".
        77 WS-SM-OPEN-SW    PIC X VALUE "N".
            88 WS-SM-OPEN           VALUE "Y".
        77 WS-SO-OPEN-SW    PIC X VALUE "N".
            88 WS-SO-OPEN           VALUE "Y".
        77 WS-B             PIC 9(2).
        77 WS-B-MATCH       PIC 9(2).
        77 WS-SN            PIC 9(3).
        77 WS-D             PIC 9(2).
        77 WS-ACTIVE-CNT    PIC 9(2).
        77 WS-REF-NM-CNT    PIC 9(6).
        77 WS-REF-SENS-CNT  PIC 9(6).
        77 WS-REF-SUSP-CNT  PIC 9(6).
        77 WS-REF-SIGN-CNT  PIC 9(6).
        77 WS-REF-TOTAL     PIC 9(6).
        77 WS-REF-LISTED    PIC 9(4).
        77 WS-REF-LIST-MAX  PIC 9(4) VALUE 25.
        77 WS-LOOKBACK      PIC 9(2) VALUE 10.
        77 WS-WALK-DATE     PIC 9(8).
        77 WS-PREV-DATE     PIC 9(8).
        77 WS-APPLIED-CNT   PIC 9(6) VALUE 0.
        77 WS-REJECTED-CNT  PIC 9(6) VALUE 0.
        77 WS-ADD-CNT       PIC 9(6) VALUE 0.
        77 WS-RENAME-CNT    PIC 9(6) VALUE 0.
        77 WS-REGION-CNT    PIC 9(6) VALUE 0.
        77 WS-CLOSE-CNT     PIC 9(6) VALUE 0.
        77 WS-REJECT-REASON PIC X(28).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "GRACEPRM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".

*>  Per-function authority replies, looked up once on first use --
*>  the NMMAINT precedent.
01  WS-FUNC-AUTH.
    05  WS-AUTH-ADD-REPLY   PIC X VALUE SPACE.
    05  WS-AUTH-REN-REPLY   PIC X VALUE SPACE.
    05  WS-AUTH-REG-REPLY   PIC X VALUE SPACE.
    05  WS-AUTH-CLS-REPLY   PIC X VALUE SPACE.
    05  WS-AUTH-THIS-REPLY  PIC X.

*>  The whole master, closed branches included -- they stay on file
*>  so history still has a name to print. Every reader stops at 20
*>  ACTIVE branches, so that is the ceiling an add is held to.
01  WS-BRANCH-TABLE.
    05  WS-BT-CNT           PIC 9(2) VALUE 0.
    05  WS-BT OCCURS 50 TIMES.
        10  WS-BT-CODE      PIC X(3).
        10  WS-BT-NAME      PIC X(20).
        10  WS-BT-REGION    PIC X(3).
        10  WS-BT-FLAG      PIC X.

*>  Active devices and their branch, for the close check.
01  WS-SENSOR-TABLE.
    05  WS-SENS-CNT         PIC 9(3) VALUE 0.
    05  WS-SENS-ENTRY OCCURS 200 TIMES.
        10  WS-SENS-ID      PIC X(10).
        10  WS-SENS-BRANCH  PIC X(3).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "BRANCH MASTER MAINT REGISTER".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(8)  VALUE "ACTION".
    05  FILLER              PIC X(6)  VALUE "BRCH".
    05  FILLER              PIC X(22) VALUE "NAME".
    05  FILLER              PIC X(6)  VALUE "REGN".
    05  FILLER              PIC X(3)  VALUE "F".
    05  FILLER              PIC X(10) VALUE "RESULT".
    05  FILLER              PIC X(28) VALUE "REASON".
01  WS-REPORT-DETAIL.
    05  D-ACTION            PIC X(8).
    05  D-CODE              PIC X(6).
    05  D-NAME              PIC X(22).
    05  D-REGION            PIC X(6).
    05  D-FLAG              PIC X(3).
    05  D-RESULT            PIC X(10).
    05  D-REASON            PIC X(28).
01  WS-BEFORE-LINE          PIC X(80).
*>  One line per thing still pointing at a branch a close card names.
01  WS-REPORT-REF.
    05  FILLER              PIC X(10) VALUE SPACES.
    05  FILLER              PIC X(6)  VALUE "REF ".
    05  R-FILE              PIC X(10).
    05  R-KEY               PIC X(12).
    05  R-DETAIL            PIC X(42).
01  WS-REPORT-REF-SUMMARY.
    05  FILLER              PIC X(16) VALUE SPACES.
    05  FILLER              PIC X(10) VALUE "NUMMAST".
    05  RS-NM               PIC ZZZ,ZZ9.
    05  FILLER              PIC X(10) VALUE "  SENSMAST".
    05  RS-SENS             PIC ZZZ,ZZ9.
    05  FILLER              PIC X(10) VALUE "  SUSPMST".
    05  RS-SUSP             PIC ZZZ,ZZ9.
    05  FILLER              PIC X(10) VALUE "  UNSIGNED".
    05  RS-SIGN             PIC ZZ9.
01  WS-REF-AMOUNT           PIC -(9)9.99.
01  WS-REF-DATE             PIC 9999/99/99.
01  WS-REPORT-TOTALS.
    05  FILLER              PIC X(20) VALUE "APPLIED / REJECTED".
    05  T-APPLIED           PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-REJECTED          PIC ZZZ,ZZ9.
01  WS-REPORT-ACTIONS.
    05  FILLER              PIC X(20) VALUE "ADD/NAME/REGN/CLOSE".
    05  T-ADDS              PIC ZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-RENAMES           PIC ZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-REGIONS           PIC ZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-CLOSES            PIC ZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-LOAD-BRANCHES.
    PERFORM A-LOAD-SENSORS.
    PERFORM A-OPEN-FILES.

    PERFORM UNTIL WS-EOF
        READ BRANCH-TRANS
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-APPLY-TRANS
        END-READ
    END-PERFORM.

    CLOSE BRANCH-TRANS.
    PERFORM C-CLOSE-REFERENCE-FILES.
    IF WS-APPLIED-CNT > 0
        PERFORM C-REWRITE-MASTER
    END-IF.
    PERFORM C-WRITE-TOTALS.
    CLOSE REGISTER-OUT.
    DISPLAY "BRANCH MAINT APPLIED  : " WS-APPLIED-CNT.
    DISPLAY "BRANCH MAINT REJECTED : " WS-REJECTED-CNT.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "BRANCH MAINT APPLIED " WS-APPLIED-CNT
        " REJECTED " WS-REJECTED-CNT
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN6501I" WS-MSG-TEXT.
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
    STRING "BRCHMNT RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "BRCHMNT " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "BRCHMNT " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "BRCHMNT " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "BRCHMNT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  The close check looks back over the same window of business
*>  dates SIGNRPT walks -- its GRACEPRM card, columns 3-4. The grace
*>  period itself does not apply: a branch that is closing must have
*>  signed every date in the window, yesterday's included.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(3:2) IS NUMERIC
            MOVE WS-PARM-CARD(3:2) TO WS-LOOKBACK
        END-IF
    END-IF.
    IF WS-LOOKBACK = 0 OR WS-LOOKBACK > 30
        MOVE 10 TO WS-LOOKBACK
    END-IF.

A-LOAD-BRANCHES.
*>  A missing master is an initial load -- every card must then be
*>  an add. One too big for the table is an abend rather than a
*>  master written back short.
    OPEN INPUT BRANCH-MASTER.
    IF WS-BRM-STATUS = "00"
        PERFORM UNTIL WS-BRM-EOF
            READ BRANCH-MASTER
                AT END
                    SET WS-BRM-EOF TO TRUE
                NOT AT END
                    IF WS-BT-CNT = 50
                        MOVE "BRCHMAST EXCEEDS 50 BRANCHES"
                            TO WS-ERR-MSG
                        MOVE 6501 TO WS-ERR-RC
                        CALL "ERRHAND" USING "BRCHMNT " WS-ERR-MSG
                            "A" WS-ERR-RC
                    END-IF
                    ADD 1 TO WS-BT-CNT
                    MOVE BRM-CODE TO WS-BT-CODE(WS-BT-CNT)
                    MOVE BRM-NAME TO WS-BT-NAME(WS-BT-CNT)
                    MOVE BRM-REGION TO WS-BT-REGION(WS-BT-CNT)
                    MOVE BRM-FLAG TO WS-BT-FLAG(WS-BT-CNT)
            END-READ
        END-PERFORM
        CLOSE BRANCH-MASTER
    ELSE
        DISPLAY "BRCHMNT: BRCHMAST NOT PRESENT -- INITIAL LOAD"
    END-IF.

A-LOAD-SENSORS.
*>  Only active devices count against a close -- a retired device
*>  sends nothing and is never reinstated into a closed branch.
    OPEN INPUT SENSOR-MASTER.
    IF WS-SENS-STATUS = "00"
        PERFORM UNTIL WS-SENS-EOF OR WS-SENS-CNT = 200
            READ SENSOR-MASTER
                AT END
                    SET WS-SENS-EOF TO TRUE
                NOT AT END
                    IF SEN-ACTIVE
                        ADD 1 TO WS-SENS-CNT
                        MOVE SEN-ID TO WS-SENS-ID(WS-SENS-CNT)
                        MOVE SEN-BRANCH
                            TO WS-SENS-BRANCH(WS-SENS-CNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SENSOR-MASTER
    END-IF.

A-OPEN-FILES.
*>  The reference files are each optional -- a file that does not
*>  exist yet holds nothing pointing at anyone, the tolerate-missing
*>  precedent.
    OPEN INPUT BRANCH-TRANS.
    IF WS-TRANS-STATUS NOT = "00"
        STRING "BRCHTRAN OPEN FAILED, STATUS " WS-TRANS-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 6502 TO WS-ERR-RC
        CALL "ERRHAND" USING "BRCHMNT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN INPUT NUMBER-MASTER.
    IF WS-NM-STATUS = "00"
        SET WS-NM-OPEN TO TRUE
    END-IF.
    OPEN INPUT SUSPENSE-MASTER.
    IF WS-SM-STATUS = "00"
        SET WS-SM-OPEN TO TRUE
    END-IF.
    OPEN INPUT SIGNOFF-FILE.
    IF WS-SO-STATUS = "00"
        SET WS-SO-OPEN TO TRUE
    END-IF.
    OPEN OUTPUT REGISTER-OUT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE REGISTER-LINE FROM WS-REPORT-HEADER-1.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    WRITE REGISTER-LINE FROM WS-REPORT-COLHDR.

B-APPLY-TRANS.
*>  Every card gets exactly one register line -- applied or rejected
*>  with a reason -- so the register is a complete account of the
*>  day's maintenance.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE 0 TO WS-REF-TOTAL.
    PERFORM B-FIND-BRANCH.
    PERFORM B-CHECK-FUNC-AUTHORITY.
    IF WS-AUTH-THIS-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED" TO WS-REJECT-REASON
    ELSE
        EVALUATE TRUE
            WHEN BMT-ADD
                PERFORM B-EDIT-ADD
            WHEN BMT-RENAME
                PERFORM B-EDIT-RENAME
            WHEN BMT-REGION-MOVE
                PERFORM B-EDIT-REGION
            WHEN BMT-CLOSE
                PERFORM B-EDIT-CLOSE
            WHEN OTHER
                MOVE "ACTION NOT A/N/G/C" TO WS-REJECT-REASON
        END-EVALUATE
    END-IF.
    IF WS-REJECT-REASON = SPACES
        PERFORM B-REGISTER-APPLIED
    ELSE
        PERFORM B-REGISTER-REJECT
    END-IF.

B-FIND-BRANCH.
    MOVE 0 TO WS-B-MATCH.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BT-CNT
        IF WS-BT-CODE(WS-B) = BMT-CODE
            MOVE WS-B TO WS-B-MATCH
        END-IF
    END-PERFORM.

B-CHECK-FUNC-AUTHORITY.
*>  One AUTHCHK call per action code per run, cached.
    EVALUATE TRUE
        WHEN BMT-ADD
            IF WS-AUTH-ADD-REPLY = SPACE
                CALL "AUTHCHK" USING "BRCHMNT " "A"
                    WS-AUTH-ADD-REPLY
            END-IF
            MOVE WS-AUTH-ADD-REPLY TO WS-AUTH-THIS-REPLY
        WHEN BMT-RENAME
            IF WS-AUTH-REN-REPLY = SPACE
                CALL "AUTHCHK" USING "BRCHMNT " "N"
                    WS-AUTH-REN-REPLY
            END-IF
            MOVE WS-AUTH-REN-REPLY TO WS-AUTH-THIS-REPLY
        WHEN BMT-REGION-MOVE
            IF WS-AUTH-REG-REPLY = SPACE
                CALL "AUTHCHK" USING "BRCHMNT " "G"
                    WS-AUTH-REG-REPLY
            END-IF
            MOVE WS-AUTH-REG-REPLY TO WS-AUTH-THIS-REPLY
        WHEN BMT-CLOSE
            IF WS-AUTH-CLS-REPLY = SPACE
                CALL "AUTHCHK" USING "BRCHMNT " "C"
                    WS-AUTH-CLS-REPLY
            END-IF
            MOVE WS-AUTH-CLS-REPLY TO WS-AUTH-THIS-REPLY
        WHEN OTHER
            MOVE "Y" TO WS-AUTH-THIS-REPLY
    END-EVALUATE.

B-EDIT-ADD.
    MOVE 0 TO WS-ACTIVE-CNT.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BT-CNT
        IF WS-BT-FLAG(WS-B) = "A"
            ADD 1 TO WS-ACTIVE-CNT
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN BMT-CODE = SPACES
            MOVE "BRANCH CODE BLANK" TO WS-REJECT-REASON
        WHEN WS-B-MATCH > 0
            MOVE "BRANCH ALREADY ON MASTER" TO WS-REJECT-REASON
        WHEN BMT-NAME = SPACES
            MOVE "BRANCH NAME BLANK" TO WS-REJECT-REASON
        WHEN BMT-REGION = SPACES
            MOVE "REGION BLANK" TO WS-REJECT-REASON
        WHEN WS-ACTIVE-CNT NOT < 20 OR WS-BT-CNT = 50
            MOVE "BRANCH ROSTER FULL" TO WS-REJECT-REASON
    END-EVALUATE.
    IF WS-REJECT-REASON = SPACES
        ADD 1 TO WS-BT-CNT
        MOVE WS-BT-CNT TO WS-B-MATCH
        MOVE BMT-CODE TO WS-BT-CODE(WS-B-MATCH)
        MOVE BMT-NAME TO WS-BT-NAME(WS-B-MATCH)
        MOVE BMT-REGION TO WS-BT-REGION(WS-B-MATCH)
        MOVE "A" TO WS-BT-FLAG(WS-B-MATCH)
        ADD 1 TO WS-ADD-CNT
    END-IF.

B-EDIT-RENAME.
    EVALUATE TRUE
        WHEN WS-B-MATCH = 0
            MOVE "BRANCH NOT ON MASTER" TO WS-REJECT-REASON
        WHEN BMT-NAME = SPACES
            MOVE "BRANCH NAME BLANK" TO WS-REJECT-REASON
    END-EVALUATE.
    IF WS-REJECT-REASON = SPACES
        PERFORM B-REGISTER-BEFORE
        MOVE BMT-NAME TO WS-BT-NAME(WS-B-MATCH)
        ADD 1 TO WS-RENAME-CNT
    END-IF.

B-EDIT-REGION.
    EVALUATE TRUE
        WHEN WS-B-MATCH = 0
            MOVE "BRANCH NOT ON MASTER" TO WS-REJECT-REASON
        WHEN BMT-REGION = SPACES
            MOVE "REGION BLANK" TO WS-REJECT-REASON
        WHEN BMT-REGION = WS-BT-REGION(WS-B-MATCH)
            MOVE "ALREADY IN THAT REGION" TO WS-REJECT-REASON
    END-EVALUATE.
    IF WS-REJECT-REASON = SPACES
        PERFORM B-REGISTER-BEFORE
        MOVE BMT-REGION TO WS-BT-REGION(WS-B-MATCH)
        ADD 1 TO WS-REGION-CNT
    END-IF.

B-EDIT-CLOSE.
*>  Every reference file is checked even once one has found
*>  something, so the register shows the whole clear-down list in
*>  one pass rather than one file per resubmission.
    EVALUATE TRUE
        WHEN WS-B-MATCH = 0
            MOVE "BRANCH NOT ON MASTER" TO WS-REJECT-REASON
        WHEN WS-BT-FLAG(WS-B-MATCH) NOT = "A"
            MOVE "BRANCH ALREADY CLOSED" TO WS-REJECT-REASON
        WHEN OTHER
            MOVE 0 TO WS-REF-LISTED
            PERFORM B-REFS-NUMMAST
            PERFORM B-REFS-SENSMAST
            PERFORM B-REFS-SUSPMST
            PERFORM B-REFS-SIGNOFF
            COMPUTE WS-REF-TOTAL = WS-REF-NM-CNT + WS-REF-SENS-CNT
                + WS-REF-SUSP-CNT + WS-REF-SIGN-CNT
            IF WS-REF-TOTAL > 0
                MOVE "STILL REFERENCED - SEE ABOVE"
                    TO WS-REJECT-REASON
            END-IF
    END-EVALUATE.
    IF WS-REJECT-REASON = SPACES
        PERFORM B-REGISTER-BEFORE
        MOVE "C" TO WS-BT-FLAG(WS-B-MATCH)
        ADD 1 TO WS-CLOSE-CNT
    END-IF.

B-REFS-NUMMAST.
*>  START on the branch code over the alternate index, READ NEXT
*>  until the branch changes -- the INQUIRY NUMMASTB browse.
    MOVE 0 TO WS-REF-NM-CNT.
    IF WS-NM-OPEN
        MOVE "N" TO WS-BRWS-EOF-SW
        MOVE BMT-CODE TO NM-BRANCH
        START NUMBER-MASTER KEY = NM-BRANCH
            INVALID KEY
                SET WS-BRWS-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-BRWS-EOF
            READ NUMBER-MASTER NEXT RECORD
                AT END
                    SET WS-BRWS-EOF TO TRUE
                NOT AT END
                    IF NM-BRANCH NOT = BMT-CODE
                        SET WS-BRWS-EOF TO TRUE
                    ELSE
                        ADD 1 TO WS-REF-NM-CNT
                        MOVE "NUMMAST" TO R-FILE
                        MOVE NM-ID TO R-KEY
                        MOVE NM-AMOUNT TO WS-REF-AMOUNT
                        MOVE SPACES TO R-DETAIL
                        STRING "AMOUNT " WS-REF-AMOUNT
                            " FLAG " NM-STATUS-FLAG
                            DELIMITED BY SIZE INTO R-DETAIL
                        PERFORM B-WRITE-REF-LINE
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

B-REFS-SENSMAST.
    MOVE 0 TO WS-REF-SENS-CNT.
    PERFORM VARYING WS-SN FROM 1 BY 1 UNTIL WS-SN > WS-SENS-CNT
        IF WS-SENS-BRANCH(WS-SN) = BMT-CODE
            ADD 1 TO WS-REF-SENS-CNT
            MOVE "SENSMAST" TO R-FILE
            MOVE WS-SENS-ID(WS-SN) TO R-KEY
            MOVE "ACTIVE DEVICE -- RELOCATE OR RETIRE"
                TO R-DETAIL
            PERFORM B-WRITE-REF-LINE
        END-IF
    END-PERFORM.

B-REFS-SUSPMST.
    MOVE 0 TO WS-REF-SUSP-CNT.
    IF WS-SM-OPEN
        MOVE "N" TO WS-BRWS-EOF-SW
        MOVE LOW-VALUES TO SM-KEY
        START SUSPENSE-MASTER KEY NOT < SM-KEY
            INVALID KEY
                SET WS-BRWS-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-BRWS-EOF
            READ SUSPENSE-MASTER NEXT RECORD
                AT END
                    SET WS-BRWS-EOF TO TRUE
                NOT AT END
                    IF SM-BRANCH = BMT-CODE
                        ADD 1 TO WS-REF-SUSP-CNT
                        MOVE "SUSPMST" TO R-FILE
                        MOVE SM-KEY TO R-KEY
                        MOVE SM-FIRST-FLAGGED TO WS-REF-DATE
                        MOVE SPACES TO R-DETAIL
                        STRING "OPEN SUSPENSE SINCE " WS-REF-DATE
                            DELIMITED BY SIZE INTO R-DETAIL
                        PERFORM B-WRITE-REF-LINE
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

B-REFS-SIGNOFF.
*>  Walks back over the SIGNRPT window one business date at a time
*>  (BUSDATE's calendar); every date the branch has not signed is an
*>  open sign-off item. No sign-off file at all means nothing was
*>  ever signed, so every date in the window is open.
    MOVE 0 TO WS-REF-SIGN-CNT.
    MOVE WS-RUN-ID TO WS-WALK-DATE.
    PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-LOOKBACK
        CALL "BUSDATE" USING "P" WS-WALK-DATE WS-PREV-DATE
        MOVE WS-PREV-DATE TO WS-WALK-DATE
        IF WS-SO-OPEN
            MOVE WS-WALK-DATE TO SO-BUS-DATE
            MOVE BMT-CODE TO SO-BRANCH
            READ SIGNOFF-FILE
                INVALID KEY
                    PERFORM B-REF-UNSIGNED
            END-READ
        ELSE
            PERFORM B-REF-UNSIGNED
        END-IF
    END-PERFORM.

B-REF-UNSIGNED.
    ADD 1 TO WS-REF-SIGN-CNT.
    MOVE "SIGNOFF" TO R-FILE.
    MOVE WS-WALK-DATE TO WS-REF-DATE.
    MOVE WS-REF-DATE TO R-KEY.
    MOVE "BUSINESS DATE NOT SIGNED OFF" TO R-DETAIL.
    PERFORM B-WRITE-REF-LINE.

B-WRITE-REF-LINE.
*>  Capped per card, like the INQUIRY browse -- the counts in the
*>  summary line under the card are always complete.
    ADD 1 TO WS-REF-LISTED.
    IF WS-REF-LISTED NOT > WS-REF-LIST-MAX
        WRITE REGISTER-LINE FROM WS-REPORT-REF
    END-IF.

B-REGISTER-BEFORE.
*>  The branch as it stood before this card, kept aside so it can
*>  print under the applied line -- the SENSMNT precedent.
    MOVE "  WAS" TO D-ACTION.
    MOVE WS-BT-CODE(WS-B-MATCH) TO D-CODE.
    MOVE WS-BT-NAME(WS-B-MATCH) TO D-NAME.
    MOVE WS-BT-REGION(WS-B-MATCH) TO D-REGION.
    MOVE WS-BT-FLAG(WS-B-MATCH) TO D-FLAG.
    MOVE SPACES TO D-RESULT.
    MOVE SPACES TO D-REASON.
    MOVE WS-REPORT-DETAIL TO WS-BEFORE-LINE.

B-REGISTER-APPLIED.
    ADD 1 TO WS-APPLIED-CNT.
    MOVE BMT-ACTION TO D-ACTION.
    MOVE WS-BT-CODE(WS-B-MATCH) TO D-CODE.
    MOVE WS-BT-NAME(WS-B-MATCH) TO D-NAME.
    MOVE WS-BT-REGION(WS-B-MATCH) TO D-REGION.
    MOVE WS-BT-FLAG(WS-B-MATCH) TO D-FLAG.
    MOVE "APPLIED" TO D-RESULT.
    MOVE SPACES TO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.
    IF NOT BMT-ADD
        WRITE REGISTER-LINE FROM WS-BEFORE-LINE
    END-IF.

B-REGISTER-REJECT.
*>  A refused close carries its reference lines already written
*>  above; the card line and the per-file counts follow them so the
*>  block reads as one unit.
    ADD 1 TO WS-REJECTED-CNT.
    MOVE BMT-ACTION TO D-ACTION.
    MOVE BMT-CODE TO D-CODE.
    MOVE BMT-NAME TO D-NAME.
    MOVE BMT-REGION TO D-REGION.
    MOVE SPACES TO D-FLAG.
    MOVE "REJECTED" TO D-RESULT.
    MOVE WS-REJECT-REASON TO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.
    IF WS-REF-TOTAL > 0
        MOVE WS-REF-NM-CNT TO RS-NM
        MOVE WS-REF-SENS-CNT TO RS-SENS
        MOVE WS-REF-SUSP-CNT TO RS-SUSP
        MOVE WS-REF-SIGN-CNT TO RS-SIGN
        WRITE REGISTER-LINE FROM WS-REPORT-REF-SUMMARY
        WRITE REGISTER-LINE FROM WS-REPORT-BLANK
    END-IF.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "BRANCH CARD " BMT-ACTION " " BMT-CODE " REJECTED: "
        WS-REJECT-REASON DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN6502W" WS-MSG-TEXT.

C-CLOSE-REFERENCE-FILES.
    IF WS-NM-OPEN
        CLOSE NUMBER-MASTER
    END-IF.
    IF WS-SM-OPEN
        CLOSE SUSPENSE-MASTER
    END-IF.
    IF WS-SO-OPEN
        CLOSE SIGNOFF-FILE
    END-IF.

C-REWRITE-MASTER.
*>  The maintained table goes back out whole; a closed branch keeps
*>  its line with flag "C", so every reader's BRM-ACTIVE test drops
*>  it from the roster while its name stays on file.
    OPEN OUTPUT BRANCH-MASTER.
    IF WS-BRM-STATUS NOT = "00"
        STRING "BRCHMAST REWRITE FAILED, STATUS " WS-BRM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 6503 TO WS-ERR-RC
        CALL "ERRHAND" USING "BRCHMNT " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BT-CNT
        MOVE WS-BT-CODE(WS-B) TO BRM-CODE
        MOVE SPACE TO BRM-SEP1
        MOVE WS-BT-NAME(WS-B) TO BRM-NAME
        MOVE SPACE TO BRM-SEP2
        MOVE WS-BT-REGION(WS-B) TO BRM-REGION
        MOVE SPACE TO BRM-SEP3
        MOVE WS-BT-FLAG(WS-B) TO BRM-FLAG
        WRITE BRM-REC
    END-PERFORM.
    CLOSE BRANCH-MASTER.

C-WRITE-TOTALS.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    MOVE WS-APPLIED-CNT TO T-APPLIED.
    MOVE WS-REJECTED-CNT TO T-REJECTED.
    WRITE REGISTER-LINE FROM WS-REPORT-TOTALS.
    MOVE WS-ADD-CNT TO T-ADDS.
    MOVE WS-RENAME-CNT TO T-RENAMES.
    MOVE WS-REGION-CNT TO T-REGIONS.
    MOVE WS-CLOSE-CNT TO T-CLOSES.
    WRITE REGISTER-LINE FROM WS-REPORT-ACTIONS.
