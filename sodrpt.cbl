*> Monthly segregation-of-duties conflict report. The suite has its
*> controls -- NMAPPROV's four eyes, AUTHMNT's grants, TRIBRIDG's
*> drafted corrections -- but each checks only the userid in front
*> of it, and one person with two userids, or one userid with the
*> power to change its own authority, walks straight through. This
*> report holds the DUTYLOG trail those programs write, the RUNLOG
*> run history and AUTHMAST itself against each other for the month
*> and lists every case audit asked about: an item approved by the
*> person who submitted it (under another userid of the same
*> USRGROUP group), an authority change used the same day by the
*> person who made it, a TRIBRIDG (or PAIRSUGG) correction approved
*> by the person who drafted it, and any person whose AUTHMAST
*> grants together hold both sides of a conflicting pair (SODRULES,
*> or the standing pairs below when no rule file is supplied). A
*> userid missing from USRGROUP is its own group of one.
IDENTIFICATION DIVISION.
PROGRAM-ID. SODRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DUTY-IN ASSIGN TO "DUTYLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DUTY-STATUS.
    SELECT RUNLOG-IN ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
    SELECT AUTH-MASTER ASSIGN TO "AUTHMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-STATUS.
*>  Userid and the group (the person) it belongs to. Optional.
    SELECT GROUP-IN ASSIGN TO "USRGROUP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRP-STATUS.
*>  Two programs one person should not both hold, and why. Optional.
    SELECT RULES-IN ASSIGN TO "SODRULES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RULE-STATUS.
    SELECT SOD-RPT ASSIGN TO "SODRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  DUTY-IN
    RECORDING MODE IS F.
01  DUTY-REC.
    05  DUTY-USER-ID            PIC X(8).
    05  DUTY-SEP1               PIC X.
    05  DUTY-DATE               PIC 9(8).
    05  DUTY-SEP2               PIC X.
    05  DUTY-TIME               PIC 9(8).
    05  DUTY-SEP3               PIC X.
    05  DUTY-PROGRAM-ID         PIC X(8).
    05  DUTY-SEP4               PIC X.
    05  DUTY-EVENT              PIC X.
        88  DUTY-APPROVED               VALUE "A".
        88  DUTY-DRAFTED                VALUE "D".
        88  DUTY-GRANTED                VALUE "G".
    05  DUTY-SEP5               PIC X.
    05  DUTY-SUBJECT.
        10  DUTY-SUBJ-USER      PIC X(8).
        10  DUTY-SUBJ-PROGRAM   PIC X(8).
        10  DUTY-SUBJ-REST      PIC X(4).
    05  DUTY-SEP6               PIC X.
    05  DUTY-COUNTERPART        PIC X(8).
FD  RUNLOG-IN
    RECORDING MODE IS F.
01  RUNLOG-REC.
    05  RUNLOG-PROGRAM-ID       PIC X(8).
    05  RUNLOG-SEP1             PIC X.
    05  RUNLOG-USER-ID          PIC X(8).
    05  RUNLOG-SEP2             PIC X.
    05  RUNLOG-RUN-DATE         PIC 9(8).
    05  RUNLOG-SEP3             PIC X.
    05  RUNLOG-RUN-TIME         PIC 9(8).
    05  RUNLOG-SEP4             PIC X.
    05  RUNLOG-EVENT            PIC X.
    05  RUNLOG-SEP5             PIC X.
    05  RUNLOG-RC               PIC 9(4).
    05  RUNLOG-SEP6             PIC X.
    05  RUNLOG-RUN-SEQ          PIC 9(3).
FD  AUTH-MASTER
    RECORDING MODE IS F.
01  AUTH-REC.
    05  AUTH-USER           PIC X(8).
    05  AUTH-SEP1           PIC X.
    05  AUTH-PROGRAM        PIC X(8).
    05  AUTH-SEP2           PIC X.
    05  AUTH-FUNC           PIC X.
    05  AUTH-SEP3           PIC X.
    05  AUTH-BRANCH         PIC X(3).
FD  GROUP-IN
    RECORDING MODE IS F.
01  GROUP-REC.
    05  GRP-USER            PIC X(8).
    05  GRP-SEP1            PIC X.
    05  GRP-GROUP           PIC X(8).
    05  FILLER              PIC X(63).
FD  RULES-IN
    RECORDING MODE IS F.
01  RULE-REC.
    05  RUL-PROGRAM-A       PIC X(8).
    05  RUL-SEP1            PIC X.
    05  RUL-PROGRAM-B       PIC X(8).
    05  RUL-SEP2            PIC X.
    05  RUL-DESC            PIC X(30).
    05  FILLER              PIC X(32).
FD  SOD-RPT
    RECORDING MODE IS F.
01  SOD-LINE                PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-DUTY-STATUS   PIC XX.
        77 WS-RUNLOG-STATUS PIC XX.
        77 WS-AUTH-STATUS   PIC XX.
        77 WS-GRP-STATUS    PIC XX.
        77 WS-RULE-STATUS   PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-DUTY-FOUND-SW PIC X VALUE "N".
            88 WS-DUTY-FOUND        VALUE "Y".
        77 WS-PERIOD        PIC 9(6).
        77 WS-U             PIC 9(3).
        77 WS-R             PIC 9(3).
        77 WS-K             PIC 9(4).
        77 WS-K-MATCH       PIC 9(4).
        77 WS-A             PIC 9(3).
        77 WS-A2            PIC 9(3).
        77 WS-LOOK-USER     PIC X(8).
        77 WS-LOOK-GROUP    PIC X(8).
        77 WS-OTHER-GROUP   PIC X(8).
        77 WS-HOLDER-A      PIC X(8).
        77 WS-HOLDER-B      PIC X(8).
        77 WS-SELF-CNT      PIC 9(5) VALUE 0.
        77 WS-GRANT-USE-CNT PIC 9(5) VALUE 0.
        77 WS-DRAFT-CNT     PIC 9(5) VALUE 0.
        77 WS-COMBO-CNT     PIC 9(5) VALUE 0.
        77 WS-TOTAL-CNT     PIC 9(5) VALUE 0.
        77 WS-DRAFT-OVER    PIC 9(5) VALUE 0.
        77 WS-HHMMSS        PIC 9(6).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "SODPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".

*>  Userid to group, from USRGROUP.
01  WS-USER-GROUP-TABLE.
    05  WS-UG-CNT           PIC 9(3) VALUE 0.
    05  WS-UG OCCURS 500 TIMES.
        10  WS-UG-USER      PIC X(8).
        10  WS-UG-GROUP     PIC X(8).

*>  The standing conflicting pairs, used when SODRULES supplies none.
01  WS-DEFAULT-RULES.
    05  FILLER              PIC X(46) VALUE
        "NMMAINT NMAPPROVKEYS MAINT AND APPROVES".
    05  FILLER              PIC X(46) VALUE
        "TRIBRIDGNMAPPROVDRAFTS AND APPROVES".
    05  FILLER              PIC X(46) VALUE
        "AUTHMNT NMAPPROVGRANTS AUTH AND APPROVES".
    05  FILLER              PIC X(46) VALUE
        "AUTHMNT NMMAINT GRANTS AUTH AND MAINTAINS".
01  WS-DEFAULT-RULE-TABLE REDEFINES WS-DEFAULT-RULES.
    05  WS-DR OCCURS 4 TIMES.
        10  WS-DR-PROGRAM-A PIC X(8).
        10  WS-DR-PROGRAM-B PIC X(8).
        10  WS-DR-DESC      PIC X(30).
01  WS-RULE-TABLE.
    05  WS-RL-CNT           PIC 9(3) VALUE 0.
    05  WS-RL OCCURS 50 TIMES.
        10  WS-RL-PROGRAM-A PIC X(8).
        10  WS-RL-PROGRAM-B PIC X(8).
        10  WS-RL-DESC      PIC X(30).

*>  The month's authority grants off the trail, each with the first
*>  same-day run that used it.
01  WS-GRANT-TABLE.
    05  WS-GR-CNT           PIC 9(3) VALUE 0.
    05  WS-GR OCCURS 200 TIMES.
        10  WS-GR-DATE      PIC 9(8).
        10  WS-GR-TIME      PIC 9(8).
        10  WS-GR-MAINT     PIC X(8).
        10  WS-GR-GRANTEE   PIC X(8).
        10  WS-GR-PROGRAM   PIC X(8).
        10  WS-GR-USED-PGM  PIC X(8).
        10  WS-GR-USED-TIME PIC 9(8).

*>  The latest TRIBRIDG draft per key, as the trail is read forward.
01  WS-DRAFT-TABLE.
    05  WS-DF-CNT           PIC 9(4) VALUE 0.
    05  WS-DF OCCURS 2000 TIMES.
        10  WS-DF-KEY       PIC X(10).
        10  WS-DF-USER      PIC X(8).
        10  WS-DF-DATE      PIC 9(8).

*>  AUTHMAST as it stands, each grant with its holder's group.
01  WS-AUTH-TABLE.
    05  WS-AT-CNT           PIC 9(3) VALUE 0.
    05  WS-AT OCCURS 200 TIMES.
        10  WS-AT-USER      PIC X(8).
        10  WS-AT-GROUP     PIC X(8).
        10  WS-AT-PROGRAM   PIC X(8).
        10  WS-AT-DONE-SW   PIC X.
            88  WS-AT-DONE          VALUE "Y".

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "SEGREGATION OF DUTIES".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
    05  FILLER              PIC X(10) VALUE "  PERIOD: ".
    05  H1-PERIOD           PIC 9999/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TITLE.
    05  RT-TITLE            PIC X(80).
01  WS-REPORT-SECTION.
    05  FILLER              PIC X(40) VALUE ALL "-".
01  WS-REPORT-APPROVAL.
    05  FILLER              PIC X(2)  VALUE SPACES.
    05  P-DATE              PIC 9999/99/99.
    05  FILLER              PIC X(2)  VALUE SPACES.
    05  P-KEY               PIC X(11).
    05  P-LABEL-1           PIC X(10).
    05  P-USER-1            PIC X(10).
    05  P-LABEL-2           PIC X(10).
    05  P-USER-2            PIC X(10).
    05  FILLER              PIC X(7)  VALUE "GROUP ".
    05  P-GROUP             PIC X(8).
01  WS-REPORT-GRANT.
    05  FILLER              PIC X(2)  VALUE SPACES.
    05  G-DATE              PIC 9999/99/99.
    05  FILLER              PIC X(2)  VALUE SPACES.
    05  G-MAINT             PIC X(9).
    05  FILLER              PIC X(8)  VALUE "GRANTED ".
    05  G-GRANTEE           PIC X(9).
    05  G-PROGRAM           PIC X(9).
    05  FILLER              PIC X(8)  VALUE "USED BY ".
    05  G-USED-PGM          PIC X(9).
    05  FILLER              PIC X(3)  VALUE "AT ".
    05  G-USED-TIME         PIC 99B99B99.
01  WS-REPORT-COMBO.
    05  FILLER              PIC X(2)  VALUE SPACES.
    05  C-GROUP             PIC X(9).
    05  C-PROGRAM-A         PIC X(9).
    05  FILLER              PIC X(4)  VALUE "VIA ".
    05  C-HOLDER-A          PIC X(9).
    05  C-PROGRAM-B         PIC X(9).
    05  FILLER              PIC X(4)  VALUE "VIA ".
    05  C-HOLDER-B          PIC X(9).
    05  C-DESC              PIC X(25).
01  WS-REPORT-TOTALS.
    05  FILLER              PIC X(34) VALUE
        "CONFLICTS FOUND".
    05  T-TOTAL             PIC ZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-LOAD-GROUPS.
    PERFORM A-LOAD-RULES.
    OPEN OUTPUT SOD-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    MOVE WS-PERIOD TO H1-PERIOD.
    WRITE SOD-LINE FROM WS-REPORT-HEADER-1.
    WRITE SOD-LINE FROM WS-REPORT-BLANK.
    PERFORM B-SECTION-SELF-APPROVAL.
    PERFORM B-SECTION-GRANT-USE.
    PERFORM B-SECTION-DRAFT-APPROVAL.
    PERFORM B-SECTION-COMBINATIONS.
    COMPUTE WS-TOTAL-CNT = WS-SELF-CNT + WS-GRANT-USE-CNT
        + WS-DRAFT-CNT + WS-COMBO-CNT.
    MOVE WS-TOTAL-CNT TO T-TOTAL.
    WRITE SOD-LINE FROM WS-REPORT-TOTALS.
    CLOSE SOD-RPT.
    DISPLAY "SEGREGATION CONFLICTS : " WS-TOTAL-CNT.
    IF WS-TOTAL-CNT > 0
        MOVE 4 TO WS-RUN-RC
        MOVE SPACES TO WS-MSG-TEXT
        STRING "SEGREGATION CONFLICTS FOR " WS-PERIOD ": "
            WS-TOTAL-CNT
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN8802W" WS-MSG-TEXT
    ELSE
        MOVE SPACES TO WS-MSG-TEXT
        STRING "NO SEGREGATION CONFLICTS FOR " WS-PERIOD
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN8801I" WS-MSG-TEXT
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
    STRING "SODRPT RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "SODRPT  " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "SODRPT  " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "SODRPT  " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "SODRPT  " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  Columns 1-6 of the SODPARM card pick the month (YYYYMM), the
*>  MOEPARM convention; without one the current month is reported.
    MOVE WS-RUN-ID(1:6) TO WS-PERIOD.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:6) IS NUMERIC
            MOVE WS-PARM-CARD(1:6) TO WS-PERIOD
        END-IF
    END-IF.

A-LOAD-GROUPS.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT GROUP-IN.
    IF WS-GRP-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ GROUP-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF GRP-USER NOT = SPACES AND WS-UG-CNT < 500
                        ADD 1 TO WS-UG-CNT
                        MOVE GRP-USER TO WS-UG-USER(WS-UG-CNT)
                        MOVE GRP-GROUP TO WS-UG-GROUP(WS-UG-CNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GROUP-IN
    END-IF.

A-LOAD-RULES.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT RULES-IN.
    IF WS-RULE-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ RULES-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF RUL-PROGRAM-A NOT = SPACES
                            AND RUL-PROGRAM-B NOT = SPACES
                            AND WS-RL-CNT < 50
                        ADD 1 TO WS-RL-CNT
                        MOVE RUL-PROGRAM-A TO WS-RL-PROGRAM-A(WS-RL-CNT)
                        MOVE RUL-PROGRAM-B TO WS-RL-PROGRAM-B(WS-RL-CNT)
                        MOVE RUL-DESC TO WS-RL-DESC(WS-RL-CNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RULES-IN
    END-IF.
    IF WS-RL-CNT = 0
        PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
            ADD 1 TO WS-RL-CNT
            MOVE WS-DR(WS-R) TO WS-RL(WS-RL-CNT)
        END-PERFORM
    END-IF.

A-RESOLVE-GROUP.
*>  WS-LOOK-USER in, WS-LOOK-GROUP out -- the userid itself when
*>  USRGROUP doesn't place it.
    MOVE WS-LOOK-USER TO WS-LOOK-GROUP.
    PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-UG-CNT
        IF WS-UG-USER(WS-U) = WS-LOOK-USER
            MOVE WS-UG-GROUP(WS-U) TO WS-LOOK-GROUP
        END-IF
    END-PERFORM.

A-OPEN-TRAIL.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT DUTY-IN.
    IF WS-DUTY-STATUS = "00"
        SET WS-DUTY-FOUND TO TRUE
    ELSE
        SET WS-EOF TO TRUE
    END-IF.

B-SECTION-SELF-APPROVAL.
*>  NMAPPROV already refuses an approver whose userid IS the
*>  submitter; what it cannot see is the same person's second userid.
    MOVE "SUBMITTED AND APPROVED BY THE SAME PERSON" TO RT-TITLE.
    WRITE SOD-LINE FROM WS-REPORT-TITLE.
    WRITE SOD-LINE FROM WS-REPORT-SECTION.
    PERFORM A-OPEN-TRAIL.
    PERFORM UNTIL WS-EOF
        READ DUTY-IN
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                IF DUTY-DATE(1:6) = WS-PERIOD AND DUTY-APPROVED
                        AND DUTY-PROGRAM-ID = "NMAPPROV"
                        AND DUTY-COUNTERPART NOT = "TRIBRIDG"
                        AND DUTY-COUNTERPART NOT = "PAIRSUGG"
                    PERFORM B-CHECK-SELF-APPROVAL
                END-IF
        END-READ
    END-PERFORM.
    IF WS-DUTY-FOUND
        CLOSE DUTY-IN
    END-IF.
    IF WS-SELF-CNT = 0
        MOVE "  NONE" TO RT-TITLE
        WRITE SOD-LINE FROM WS-REPORT-TITLE
    END-IF.
    WRITE SOD-LINE FROM WS-REPORT-BLANK.

B-CHECK-SELF-APPROVAL.
    MOVE DUTY-COUNTERPART TO WS-LOOK-USER.
    PERFORM A-RESOLVE-GROUP.
    MOVE WS-LOOK-GROUP TO WS-OTHER-GROUP.
    MOVE DUTY-USER-ID TO WS-LOOK-USER.
    PERFORM A-RESOLVE-GROUP.
    IF WS-LOOK-GROUP = WS-OTHER-GROUP
        ADD 1 TO WS-SELF-CNT
        MOVE DUTY-DATE TO P-DATE
        MOVE DUTY-SUBJECT(1:10) TO P-KEY
        MOVE "SUBMITTER" TO P-LABEL-1
        MOVE DUTY-COUNTERPART TO P-USER-1
        MOVE "APPROVER" TO P-LABEL-2
        MOVE DUTY-USER-ID TO P-USER-2
        MOVE WS-LOOK-GROUP TO P-GROUP
        WRITE SOD-LINE FROM WS-REPORT-APPROVAL
    END-IF.

B-SECTION-GRANT-USE.
*>  A grant made by the grantee's own group, then used by the grantee
*>  later the same day -- any program run for an ALL grant.
    MOVE "AUTHORITY CHANGED AND USED THE SAME DAY" TO RT-TITLE.
    WRITE SOD-LINE FROM WS-REPORT-TITLE.
    WRITE SOD-LINE FROM WS-REPORT-SECTION.
    PERFORM A-OPEN-TRAIL.
    PERFORM UNTIL WS-EOF
        READ DUTY-IN
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                IF DUTY-DATE(1:6) = WS-PERIOD AND DUTY-GRANTED
                        AND DUTY-PROGRAM-ID = "AUTHMNT"
                    PERFORM B-LOAD-OWN-GRANT
                END-IF
        END-READ
    END-PERFORM.
    IF WS-DUTY-FOUND
        CLOSE DUTY-IN
    END-IF.
    IF WS-GR-CNT > 0
        MOVE "N" TO WS-EOF-SW
        OPEN INPUT RUNLOG-IN
        IF WS-RUNLOG-STATUS = "00"
            PERFORM UNTIL WS-EOF
                READ RUNLOG-IN
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        IF RUNLOG-EVENT = "S"
                                AND RUNLOG-RUN-DATE(1:6) = WS-PERIOD
                            PERFORM B-MATCH-GRANT-USE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RUNLOG-IN
        END-IF
    END-IF.
    PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-GR-CNT
        IF WS-GR-USED-PGM(WS-A) NOT = SPACES
            ADD 1 TO WS-GRANT-USE-CNT
            MOVE WS-GR-DATE(WS-A) TO G-DATE
            MOVE WS-GR-MAINT(WS-A) TO G-MAINT
            MOVE WS-GR-GRANTEE(WS-A) TO G-GRANTEE
            MOVE WS-GR-PROGRAM(WS-A) TO G-PROGRAM
            MOVE WS-GR-USED-PGM(WS-A) TO G-USED-PGM
            COMPUTE WS-HHMMSS = WS-GR-USED-TIME(WS-A) / 100
            MOVE WS-HHMMSS TO G-USED-TIME
            WRITE SOD-LINE FROM WS-REPORT-GRANT
        END-IF
    END-PERFORM.
    IF WS-GRANT-USE-CNT = 0
        MOVE "  NONE" TO RT-TITLE
        WRITE SOD-LINE FROM WS-REPORT-TITLE
    END-IF.
    WRITE SOD-LINE FROM WS-REPORT-BLANK.

B-LOAD-OWN-GRANT.
*>  Only grants within the maintainer's own group can be "used by the
*>  person who made them"; a grant to someone else is the control
*>  working as intended.
    MOVE DUTY-COUNTERPART TO WS-LOOK-USER.
    PERFORM A-RESOLVE-GROUP.
    MOVE WS-LOOK-GROUP TO WS-OTHER-GROUP.
    MOVE DUTY-USER-ID TO WS-LOOK-USER.
    PERFORM A-RESOLVE-GROUP.
    IF WS-LOOK-GROUP = WS-OTHER-GROUP AND WS-GR-CNT < 200
        ADD 1 TO WS-GR-CNT
        MOVE DUTY-DATE TO WS-GR-DATE(WS-GR-CNT)
        MOVE DUTY-TIME TO WS-GR-TIME(WS-GR-CNT)
        MOVE DUTY-USER-ID TO WS-GR-MAINT(WS-GR-CNT)
        MOVE DUTY-SUBJ-USER TO WS-GR-GRANTEE(WS-GR-CNT)
        MOVE DUTY-SUBJ-PROGRAM TO WS-GR-PROGRAM(WS-GR-CNT)
        MOVE SPACES TO WS-GR-USED-PGM(WS-GR-CNT)
        MOVE 0 TO WS-GR-USED-TIME(WS-GR-CNT)
    END-IF.

B-MATCH-GRANT-USE.
*>  The first qualifying run after the change is the one reported.
    PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-GR-CNT
        IF WS-GR-USED-PGM(WS-A) = SPACES
                AND RUNLOG-USER-ID = WS-GR-GRANTEE(WS-A)
                AND RUNLOG-RUN-DATE = WS-GR-DATE(WS-A)
                AND RUNLOG-RUN-TIME NOT < WS-GR-TIME(WS-A)
                AND (RUNLOG-PROGRAM-ID = WS-GR-PROGRAM(WS-A)
                OR WS-GR-PROGRAM(WS-A) = "ALL")
            MOVE RUNLOG-PROGRAM-ID TO WS-GR-USED-PGM(WS-A)
            MOVE RUNLOG-RUN-TIME TO WS-GR-USED-TIME(WS-A)
        END-IF
    END-PERFORM.

B-SECTION-DRAFT-APPROVAL.
*>  TRIBRIDG (and PAIRSUGG, which drafts the same way) pend their
*>  drafts under their own program names, so the draft's author comes
*>  off the trail: the latest draft of the key before the approval,
*>  read forward, whatever month it was drafted in.
    MOVE "CORRECTION DRAFTED AND APPROVED BY THE SAME PERSON"
        TO RT-TITLE.
    WRITE SOD-LINE FROM WS-REPORT-TITLE.
    WRITE SOD-LINE FROM WS-REPORT-SECTION.
    PERFORM A-OPEN-TRAIL.
    PERFORM UNTIL WS-EOF
        READ DUTY-IN
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                IF DUTY-DRAFTED
                    PERFORM B-NOTE-DRAFT
                END-IF
                IF DUTY-DATE(1:6) = WS-PERIOD AND DUTY-APPROVED
                        AND DUTY-PROGRAM-ID = "NMAPPROV"
                        AND (DUTY-COUNTERPART = "TRIBRIDG"
                        OR DUTY-COUNTERPART = "PAIRSUGG")
                    PERFORM B-CHECK-DRAFT-APPROVAL
                END-IF
        END-READ
    END-PERFORM.
    IF WS-DUTY-FOUND
        CLOSE DUTY-IN
    END-IF.
    IF WS-DRAFT-CNT = 0
        MOVE "  NONE" TO RT-TITLE
        WRITE SOD-LINE FROM WS-REPORT-TITLE
    END-IF.
    IF WS-DRAFT-OVER > 0
        MOVE SPACES TO RT-TITLE
        STRING "  DRAFTS NOT TRACKED (TABLE FULL): " WS-DRAFT-OVER
            DELIMITED BY SIZE INTO RT-TITLE
        WRITE SOD-LINE FROM WS-REPORT-TITLE
    END-IF.
    WRITE SOD-LINE FROM WS-REPORT-BLANK.

B-FIND-DRAFT.
    MOVE 0 TO WS-K-MATCH.
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-DF-CNT
        IF WS-DF-KEY(WS-K) = DUTY-SUBJECT(1:10)
            MOVE WS-K TO WS-K-MATCH
        END-IF
    END-PERFORM.

B-NOTE-DRAFT.
    PERFORM B-FIND-DRAFT.
    IF WS-K-MATCH = 0
        IF WS-DF-CNT < 2000
            ADD 1 TO WS-DF-CNT
            MOVE WS-DF-CNT TO WS-K-MATCH
        ELSE
            ADD 1 TO WS-DRAFT-OVER
        END-IF
    END-IF.
    IF WS-K-MATCH > 0
        MOVE DUTY-SUBJECT(1:10) TO WS-DF-KEY(WS-K-MATCH)
        MOVE DUTY-USER-ID TO WS-DF-USER(WS-K-MATCH)
        MOVE DUTY-DATE TO WS-DF-DATE(WS-K-MATCH)
    END-IF.

B-CHECK-DRAFT-APPROVAL.
    PERFORM B-FIND-DRAFT.
    IF WS-K-MATCH > 0
        MOVE WS-DF-USER(WS-K-MATCH) TO WS-LOOK-USER
        PERFORM A-RESOLVE-GROUP
        MOVE WS-LOOK-GROUP TO WS-OTHER-GROUP
        MOVE DUTY-USER-ID TO WS-LOOK-USER
        PERFORM A-RESOLVE-GROUP
        IF WS-LOOK-GROUP = WS-OTHER-GROUP
            ADD 1 TO WS-DRAFT-CNT
            MOVE DUTY-DATE TO P-DATE
            MOVE DUTY-SUBJECT(1:10) TO P-KEY
            MOVE "DRAFTER" TO P-LABEL-1
            MOVE WS-DF-USER(WS-K-MATCH) TO P-USER-1
            MOVE "APPROVER" TO P-LABEL-2
            MOVE DUTY-USER-ID TO P-USER-2
            MOVE WS-LOOK-GROUP TO P-GROUP
            WRITE SOD-LINE FROM WS-REPORT-APPROVAL
        END-IF
    END-IF.

B-SECTION-COMBINATIONS.
*>  AUTHMAST as it stands today: for each group, each conflicting
*>  pair whose two programs its userids hold between them -- an ALL
*>  grant holds every program, so it conflicts with everything.
    MOVE "CONFLICTING AUTHORITY HELD ON AUTHMAST" TO RT-TITLE.
    WRITE SOD-LINE FROM WS-REPORT-TITLE.
    WRITE SOD-LINE FROM WS-REPORT-SECTION.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT AUTH-MASTER.
    IF WS-AUTH-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ AUTH-MASTER
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF WS-AT-CNT < 200
                        ADD 1 TO WS-AT-CNT
                        MOVE AUTH-USER TO WS-AT-USER(WS-AT-CNT)
                            WS-LOOK-USER
                        PERFORM A-RESOLVE-GROUP
                        MOVE WS-LOOK-GROUP TO WS-AT-GROUP(WS-AT-CNT)
                        MOVE AUTH-PROGRAM TO WS-AT-PROGRAM(WS-AT-CNT)
                        MOVE "N" TO WS-AT-DONE-SW(WS-AT-CNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUTH-MASTER
    END-IF.
*>  Each group is judged once, at its first grant on the table.
    PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-AT-CNT
        IF NOT WS-AT-DONE(WS-A)
            MOVE WS-AT-GROUP(WS-A) TO WS-LOOK-GROUP
            PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RL-CNT
                PERFORM B-CHECK-GROUP-RULE
            END-PERFORM
            PERFORM VARYING WS-A2 FROM WS-A BY 1
                    UNTIL WS-A2 > WS-AT-CNT
                IF WS-AT-GROUP(WS-A2) = WS-LOOK-GROUP
                    SET WS-AT-DONE(WS-A2) TO TRUE
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.
    IF WS-COMBO-CNT = 0
        MOVE "  NONE" TO RT-TITLE
        WRITE SOD-LINE FROM WS-REPORT-TITLE
    END-IF.
    WRITE SOD-LINE FROM WS-REPORT-BLANK.

B-CHECK-GROUP-RULE.
    MOVE SPACES TO WS-HOLDER-A WS-HOLDER-B.
    PERFORM VARYING WS-A2 FROM 1 BY 1 UNTIL WS-A2 > WS-AT-CNT
        IF WS-AT-GROUP(WS-A2) = WS-LOOK-GROUP
            IF WS-HOLDER-A = SPACES
                    AND (WS-AT-PROGRAM(WS-A2) = WS-RL-PROGRAM-A(WS-R)
                    OR WS-AT-PROGRAM(WS-A2) = "ALL")
                MOVE WS-AT-USER(WS-A2) TO WS-HOLDER-A
            END-IF
            IF WS-HOLDER-B = SPACES
                    AND (WS-AT-PROGRAM(WS-A2) = WS-RL-PROGRAM-B(WS-R)
                    OR WS-AT-PROGRAM(WS-A2) = "ALL")
                MOVE WS-AT-USER(WS-A2) TO WS-HOLDER-B
            END-IF
        END-IF
    END-PERFORM.
    IF WS-HOLDER-A NOT = SPACES AND WS-HOLDER-B NOT = SPACES
        ADD 1 TO WS-COMBO-CNT
        MOVE WS-LOOK-GROUP TO C-GROUP
        MOVE WS-RL-PROGRAM-A(WS-R) TO C-PROGRAM-A
        MOVE WS-HOLDER-A TO C-HOLDER-A
        MOVE WS-RL-PROGRAM-B(WS-R) TO C-PROGRAM-B
        MOVE WS-HOLDER-B TO C-HOLDER-B
        MOVE WS-RL-DESC(WS-R) TO C-DESC
        WRITE SOD-LINE FROM WS-REPORT-COMBO
    END-IF.
