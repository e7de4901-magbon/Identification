*> NM-ID key allocation reconciliation. Follows up the KEYREG register
*> KEYALLOC issues keys onto against the Number Master, both ways
*> round:
*>   issued but never added -- a key given out that no NMMAINT add
*>     has yet put on the master, listed with its requester and how
*>     many days it has been out; one out longer than the KEYRPARM
*>     allowance is flagged OVERDUE (it was lost, or the add was
*>     keyed under some other key);
*>   added but never issued -- a key on the master that the register
*>     never gave out and that is not on the KEYGRND legacy roster:
*>     an account opened under a made-up key, the control this
*>     register exists to close.
*> The first night an issued key is found on the master it is marked
*> added on the register with the date, so a key added and later
*> deleted is not chased as never added. Until KEYCOMP has taken the
*> legacy roster on, every key on the master would read as never
*> issued, and that half of the report is left out with a note.
*> Either finding is warned on the console and ends RC 4.
IDENTIFICATION DIVISION.
PROGRAM-ID. KEYRECON.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KEY-REGISTER ASSIGN TO "KEYREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KR-KEY
        FILE STATUS IS WS-KR-STATUS.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NM-ID
        FILE STATUS IS WS-NM-STATUS.
    SELECT KEY-ROSTER ASSIGN TO "KEYGRND"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GF-KEY
        FILE STATUS IS WS-GF-STATUS.
    SELECT RECON-RPT ASSIGN TO "KEYRCRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  KEY-REGISTER.
    COPY KEYREG.
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
FD  RECON-RPT
    RECORDING MODE IS F.
01  RPT-LINE                PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-KR-STATUS     PIC XX.
        77 WS-NM-STATUS     PIC XX.
        77 WS-GF-STATUS     PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X.
            88 WS-EOF               VALUE "Y".
        77 WS-ROSTER-SW     PIC X VALUE "N".
            88 WS-ROSTER-IN-FORCE   VALUE "Y".
        77 WS-ON-MASTER-SW  PIC X.
            88 WS-ON-MASTER         VALUE "Y".
        77 WS-OVERDUE-DAYS  PIC 9(3) VALUE 30.
        77 WS-AGE-DAYS      PIC 9(5).
        77 WS-REGISTER-CNT  PIC 9(9) VALUE 0.
        77 WS-ADDED-NOW-CNT PIC 9(9) VALUE 0.
        77 WS-OUTSTAND-CNT  PIC 9(9) VALUE 0.
        77 WS-OVERDUE-CNT   PIC 9(9) VALUE 0.
        77 WS-MASTER-CNT    PIC 9(9) VALUE 0.
        77 WS-LEGACY-CNT    PIC 9(9) VALUE 0.
        77 WS-UNISSUED-CNT  PIC 9(9) VALUE 0.
        77 WS-PARM-FILE     PIC X(8) VALUE "KEYRPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".
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
        "NM-ID KEY ALLOCATION RECON".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TITLE.
    05  RT-TITLE            PIC X(70).
01  WS-REPORT-ISSUED-HDR.
    05  FILLER              PIC X(12) VALUE "KEY".
    05  FILLER              PIC X(8)  VALUE "BRANCH".
    05  FILLER              PIC X(12) VALUE "ISSUED".
    05  FILLER              PIC X(10) VALUE "TO".
    05  FILLER              PIC X(10) VALUE "BY".
    05  FILLER              PIC X(8)  VALUE "DAYS".
01  WS-REPORT-ISSUED.
    05  I-KEY               PIC X(12).
    05  I-BRANCH            PIC X(8).
    05  I-ISSUE-DATE        PIC 9999/99/99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  I-ISSUED-TO         PIC X(10).
    05  I-ISSUED-BY         PIC X(10).
    05  I-DAYS              PIC ZZ,ZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  I-FLAG              PIC X(8).
01  WS-REPORT-UNISSUED-HDR.
    05  FILLER              PIC X(12) VALUE "KEY".
    05  FILLER              PIC X(8)  VALUE "BRANCH".
    05  FILLER              PIC X(12) VALUE "LAST ACT".
    05  FILLER              PIC X(14) VALUE "AMOUNT".
01  WS-REPORT-UNISSUED.
    05  U-KEY               PIC X(12).
    05  U-BRANCH            PIC X(8).
    05  U-LAST-ACT          PIC 9999/99/99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  U-AMOUNT            PIC -(9)9.99.
01  WS-REPORT-TOTALS-1.
    05  FILLER              PIC X(40) VALUE
        "ON REGISTER / ADDED TONIGHT / NOT ADDED ".
    05  T-REGISTER          PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-ADDED-NOW         PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-OUTSTAND          PIC ZZZ,ZZ9.
01  WS-REPORT-TOTALS-2.
    05  FILLER              PIC X(40) VALUE
        "ON MASTER / LEGACY / NEVER ISSUED       ".
    05  T-MASTER            PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-LEGACY            PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-UNISSUED          PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-RECON-PARM.
    PERFORM A-OPEN-FILES.
    PERFORM B-ISSUED-NOT-ADDED.
    IF WS-ROSTER-IN-FORCE
        PERFORM C-ADDED-NOT-ISSUED
    ELSE
        WRITE RPT-LINE FROM WS-REPORT-BLANK
        MOVE "KEYGRND LEGACY ROSTER NOT TAKEN ON -- ADDED-NOT-ISSUED"
            TO RT-TITLE
        WRITE RPT-LINE FROM WS-REPORT-TITLE
        MOVE "NOT REPORTED UNTIL KEYCOMP HAS RUN" TO RT-TITLE
        WRITE RPT-LINE FROM WS-REPORT-TITLE
    END-IF.
    WRITE RPT-LINE FROM WS-REPORT-BLANK.
    MOVE WS-REGISTER-CNT TO T-REGISTER.
    MOVE WS-ADDED-NOW-CNT TO T-ADDED-NOW.
    MOVE WS-OUTSTAND-CNT TO T-OUTSTAND.
    WRITE RPT-LINE FROM WS-REPORT-TOTALS-1.
    IF WS-ROSTER-IN-FORCE
        MOVE WS-MASTER-CNT TO T-MASTER
        MOVE WS-LEGACY-CNT TO T-LEGACY
        MOVE WS-UNISSUED-CNT TO T-UNISSUED
        WRITE RPT-LINE FROM WS-REPORT-TOTALS-2
        CLOSE KEY-ROSTER
    END-IF.
    CLOSE KEY-REGISTER.
    CLOSE NUMBER-MASTER.
    CLOSE RECON-RPT.
    IF WS-OVERDUE-CNT > 0
        MOVE SPACES TO WS-MSG-TEXT
        STRING "KEYS ISSUED BUT NOT ADDED, OVERDUE: " WS-OVERDUE-CNT
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN9702W" WS-MSG-TEXT
        MOVE 4 TO WS-RUN-RC
    END-IF.
    IF WS-UNISSUED-CNT > 0
        MOVE SPACES TO WS-MSG-TEXT
        STRING "KEYS ADDED BUT NEVER ISSUED: " WS-UNISSUED-CNT
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN9703W" WS-MSG-TEXT
        MOVE 4 TO WS-RUN-RC
    END-IF.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "KEYS OUTSTANDING " WS-OUTSTAND-CNT
        " NEVER ISSUED " WS-UNISSUED-CNT
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN9701I" WS-MSG-TEXT.
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
    STRING "KEYRECON RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "KEYRECON" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "KEYRECON" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
    CALL "AUTHCHK" USING "KEYRECON" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "KEYRECON" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-RECON-PARM.
*>  Optional card: columns 1-3 the days an issued key may stay off
*>  the master before it is flagged OVERDUE. No card, 30 days.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:3) IS NUMERIC
            MOVE WS-PARM-CARD(1:3) TO WS-OVERDUE-DAYS
        END-IF
    END-IF.

A-OPEN-FILES.
*>  OPEN I-O with the status-35 OPEN OUTPUT fallback, the
*>  control-file precedent -- before the first allocation there is
*>  no register, and every key on the master is simply unissued.
    OPEN I-O KEY-REGISTER.
    IF WS-KR-STATUS = "35"
        OPEN OUTPUT KEY-REGISTER
        CLOSE KEY-REGISTER
        OPEN I-O KEY-REGISTER
    END-IF.
    IF WS-KR-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "KEYREG OPEN FAILED, STATUS " WS-KR-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 9701 TO WS-ERR-RC
        CALL "ERRHAND" USING "KEYRECON" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN INPUT NUMBER-MASTER.
    IF WS-NM-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "NUMBER-MASTER OPEN FAILED, STATUS " WS-NM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 9702 TO WS-ERR-RC
        CALL "ERRHAND" USING "KEYRECON" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
*>  The roster is in force once it holds a record -- KEYCHK's test.
    OPEN INPUT KEY-ROSTER.
    IF WS-GF-STATUS = "00"
        MOVE LOW-VALUES TO GF-KEY
        START KEY-ROSTER KEY NOT < GF-KEY
            INVALID KEY
                CLOSE KEY-ROSTER
            NOT INVALID KEY
                SET WS-ROSTER-IN-FORCE TO TRUE
        END-START
    END-IF.
    OPEN OUTPUT RECON-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE RPT-LINE FROM WS-REPORT-HEADER-1.

B-ISSUED-NOT-ADDED.
    WRITE RPT-LINE FROM WS-REPORT-BLANK.
    MOVE "ISSUED BUT NOT ADDED TO NUMMAST" TO RT-TITLE.
    WRITE RPT-LINE FROM WS-REPORT-TITLE.
    WRITE RPT-LINE FROM WS-REPORT-ISSUED-HDR.
    MOVE "N" TO WS-EOF-SW.
    MOVE LOW-VALUES TO KR-KEY.
    START KEY-REGISTER KEY NOT < KR-KEY
        INVALID KEY
            SET WS-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-EOF
        READ KEY-REGISTER NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-REGISTER-CNT
                IF KR-ISSUED
                    PERFORM B-FOLLOW-UP-ISSUED
                END-IF
        END-READ
    END-PERFORM.

B-FOLLOW-UP-ISSUED.
    MOVE "N" TO WS-ON-MASTER-SW.
    MOVE KR-KEY TO NM-ID.
    READ NUMBER-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-ON-MASTER TO TRUE
    END-READ.
    IF WS-ON-MASTER
        SET KR-ADDED TO TRUE
        MOVE WS-RUN-ID TO KR-ADDED-DATE
        REWRITE KR-REC
            INVALID KEY
                DISPLAY "KEYRECON: KEYREG REWRITE FAILED FOR " KR-KEY
                    " STATUS " WS-KR-STATUS
            NOT INVALID KEY
                ADD 1 TO WS-ADDED-NOW-CNT
        END-REWRITE
    ELSE
        ADD 1 TO WS-OUTSTAND-CNT
        COMPUTE WS-AGE-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-RUN-ID)
            - FUNCTION INTEGER-OF-DATE(KR-ISSUE-DATE)
        MOVE KR-KEY TO I-KEY
        MOVE KR-BRANCH TO I-BRANCH
        MOVE KR-ISSUE-DATE TO I-ISSUE-DATE
        MOVE KR-ISSUED-TO TO I-ISSUED-TO
        MOVE KR-ISSUED-BY TO I-ISSUED-BY
        MOVE WS-AGE-DAYS TO I-DAYS
        MOVE SPACES TO I-FLAG
        IF WS-AGE-DAYS > WS-OVERDUE-DAYS
            MOVE "OVERDUE" TO I-FLAG
            ADD 1 TO WS-OVERDUE-CNT
        END-IF
        WRITE RPT-LINE FROM WS-REPORT-ISSUED
    END-IF.

C-ADDED-NOT-ISSUED.
    WRITE RPT-LINE FROM WS-REPORT-BLANK.
    MOVE "ON NUMMAST BUT NEVER ISSUED (NOT ON KEYREG OR KEYGRND)"
        TO RT-TITLE.
    WRITE RPT-LINE FROM WS-REPORT-TITLE.
    WRITE RPT-LINE FROM WS-REPORT-UNISSUED-HDR.
    MOVE "N" TO WS-EOF-SW.
    MOVE LOW-VALUES TO NM-ID.
    START NUMBER-MASTER KEY NOT < NM-ID
        INVALID KEY
            SET WS-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-EOF
        READ NUMBER-MASTER NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-MASTER-CNT
                PERFORM C-CHECK-ONE-KEY
        END-READ
    END-PERFORM.

C-CHECK-ONE-KEY.
    MOVE NM-ID TO KR-KEY.
    READ KEY-REGISTER
        INVALID KEY
            MOVE NM-ID TO GF-KEY
            READ KEY-ROSTER
                INVALID KEY
                    PERFORM C-LIST-UNISSUED
                NOT INVALID KEY
                    ADD 1 TO WS-LEGACY-CNT
            END-READ
    END-READ.

C-LIST-UNISSUED.
    ADD 1 TO WS-UNISSUED-CNT.
    MOVE NM-ID TO U-KEY.
    MOVE NM-BRANCH TO U-BRANCH.
    MOVE NM-LAST-ACT-DATE TO U-LAST-ACT.
    MOVE NM-AMOUNT TO U-AMOUNT.
    WRITE RPT-LINE FROM WS-REPORT-UNISSUED.
