*> Mass maintenance generator. A branch consolidation used to mean
*> thousands of hand-keyed NMMAINT cards; a bulk adjustment, the
*> same again. This program takes one MASSPARM card -- a selection
*> (a branch, a key range, a currency or a PORTGRP portfolio) and an
*> action (move to another branch, or scale amounts by a percentage)
*> -- and writes the ordinary NMMAINT change cards that carry it out
*> onto MASSTRAN, plus SENSMNT relocate cards onto MASSSENS for the
*> sensors of a branch being moved. Nothing is applied here. The
*> cards form one batch on the MASSCTL register with its control
*> totals, and the MASSIMP impact report shows, branch by branch,
*> the records, amounts, open suspense items and sensors that would
*> move. A second user approves the batch as a whole with NMMASAPV,
*> which releases the cards to NMMAINT and SENSMNT -- so every
*> change still goes through the journal, the four-eyes queue and
*> the period lock exactly as a hand-keyed card would.
IDENTIFICATION DIVISION.
PROGRAM-ID. NMMASGEN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NM-ID
        FILE STATUS IS WS-NM-STATUS.
    SELECT GROUPING-IN ASSIGN TO "PORTGRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRP-STATUS.
    SELECT BRANCH-MASTER ASSIGN TO "BRCHMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRM-STATUS.
    SELECT SENSOR-MASTER ASSIGN TO "SENSMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SENS-STATUS.
*>  Read only, by key, to show which open suspense items travel with
*>  the keys being moved -- SUSPROC moves an open item to its key's
*>  branch once the master record has moved.
    SELECT SUSPENSE-MASTER ASSIGN TO "SUSPMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SM-KEY
        FILE STATUS IS WS-SM-STATUS.
    SELECT RATES-IN ASSIGN TO "CURRATES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.
    SELECT MASS-TRANS ASSIGN TO "MASSTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MT-STATUS.
    SELECT MASS-SENS ASSIGN TO "MASSSENS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MS-STATUS.
*>  The batch register: one record per generated batch, appended
*>  here and decided by NMMASAPV.
    SELECT BATCH-CONTROL ASSIGN TO "MASSCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MB-STATUS.
    SELECT IMPACT-RPT ASSIGN TO "MASSIMP"
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
*>  Booking currency, appended so existing records read back with
*>  spaces -- which every reader treats as the base currency, the
*>  stand-up convention.
    05  NM-CURRENCY         PIC X(3).
FD  GROUPING-IN
    RECORDING MODE IS F.
01  GRP-REC.
    05  PG-PORTFOLIO        PIC X(8).
    05  PG-SEP1             PIC X.
    05  PG-LO-KEY           PIC X(10).
    05  PG-SEP2             PIC X.
    05  PG-HI-KEY           PIC X(10).
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
FD  SUSPENSE-MASTER.
01  SM-REC.
    05  SM-KEY              PIC X(10).
    05  SM-AMOUNT           PIC S9(10)V99.
    05  SM-BRANCH           PIC X(3).
    05  SM-FIRST-FLAGGED    PIC 9(8).
    05  SM-LAST-FLAGGED     PIC 9(8).
FD  RATES-IN
    RECORDING MODE IS F.
01  RATE-REC.
    05  RATE-CODE           PIC X(3).
    05  RATE-SEP1           PIC X.
    05  RATE-MULT           PIC 9(3)V9(6).
*>  An ordinary NMMAINT card, column for column.
FD  MASS-TRANS
    RECORDING MODE IS F.
01  MNT-REC.
    05  MNT-ACTION          PIC X.
    05  MNT-ID              PIC X(10).
    05  MNT-AMOUNT          PIC S9(10)V99.
    05  MNT-BRANCH          PIC X(3).
    05  MNT-CURRENCY        PIC X(3).
    05  MNT-EFF-DATE        PIC X(8).
*>  An ordinary SENSMNT relocate card; the blank location leaves the
*>  device where it is within the branch.
FD  MASS-SENS
    RECORDING MODE IS F.
01  SMT-REC.
    05  SMT-ACTION          PIC X.
    05  SMT-ID              PIC X(10).
    05  SMT-BRANCH          PIC X(3).
    05  SMT-LOCATION        PIC X(20).
    05  SMT-MIN             PIC X(2).
    05  SMT-MAX             PIC X(2).
FD  BATCH-CONTROL
    RECORDING MODE IS F.
01  MB-REC.
    05  MB-BATCH-ID         PIC X(11).
    05  MB-STATE            PIC X.
        88  MB-PENDING              VALUE "P".
        88  MB-APPROVED             VALUE "A".
        88  MB-REJECTED             VALUE "R".
    05  MB-GEN-USER         PIC X(8).
    05  MB-GEN-DATE         PIC 9(8).
    05  MB-SEL-TYPE         PIC X.
    05  MB-SEL-VALUE        PIC X(20).
    05  MB-ACTION           PIC X.
    05  MB-TO-BRANCH        PIC X(3).
    05  MB-PCT              PIC S9(3)V99 SIGN LEADING SEPARATE.
    05  MB-EFF-DATE         PIC X(8).
    05  MB-CARD-CNT         PIC 9(6).
    05  MB-CARD-HASH        PIC 9(12)V99.
    05  MB-SENS-CNT         PIC 9(6).
    05  MB-DEC-USER         PIC X(8).
    05  MB-DEC-DATE         PIC 9(8).
    05  MB-REASON           PIC X(25).
FD  IMPACT-RPT
    RECORDING MODE IS F.
01  IMPACT-LINE             PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-NM-STATUS     PIC XX.
        77 WS-GRP-STATUS    PIC XX.
        77 WS-BRM-STATUS    PIC XX.
        77 WS-SENS-STATUS   PIC XX.
        77 WS-SM-STATUS     PIC XX.
        77 WS-RATE-STATUS   PIC XX.
        77 WS-MT-STATUS     PIC XX.
        77 WS-MS-STATUS     PIC XX.
        77 WS-MB-STATUS     PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-SELECTED-SW   PIC X.
            88 WS-SELECTED          VALUE "Y".
        77 WS-SM-OPEN-SW    PIC X VALUE "N".
            88 WS-SM-OPEN           VALUE "Y".
        77 WS-G             PIC 9(3).
        77 WS-B             PIC 9(2).
        77 WS-B-MATCH       PIC 9(2).
        77 WS-R             PIC 9(2).
        77 WS-RATE          PIC 9(3)V9(6).
        77 WS-BASE-AMT      PIC S9(13)V99.
        77 WS-BASE-NEW      PIC S9(13)V99.
        77 WS-NEW-AMOUNT    PIC S9(10)V99.
        77 WS-MM            PIC 9(2).
        77 WS-DD            PIC 9(2).
        77 WS-READ-CNT      PIC 9(9) VALUE 0.
        77 WS-SELECT-CNT    PIC 9(9) VALUE 0.
        77 WS-CARD-CNT      PIC 9(6) VALUE 0.
        77 WS-CARD-HASH     PIC 9(12)V99 VALUE 0.
        77 WS-SENS-CNT      PIC 9(6) VALUE 0.
        77 WS-ALREADY-CNT   PIC 9(9) VALUE 0.
        77 WS-UNCHANGED-CNT PIC 9(9) VALUE 0.
        77 WS-OVERFLOW-CNT  PIC 9(9) VALUE 0.
        77 WS-SUSP-CNT      PIC 9(6) VALUE 0.
        77 WS-PENDING-ID    PIC X(11) VALUE SPACES.
        77 WS-BATCH-ID      PIC X(11).
        77 WS-USER-ID       PIC X(8).
        77 WS-REJECT-REASON PIC X(40).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "MASSPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".

*>  The MASSPARM card. Column 1 the selection -- B branch, K key
*>  range, C currency, P portfolio -- with its value in 2-11 (and
*>  the high key of a range in 12-21; blank selects the one key).
*>  Column 22 the action: M moves to the branch in 23-25, S scales
*>  every amount by the signed percentage in 26-31 ("+00500" is up
*>  5.00 per cent, "-01000" down 10.00). Columns 32-39 an optional
*>  effective date carried onto every card, for a consolidation
*>  planned ahead -- NMMAINT holds such cards until their day.
01  WS-MASS-PARM.
    05  MP-SEL-TYPE         PIC X.
        88  MP-SEL-BRANCH           VALUE "B".
        88  MP-SEL-KEYS             VALUE "K".
        88  MP-SEL-CURRENCY         VALUE "C".
        88  MP-SEL-PORTFOLIO        VALUE "P".
    05  MP-SEL-VALUE.
        10  MP-SEL-1        PIC X(10).
        10  MP-SEL-2        PIC X(10).
    05  MP-ACTION           PIC X.
        88  MP-MOVE                 VALUE "M".
        88  MP-SCALE                VALUE "S".
    05  MP-TO-BRANCH        PIC X(3).
    05  MP-PCT-X.
        10  MP-PCT-SIGN     PIC X.
        10  MP-PCT-DIGITS   PIC 9(3)V99.
    05  MP-EFF-DATE         PIC X(8).
    05  FILLER              PIC X(41).
01  WS-PCT                  PIC S9(3)V99 VALUE 0.
01  WS-SEL-BRANCH           PIC X(3).
01  WS-SEL-CURRENCY         PIC X(3).
01  WS-SEL-PORTFOLIO        PIC X(8).
01  WS-SLOT-BRANCH          PIC X(3).
01  WS-SEL-LO               PIC X(10).
01  WS-SEL-HI               PIC X(10).

01  WS-BRANCH-TABLE.
    05  WS-BR-CNT           PIC 9(2) VALUE 0.
    05  WS-BR OCCURS 50 TIMES.
        10  WS-BR-CODE      PIC X(3).
        10  WS-BR-ACTIVE    PIC X.

*>  The grouping cards, read the PORTROLL way: the first card
*>  covering a key decides its portfolio.
01  WS-GROUP-TABLE.
    05  WS-GT-CNT           PIC 9(3) VALUE 0.
    05  WS-GT OCCURS 100 TIMES.
        10  WS-GT-PORT      PIC X(8).
        10  WS-GT-LO        PIC X(10).
        10  WS-GT-HI        PIC X(10).

01  WS-RATE-TABLE.
    05  WS-RT-CNT           PIC 9(2) VALUE 0.
    05  WS-RT OCCURS 20 TIMES.
        10  WS-RT-CODE      PIC X(3).
        10  WS-RT-MULT      PIC 9(3)V9(6).

*>  The impact, one slot per branch the selection touches. Amounts
*>  are base currency, the CURRATES conversion the classifiers use.
01  WS-IMPACT-TABLE.
    05  WS-IB-CNT           PIC 9(2) VALUE 0.
    05  WS-IB OCCURS 50 TIMES.
        10  WS-IB-CODE      PIC X(3).
        10  WS-IB-RECS      PIC 9(7).
        10  WS-IB-BEFORE    PIC S9(13)V99.
        10  WS-IB-AFTER     PIC S9(13)V99.
        10  WS-IB-SUSP      PIC 9(6).
        10  WS-IB-SUSP-AMT  PIC S9(13)V99.
        10  WS-IB-SENS      PIC 9(6).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "MASS MAINTENANCE IMPACT".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TITLE.
    05  RT-TITLE            PIC X(60).
01  WS-REPORT-ITEM.
    05  RI-LABEL            PIC X(18).
    05  RI-VALUE            PIC X(50).
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(9)  VALUE "BRANCH".
    05  FILLER              PIC X(9)  VALUE "RECORDS".
    05  FILLER              PIC X(19) VALUE "BASE BEFORE".
    05  FILLER              PIC X(19) VALUE "BASE AFTER".
    05  FILLER              PIC X(10) VALUE "MOVES TO".
01  WS-REPORT-DETAIL.
    05  D-BRANCH            PIC X(7).
    05  D-RECORDS           PIC Z,ZZZ,ZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-BEFORE            PIC -(13)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-AFTER             PIC -(13)9.99.
    05  FILLER              PIC X(3) VALUE SPACES.
    05  D-TO                PIC X(3).
01  WS-REPORT-SUSP-HDR.
    05  FILLER              PIC X(9)  VALUE "BRANCH".
    05  FILLER              PIC X(9)  VALUE "ITEMS".
    05  FILLER              PIC X(19) VALUE "BASE AMOUNT".
    05  FILLER              PIC X(10) VALUE "SENSORS".
01  WS-REPORT-SUSP.
    05  S-BRANCH            PIC X(7).
    05  S-ITEMS             PIC Z,ZZZ,ZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  S-AMOUNT            PIC -(13)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  S-SENSORS           PIC ZZZ,ZZ9.
01  WS-REPORT-EXCEPTION.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  X-KEY               PIC X(12).
    05  X-AMOUNT            PIC -(9)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  X-REASON            PIC X(40).
01  WS-REPORT-COUNT.
    05  C-LABEL             PIC X(36).
    05  C-COUNT             PIC ZZZ,ZZZ,ZZ9.
01  WS-REPORT-HASH.
    05  FILLER              PIC X(36) VALUE
        "CONTROL HASH (SUM OF CARD AMOUNTS)".
    05  C-HASH              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
01  WS-REPORT-APPROVAL.
    05  FILLER              PIC X(22) VALUE "APPROVAL CARD IMAGE:  ".
    05  AC-ACTION           PIC X VALUE "A".
    05  AC-BATCH-ID         PIC X(11).
    05  AC-CARD-CNT         PIC 9(6).
    05  AC-CARD-HASH        PIC 9(12)V99.
01  WS-EDIT-DATE            PIC 9999/99/99.
01  WS-EDIT-PCT             PIC +ZZ9.99.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-LOAD-BRANCHES.
    PERFORM A-EDIT-PARM.
    IF WS-REJECT-REASON NOT = SPACES
        MOVE WS-REJECT-REASON TO WS-ERR-MSG
        MOVE 4602 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMMASGEN" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    PERFORM A-CHECK-PENDING-BATCH.
    PERFORM A-LOAD-RATES.
    IF MP-SEL-PORTFOLIO
        PERFORM A-LOAD-GROUPING
    END-IF.
    PERFORM A-OPEN-FILES.
    PERFORM B-WALK-MASTER.
    IF MP-SEL-BRANCH AND MP-MOVE
        PERFORM B-WALK-SENSORS
    END-IF.
    PERFORM C-WRITE-IMPACT.
    PERFORM C-REGISTER-BATCH.
    CLOSE MASS-TRANS.
    CLOSE MASS-SENS.
    CLOSE IMPACT-RPT.
    IF WS-SM-OPEN
        CLOSE SUSPENSE-MASTER
    END-IF.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "BATCH " WS-BATCH-ID " CARDS " WS-CARD-CNT
        " SENSOR " WS-SENS-CNT " FOR APPROVAL"
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN4601I" WS-MSG-TEXT.
    IF WS-OVERFLOW-CNT > 0
        MOVE SPACES TO WS-MSG-TEXT
        STRING WS-OVERFLOW-CNT " KEYS LEFT OUT -- SCALED AMOUNT "
            "WOULD OVERFLOW" DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN4602W" WS-MSG-TEXT
        MOVE 4 TO WS-RUN-RC
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
    STRING "NMMASGEN RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "NMMASGEN" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
*>  The batch is named by the run that made it, and the generating
*>  userid is kept on it so NMMASAPV can refuse that same user.
    MOVE SPACES TO WS-BATCH-ID.
    STRING WS-RUN-ID WS-RUN-SEQ DELIMITED BY SIZE INTO WS-BATCH-ID.
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
    CALL "RUNLOG" USING "NMMASGEN" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "NMMASGEN" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMMASGEN" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  Required: a mass change with no stated selection is not a thing
*>  to default.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF NOT WS-PARM-FOUND
        MOVE "MASSPARM CARD MISSING -- NOTHING TO GENERATE"
            TO WS-ERR-MSG
        MOVE 4601 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMMASGEN" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE WS-PARM-CARD TO WS-MASS-PARM.

A-LOAD-BRANCHES.
*>  The move target must be an active branch -- SENSMNT would refuse
*>  the relocate cards otherwise, and a master record parked on a
*>  closed branch code is the mess being cleaned up.
    OPEN INPUT BRANCH-MASTER.
    IF WS-BRM-STATUS = "00"
        PERFORM UNTIL WS-EOF OR WS-BR-CNT = 50
            READ BRANCH-MASTER
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-BR-CNT
                    MOVE BRM-CODE TO WS-BR-CODE(WS-BR-CNT)
                    MOVE BRM-FLAG TO WS-BR-ACTIVE(WS-BR-CNT)
            END-READ
        END-PERFORM
        CLOSE BRANCH-MASTER
    END-IF.
    MOVE "N" TO WS-EOF-SW.

A-EDIT-PARM.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE MP-SEL-1(1:3) TO WS-SEL-BRANCH.
    MOVE MP-SEL-1(1:3) TO WS-SEL-CURRENCY.
    MOVE MP-SEL-1(1:8) TO WS-SEL-PORTFOLIO.
    MOVE MP-SEL-1 TO WS-SEL-LO.
    IF MP-SEL-2 = SPACES
        MOVE MP-SEL-1 TO WS-SEL-HI
    ELSE
        MOVE MP-SEL-2 TO WS-SEL-HI
    END-IF.
*>  "BAS" names the base currency, which the master holds as blanks.
    IF WS-SEL-CURRENCY = "BAS"
        MOVE SPACES TO WS-SEL-CURRENCY
    END-IF.
    MOVE 0 TO WS-B-MATCH.
    IF MP-MOVE
        PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BR-CNT
            IF WS-BR-CODE(WS-B) = MP-TO-BRANCH
                    AND WS-BR-ACTIVE(WS-B) = "A"
                MOVE WS-B TO WS-B-MATCH
            END-IF
        END-PERFORM
    END-IF.
    EVALUATE TRUE
        WHEN NOT MP-SEL-BRANCH AND NOT MP-SEL-KEYS
                AND NOT MP-SEL-CURRENCY AND NOT MP-SEL-PORTFOLIO
            MOVE "MASSPARM SELECTION NOT B, K, C OR P"
                TO WS-REJECT-REASON
        WHEN MP-SEL-1 = SPACES AND NOT MP-SEL-CURRENCY
            MOVE "MASSPARM SELECTION VALUE MISSING"
                TO WS-REJECT-REASON
        WHEN MP-SEL-KEYS AND WS-SEL-HI < WS-SEL-LO
            MOVE "MASSPARM KEY RANGE HIGH BELOW LOW"
                TO WS-REJECT-REASON
        WHEN NOT MP-MOVE AND NOT MP-SCALE
            MOVE "MASSPARM ACTION NOT M OR S" TO WS-REJECT-REASON
        WHEN MP-MOVE AND WS-B-MATCH = 0
            MOVE "MASSPARM TARGET BRANCH NOT ACTIVE"
                TO WS-REJECT-REASON
        WHEN MP-MOVE AND MP-SEL-BRANCH
                AND WS-SEL-BRANCH = MP-TO-BRANCH
            MOVE "MASSPARM MOVES A BRANCH ONTO ITSELF"
                TO WS-REJECT-REASON
        WHEN MP-SCALE AND MP-PCT-SIGN NOT = "+"
                AND MP-PCT-SIGN NOT = "-"
            MOVE "MASSPARM PERCENTAGE NOT +NNNNN OR -NNNNN"
                TO WS-REJECT-REASON
        WHEN MP-SCALE AND MP-PCT-DIGITS IS NOT NUMERIC
            MOVE "MASSPARM PERCENTAGE NOT +NNNNN OR -NNNNN"
                TO WS-REJECT-REASON
        WHEN OTHER
            PERFORM A-EDIT-PCT-AND-DATE
    END-EVALUATE.

A-EDIT-PCT-AND-DATE.
*>  A scale of nothing is no batch; one of minus a hundred or more
*>  would zero or reverse the book and is never a bulk adjustment.
    IF MP-SCALE
        MOVE MP-PCT-DIGITS TO WS-PCT
        IF MP-PCT-SIGN = "-"
            COMPUTE WS-PCT = 0 - WS-PCT
        END-IF
        IF WS-PCT = 0 OR WS-PCT NOT > -100
            MOVE "MASSPARM PERCENTAGE ZERO OR -100 OR LESS"
                TO WS-REJECT-REASON
        END-IF
    END-IF.
    IF MP-EFF-DATE NOT = SPACES
        IF MP-EFF-DATE IS NOT NUMERIC
            MOVE "MASSPARM EFFECTIVE DATE INVALID"
                TO WS-REJECT-REASON
        ELSE
            MOVE MP-EFF-DATE(5:2) TO WS-MM
            MOVE MP-EFF-DATE(7:2) TO WS-DD
            IF WS-MM < 1 OR WS-MM > 12 OR WS-DD < 1 OR WS-DD > 31
                MOVE "MASSPARM EFFECTIVE DATE INVALID"
                    TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF.

A-CHECK-PENDING-BATCH.
*>  One batch in flight at a time: MASSTRAN holds the cards of the
*>  batch the register says is pending, and generating another would
*>  put cards under an approver that are not the ones they reviewed.
    OPEN INPUT BATCH-CONTROL.
    IF WS-MB-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ BATCH-CONTROL
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF MB-PENDING
                        MOVE MB-BATCH-ID TO WS-PENDING-ID
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BATCH-CONTROL
    END-IF.
    MOVE "N" TO WS-EOF-SW.
    IF WS-PENDING-ID NOT = SPACES
        MOVE SPACES TO WS-ERR-MSG
        STRING "BATCH " WS-PENDING-ID " STILL AWAITING APPROVAL"
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 4603 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMMASGEN" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-LOAD-RATES.
*>  A missing rates file converts everything at one -- the ZADANIE2
*>  convention.
    OPEN INPUT RATES-IN.
    IF WS-RATE-STATUS = "00"
        PERFORM UNTIL WS-EOF OR WS-RT-CNT = 20
            READ RATES-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF RATE-CODE NOT = SPACES
                            AND RATE-MULT IS NUMERIC
                        ADD 1 TO WS-RT-CNT
                        MOVE RATE-CODE TO WS-RT-CODE(WS-RT-CNT)
                        MOVE RATE-MULT TO WS-RT-MULT(WS-RT-CNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RATES-IN
    END-IF.
    MOVE "N" TO WS-EOF-SW.

A-LOAD-GROUPING.
*>  A portfolio selection with no grouping file would select nothing
*>  and look like an empty portfolio -- an abend instead.
    OPEN INPUT GROUPING-IN.
    IF WS-GRP-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "PORTGRP OPEN FAILED, STATUS " WS-GRP-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 4604 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMMASGEN" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    PERFORM UNTIL WS-EOF OR WS-GT-CNT = 100
        READ GROUPING-IN
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                IF PG-PORTFOLIO NOT = SPACES
                        AND PG-LO-KEY NOT = SPACES
                    ADD 1 TO WS-GT-CNT
                    MOVE PG-PORTFOLIO TO WS-GT-PORT(WS-GT-CNT)
                    MOVE PG-LO-KEY TO WS-GT-LO(WS-GT-CNT)
                    IF PG-HI-KEY = SPACES
                        MOVE PG-LO-KEY TO WS-GT-HI(WS-GT-CNT)
                    ELSE
                        MOVE PG-HI-KEY TO WS-GT-HI(WS-GT-CNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE GROUPING-IN.
    MOVE "N" TO WS-EOF-SW.

A-OPEN-FILES.
    OPEN INPUT NUMBER-MASTER.
    IF WS-NM-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "NUMBER-MASTER OPEN FAILED, STATUS " WS-NM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 4605 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMMASGEN" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
*>  No suspense master just means no open items to show.
    OPEN INPUT SUSPENSE-MASTER.
    IF WS-SM-STATUS = "00"
        SET WS-SM-OPEN TO TRUE
    END-IF.
    OPEN OUTPUT MASS-TRANS.
    OPEN OUTPUT MASS-SENS.
    OPEN OUTPUT IMPACT-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE IMPACT-LINE FROM WS-REPORT-HEADER-1.
    WRITE IMPACT-LINE FROM WS-REPORT-BLANK.
    PERFORM A-DESCRIBE-BATCH.
    WRITE IMPACT-LINE FROM WS-REPORT-BLANK.
    MOVE "KEYS LEFT OUT" TO RT-TITLE.
    WRITE IMPACT-LINE FROM WS-REPORT-TITLE.

A-DESCRIBE-BATCH.
    MOVE "BATCH" TO RI-LABEL.
    MOVE WS-BATCH-ID TO RI-VALUE.
    WRITE IMPACT-LINE FROM WS-REPORT-ITEM.
    MOVE "GENERATED BY" TO RI-LABEL.
    MOVE WS-USER-ID TO RI-VALUE.
    WRITE IMPACT-LINE FROM WS-REPORT-ITEM.
    MOVE "SELECTION" TO RI-LABEL.
    MOVE SPACES TO RI-VALUE.
    EVALUATE TRUE
        WHEN MP-SEL-BRANCH
            STRING "BRANCH " WS-SEL-BRANCH
                DELIMITED BY SIZE INTO RI-VALUE
        WHEN MP-SEL-KEYS
            STRING "KEYS " WS-SEL-LO " TO " WS-SEL-HI
                DELIMITED BY SIZE INTO RI-VALUE
        WHEN MP-SEL-CURRENCY
            STRING "CURRENCY " MP-SEL-1(1:3)
                DELIMITED BY SIZE INTO RI-VALUE
        WHEN MP-SEL-PORTFOLIO
            STRING "PORTFOLIO " WS-SEL-PORTFOLIO
                DELIMITED BY SIZE INTO RI-VALUE
    END-EVALUATE.
    WRITE IMPACT-LINE FROM WS-REPORT-ITEM.
    MOVE "ACTION" TO RI-LABEL.
    MOVE SPACES TO RI-VALUE.
    IF MP-MOVE
        STRING "MOVE TO BRANCH " MP-TO-BRANCH
            DELIMITED BY SIZE INTO RI-VALUE
    ELSE
        MOVE WS-PCT TO WS-EDIT-PCT
        STRING "SCALE AMOUNTS BY " WS-EDIT-PCT " PER CENT"
            DELIMITED BY SIZE INTO RI-VALUE
    END-IF.
    WRITE IMPACT-LINE FROM WS-REPORT-ITEM.
    MOVE "EFFECTIVE" TO RI-LABEL.
    IF MP-EFF-DATE = SPACES
        MOVE "WHEN APPLIED" TO RI-VALUE
    ELSE
        MOVE MP-EFF-DATE TO WS-EDIT-DATE
        MOVE WS-EDIT-DATE TO RI-VALUE
    END-IF.
    WRITE IMPACT-LINE FROM WS-REPORT-ITEM.

B-WALK-MASTER.
    PERFORM UNTIL WS-EOF
        READ NUMBER-MASTER NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-CNT
                PERFORM B-TEST-SELECTION
                IF WS-SELECTED
                    ADD 1 TO WS-SELECT-CNT
                    PERFORM B-GENERATE-CARD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE NUMBER-MASTER.
    MOVE "N" TO WS-EOF-SW.

B-TEST-SELECTION.
    MOVE "N" TO WS-SELECTED-SW.
    EVALUATE TRUE
        WHEN MP-SEL-BRANCH
            IF NM-BRANCH = WS-SEL-BRANCH
                SET WS-SELECTED TO TRUE
            END-IF
        WHEN MP-SEL-KEYS
            IF NM-ID NOT < WS-SEL-LO AND NM-ID NOT > WS-SEL-HI
                SET WS-SELECTED TO TRUE
            END-IF
        WHEN MP-SEL-CURRENCY
            IF NM-CURRENCY = WS-SEL-CURRENCY
                SET WS-SELECTED TO TRUE
            END-IF
        WHEN MP-SEL-PORTFOLIO
            PERFORM VARYING WS-G FROM 1 BY 1
                    UNTIL WS-G > WS-GT-CNT OR WS-SELECTED
                IF NM-ID NOT < WS-GT-LO(WS-G)
                        AND NM-ID NOT > WS-GT-HI(WS-G)
                    IF WS-GT-PORT(WS-G) = WS-SEL-PORTFOLIO
                        SET WS-SELECTED TO TRUE
                    ELSE
                        MOVE WS-GT-CNT TO WS-G
                    END-IF
                END-IF
            END-PERFORM
    END-EVALUATE.

B-GENERATE-CARD.
*>  A move card carries the record's amount as it stands, so the
*>  approval step can prove the master has not changed under the
*>  batch; a scale card carries the new amount. Blank branch and
*>  currency on a change card leave them alone.
    PERFORM B-CONVERT-TO-BASE.
    IF MP-MOVE
        IF NM-BRANCH = MP-TO-BRANCH
            ADD 1 TO WS-ALREADY-CNT
        ELSE
            MOVE NM-AMOUNT TO WS-NEW-AMOUNT
            MOVE WS-BASE-AMT TO WS-BASE-NEW
            PERFORM B-WRITE-CARD
        END-IF
    ELSE
        COMPUTE WS-NEW-AMOUNT ROUNDED =
                NM-AMOUNT * (100 + WS-PCT) / 100
            ON SIZE ERROR
                ADD 1 TO WS-OVERFLOW-CNT
                MOVE NM-ID TO X-KEY
                MOVE NM-AMOUNT TO X-AMOUNT
                MOVE "SCALED AMOUNT WOULD OVERFLOW" TO X-REASON
                WRITE IMPACT-LINE FROM WS-REPORT-EXCEPTION
            NOT ON SIZE ERROR
                IF WS-NEW-AMOUNT = NM-AMOUNT
                    ADD 1 TO WS-UNCHANGED-CNT
                ELSE
                    COMPUTE WS-BASE-NEW ROUNDED =
                        WS-NEW-AMOUNT * WS-RATE
                    PERFORM B-WRITE-CARD
                END-IF
        END-COMPUTE
    END-IF.

B-WRITE-CARD.
    MOVE SPACES TO MNT-REC.
    MOVE "C" TO MNT-ACTION.
    MOVE NM-ID TO MNT-ID.
    MOVE WS-NEW-AMOUNT TO MNT-AMOUNT.
    IF MP-MOVE
        MOVE MP-TO-BRANCH TO MNT-BRANCH
    END-IF.
    MOVE MP-EFF-DATE TO MNT-EFF-DATE.
    WRITE MNT-REC.
    ADD 1 TO WS-CARD-CNT.
    IF WS-NEW-AMOUNT < 0
        SUBTRACT WS-NEW-AMOUNT FROM WS-CARD-HASH
    ELSE
        ADD WS-NEW-AMOUNT TO WS-CARD-HASH
    END-IF.
    MOVE NM-BRANCH TO WS-SLOT-BRANCH.
    PERFORM B-FIND-IMPACT-SLOT.
    IF WS-B-MATCH > 0
        ADD 1 TO WS-IB-RECS(WS-B-MATCH)
        ADD WS-BASE-AMT TO WS-IB-BEFORE(WS-B-MATCH)
        ADD WS-BASE-NEW TO WS-IB-AFTER(WS-B-MATCH)
        PERFORM B-COUNT-SUSPENSE
    END-IF.

B-COUNT-SUSPENSE.
*>  An open suspense item on a moved key follows it to the new
*>  branch; on a scaled key it stays open against the new amount.
    IF WS-SM-OPEN AND MP-MOVE
        MOVE NM-ID TO SM-KEY
        READ SUSPENSE-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO WS-SUSP-CNT
                ADD 1 TO WS-IB-SUSP(WS-B-MATCH)
                ADD WS-BASE-AMT TO WS-IB-SUSP-AMT(WS-B-MATCH)
        END-READ
    END-IF.

B-FIND-IMPACT-SLOT.
    MOVE 0 TO WS-B-MATCH.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-IB-CNT
        IF WS-IB-CODE(WS-B) = WS-SLOT-BRANCH
            MOVE WS-B TO WS-B-MATCH
        END-IF
    END-PERFORM.
    IF WS-B-MATCH = 0 AND WS-IB-CNT < 50
        ADD 1 TO WS-IB-CNT
        MOVE WS-IB-CNT TO WS-B-MATCH
        MOVE WS-SLOT-BRANCH TO WS-IB-CODE(WS-B-MATCH)
        MOVE 0 TO WS-IB-RECS(WS-B-MATCH)
        MOVE 0 TO WS-IB-BEFORE(WS-B-MATCH)
        MOVE 0 TO WS-IB-AFTER(WS-B-MATCH)
        MOVE 0 TO WS-IB-SUSP(WS-B-MATCH)
        MOVE 0 TO WS-IB-SUSP-AMT(WS-B-MATCH)
        MOVE 0 TO WS-IB-SENS(WS-B-MATCH)
    END-IF.

B-CONVERT-TO-BASE.
    MOVE 1 TO WS-RATE.
    IF NM-CURRENCY NOT = SPACES
        PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RT-CNT
            IF WS-RT-CODE(WS-R) = NM-CURRENCY
                MOVE WS-RT-MULT(WS-R) TO WS-RATE
            END-IF
        END-PERFORM
    END-IF.
    COMPUTE WS-BASE-AMT ROUNDED = NM-AMOUNT * WS-RATE.

B-WALK-SENSORS.
*>  Only a whole-branch move takes the branch's sensors with it --
*>  sensors are not keyed by NM-ID, so no other selection reaches
*>  them. Retired devices move too: their history belongs to the
*>  surviving branch.
    OPEN INPUT SENSOR-MASTER.
    IF WS-SENS-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ SENSOR-MASTER
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF SEN-BRANCH = WS-SEL-BRANCH
                        PERFORM B-WRITE-SENSOR-CARD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SENSOR-MASTER
    END-IF.
    MOVE "N" TO WS-EOF-SW.

B-WRITE-SENSOR-CARD.
    MOVE SPACES TO SMT-REC.
    MOVE "L" TO SMT-ACTION.
    MOVE SEN-ID TO SMT-ID.
    MOVE MP-TO-BRANCH TO SMT-BRANCH.
    WRITE SMT-REC.
    ADD 1 TO WS-SENS-CNT.
    MOVE SEN-BRANCH TO WS-SLOT-BRANCH.
    PERFORM B-FIND-IMPACT-SLOT.
    IF WS-B-MATCH > 0
        ADD 1 TO WS-IB-SENS(WS-B-MATCH)
    END-IF.

C-WRITE-IMPACT.
    IF WS-OVERFLOW-CNT = 0
        MOVE "  NONE" TO RT-TITLE
        WRITE IMPACT-LINE FROM WS-REPORT-TITLE
    END-IF.
    WRITE IMPACT-LINE FROM WS-REPORT-BLANK.
    MOVE "NUMBER MASTER RECORDS CHANGING, BY BRANCH" TO RT-TITLE.
    WRITE IMPACT-LINE FROM WS-REPORT-TITLE.
    WRITE IMPACT-LINE FROM WS-REPORT-COLHDR.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-IB-CNT
        IF WS-IB-RECS(WS-B) > 0
            MOVE WS-IB-CODE(WS-B) TO D-BRANCH
            MOVE WS-IB-RECS(WS-B) TO D-RECORDS
            MOVE WS-IB-BEFORE(WS-B) TO D-BEFORE
            MOVE WS-IB-AFTER(WS-B) TO D-AFTER
            IF MP-MOVE
                MOVE MP-TO-BRANCH TO D-TO
            ELSE
                MOVE SPACES TO D-TO
            END-IF
            WRITE IMPACT-LINE FROM WS-REPORT-DETAIL
        END-IF
    END-PERFORM.
    IF MP-MOVE
        WRITE IMPACT-LINE FROM WS-REPORT-BLANK
        MOVE "OPEN SUSPENSE ITEMS AND SENSORS MOVING, BY BRANCH"
            TO RT-TITLE
        WRITE IMPACT-LINE FROM WS-REPORT-TITLE
        WRITE IMPACT-LINE FROM WS-REPORT-SUSP-HDR
        PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-IB-CNT
            IF WS-IB-SUSP(WS-B) > 0 OR WS-IB-SENS(WS-B) > 0
                MOVE WS-IB-CODE(WS-B) TO S-BRANCH
                MOVE WS-IB-SUSP(WS-B) TO S-ITEMS
                MOVE WS-IB-SUSP-AMT(WS-B) TO S-AMOUNT
                MOVE WS-IB-SENS(WS-B) TO S-SENSORS
                WRITE IMPACT-LINE FROM WS-REPORT-SUSP
            END-IF
        END-PERFORM
    END-IF.
    WRITE IMPACT-LINE FROM WS-REPORT-BLANK.
    MOVE "CONTROL TOTALS" TO RT-TITLE.
    WRITE IMPACT-LINE FROM WS-REPORT-TITLE.
    MOVE "MASTER RECORDS READ" TO C-LABEL.
    MOVE WS-READ-CNT TO C-COUNT.
    WRITE IMPACT-LINE FROM WS-REPORT-COUNT.
    MOVE "RECORDS SELECTED" TO C-LABEL.
    MOVE WS-SELECT-CNT TO C-COUNT.
    WRITE IMPACT-LINE FROM WS-REPORT-COUNT.
    MOVE "  ALREADY ON THE TARGET BRANCH" TO C-LABEL.
    MOVE WS-ALREADY-CNT TO C-COUNT.
    WRITE IMPACT-LINE FROM WS-REPORT-COUNT.
    MOVE "  UNCHANGED BY THE SCALE" TO C-LABEL.
    MOVE WS-UNCHANGED-CNT TO C-COUNT.
    WRITE IMPACT-LINE FROM WS-REPORT-COUNT.
    MOVE "  LEFT OUT -- WOULD OVERFLOW" TO C-LABEL.
    MOVE WS-OVERFLOW-CNT TO C-COUNT.
    WRITE IMPACT-LINE FROM WS-REPORT-COUNT.
    MOVE "NMMAINT CARDS GENERATED" TO C-LABEL.
    MOVE WS-CARD-CNT TO C-COUNT.
    WRITE IMPACT-LINE FROM WS-REPORT-COUNT.
    MOVE WS-CARD-HASH TO C-HASH.
    WRITE IMPACT-LINE FROM WS-REPORT-HASH.
    MOVE "SENSMNT RELOCATE CARDS GENERATED" TO C-LABEL.
    MOVE WS-SENS-CNT TO C-COUNT.
    WRITE IMPACT-LINE FROM WS-REPORT-COUNT.
    MOVE "OPEN SUSPENSE ITEMS FOLLOWING" TO C-LABEL.
    MOVE WS-SUSP-CNT TO C-COUNT.
    WRITE IMPACT-LINE FROM WS-REPORT-COUNT.
*>  The approver keys the batch and its totals back from here; the
*>  hash is the sum of the card amounts with signs ignored.
    WRITE IMPACT-LINE FROM WS-REPORT-BLANK.
    MOVE WS-BATCH-ID TO AC-BATCH-ID.
    MOVE WS-CARD-CNT TO AC-CARD-CNT.
    MOVE WS-CARD-HASH TO AC-CARD-HASH.
    WRITE IMPACT-LINE FROM WS-REPORT-APPROVAL.

C-REGISTER-BATCH.
*>  The register accumulates -- OPEN EXTEND with the OPEN OUTPUT
*>  fallback the first time, the RUNLOG precedent.
    OPEN EXTEND BATCH-CONTROL.
    IF WS-MB-STATUS NOT = "00"
        OPEN OUTPUT BATCH-CONTROL
    END-IF.
    IF WS-MB-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "MASSCTL OPEN FAILED, STATUS " WS-MB-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 4606 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMMASGEN" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE SPACES TO MB-REC.
    MOVE WS-BATCH-ID TO MB-BATCH-ID.
    SET MB-PENDING TO TRUE.
    MOVE WS-USER-ID TO MB-GEN-USER.
    MOVE WS-RUN-ID TO MB-GEN-DATE.
    MOVE MP-SEL-TYPE TO MB-SEL-TYPE.
    MOVE MP-SEL-VALUE TO MB-SEL-VALUE.
    MOVE MP-ACTION TO MB-ACTION.
    MOVE MP-TO-BRANCH TO MB-TO-BRANCH.
    MOVE WS-PCT TO MB-PCT.
    MOVE MP-EFF-DATE TO MB-EFF-DATE.
    MOVE WS-CARD-CNT TO MB-CARD-CNT.
    MOVE WS-CARD-HASH TO MB-CARD-HASH.
    MOVE WS-SENS-CNT TO MB-SENS-CNT.
    MOVE 0 TO MB-DEC-DATE.
    WRITE MB-REC.
    CLOSE BATCH-CONTROL.
