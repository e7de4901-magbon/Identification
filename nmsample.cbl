*> Number Master audit sample. Internal audit asks each quarter for a
*> sample of NUMMAST records with their change history, and the keys
*> used to be picked by hand -- nobody could pick the same ones twice.
*> This draws a systematic sample off one SAMPPARM card, the FORPARM
*> start/step/limit idea IDEONE drives through the shared TRY-FOR
*> routine: a random start, an interval and a sample size. Every
*> interval-th record from the start is taken, either across the
*> whole master in key order or stratified by branch (the same start,
*> interval and size within each branch, over the branch alternate
*> index). Each selected key prints with its master record as it
*> stands today and every NMJRNL change journaled against it, and
*> the draw -- its settings and every key it took -- is appended to
*> the SAMPREG sample register under the sample id, so when audit
*> comes back with questions the identical sample is reprinted from
*> the register by id, whatever has been added to the master since.
IDENTIFICATION DIVISION.
PROGRAM-ID. NMSAMPLE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>  Read-only. DYNAMIC with the branch alternate index named, the
*>  INQUIRY precedent, so the stratified draw can browse by branch.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NM-ID
        ALTERNATE RECORD KEY IS NM-BRANCH WITH DUPLICATES
        FILE STATUS IS WS-NM-STATUS.
    SELECT JOURNAL-IN ASSIGN TO "NMJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
*>  Appended by every draw and read back whole for a reprint or to
*>  refuse a sample id already used.
    SELECT SAMPLE-REGISTER ASSIGN TO "SAMPREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SREG-STATUS.
    SELECT SAMPLE-RPT ASSIGN TO "SAMPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
    SELECT SORT-WORK ASSIGN TO "SRTWK11".
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
FD  SAMPLE-REGISTER
    RECORDING MODE IS F.
*>  One H record per draw carrying its settings, then one K record
*>  per key taken, in the order taken.
01  SG-REC.
    05  SG-SAMPLE-ID        PIC X(10).
    05  SG-SEP1             PIC X.
    05  SG-DRAW-DATE        PIC 9(8).
    05  SG-SEP2             PIC X.
    05  SG-TYPE             PIC X.
        88  SG-HEADER               VALUE "H".
        88  SG-KEY-LINE             VALUE "K".
    05  SG-SEP3             PIC X.
    05  SG-DETAIL           PIC X(30).
    05  SG-HEADER-DETAIL REDEFINES SG-DETAIL.
        10  SGH-BASIS       PIC X.
        10  SGH-SEP1        PIC X.
        10  SGH-START       PIC 9(3).
        10  SGH-SEP2        PIC X.
        10  SGH-INTERVAL    PIC 9(3).
        10  SGH-SEP3        PIC X.
        10  SGH-SIZE        PIC 9(3).
        10  SGH-SEP4        PIC X.
        10  SGH-SELECTED    PIC 9(5).
        10  FILLER          PIC X(11).
    05  SG-KEY-DETAIL REDEFINES SG-DETAIL.
        10  SGK-STRATUM     PIC X(3).
        10  SGK-SEP1        PIC X.
        10  SGK-ORDINAL     PIC 9(3).
        10  SGK-SEP2        PIC X.
        10  SGK-POSITION    PIC 9(7).
        10  SGK-SEP3        PIC X.
        10  SGK-KEY         PIC X(10).
        10  FILLER          PIC X(4).
FD  SAMPLE-RPT
    RECORDING MODE IS F.
01  SAMPLE-LINE             PIC X(80).
*>  Type 1 is a sampled key, type 2 one of its journal entries, so
*>  each key sorts ahead of its own history.
SD  SORT-WORK.
01  SRT-REC.
    05  SRT-KEY             PIC X(10).
    05  SRT-TYPE            PIC X.
    05  SRT-SEQ             PIC 9(7).
    05  SRT-DATA            PIC X(100).
    05  SRT-SAMPLE-DATA REDEFINES SRT-DATA.
        10  SRT-STRATUM     PIC X(3).
        10  SRT-ORDINAL     PIC 9(3).
        10  SRT-POSITION    PIC 9(7).
        10  FILLER          PIC X(87).
    05  SRT-JOURNAL-DATA REDEFINES SRT-DATA.
        10  FILLER          PIC X(11).
        10  SRT-BEF-AMOUNT  PIC S9(10)V99.
        10  FILLER          PIC X.
        10  SRT-BEF-FLAG    PIC X.
        10  FILLER          PIC X.
        10  SRT-AFT-AMOUNT  PIC S9(10)V99.
        10  FILLER          PIC X.
        10  SRT-AFT-FLAG    PIC X.
        10  FILLER          PIC X.
        10  SRT-PROGRAM     PIC X(8).
        10  FILLER          PIC X.
        10  SRT-RUN-DATE    PIC 9(8).
    WORKING-STORAGE SECTION.
        77 WS-NM-STATUS     PIC XX.
        77 WS-JRNL-STATUS   PIC XX.
        77 WS-SREG-STATUS   PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-SORT-EOF-SW   PIC X VALUE "N".
            88 WS-SORT-EOF          VALUE "Y".
        77 WS-REJECT-REASON PIC X(50) VALUE SPACES.
        77 WS-REPRINT-SW    PIC X VALUE "N".
            88 WS-REPRINT           VALUE "Y".
        77 WS-ID-FOUND-SW   PIC X VALUE "N".
            88 WS-ID-FOUND          VALUE "Y".
        77 WS-BASIS         PIC X VALUE "T".
            88 WS-BY-BRANCH         VALUE "B".
        77 WS-SAMPLE-ID     PIC X(10).
        77 WS-DRAW-DATE     PIC 9(8).
        77 WS-START         PIC 9(3) VALUE 0.
        77 WS-INTERVAL      PIC 9(3) VALUE 0.
        77 WS-SAMPLE-SIZE   PIC 9(3) VALUE 0.
        77 WS-ORD-START     PIC 9(3) VALUE 1.
        77 WS-ORD-STEP      PIC 9(3) VALUE 1.
        77 WS-ORDINAL       PIC 9(3).
        77 WS-FIRST-SW      PIC X.
        77 WS-AT-END-SW     PIC X.
        77 WS-POSITION      PIC 9(7).
        77 WS-TARGET        PIC 9(7).
        77 WS-CUR-STRATUM   PIC X(3).
        77 WS-STRATUM       PIC X(3).
        77 WS-MAX-SAMPLE    PIC 9(5) VALUE 5000.
        77 WS-SMP-COUNT     PIC 9(5) VALUE 0.
        77 WS-SMP-IDX       PIC 9(5).
        77 WS-MAX-STRATA    PIC 9(3) VALUE 200.
        77 WS-STR-COUNT     PIC 9(3) VALUE 0.
        77 WS-STR-IDX       PIC 9(3).
        77 WS-MASTER-CNT    PIC 9(7) VALUE 0.
        77 WS-JRNL-SEQ      PIC 9(7) VALUE 0.
        77 WS-JRNL-PRINTED  PIC 9(7) VALUE 0.
        77 WS-KEY-JRNL-CNT  PIC 9(5) VALUE 0.
        77 WS-LOW-KEY       PIC X(10).
        77 WS-HIGH-KEY      PIC X(10).
        77 WS-CUR-KEY       PIC X(10) VALUE SPACES.
        77 WS-SEED-TIME     PIC 9(8).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "SAMPPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".

*>  The keys taken, in the order taken -- the register's K records.
01  WS-SAMPLE-TABLE.
    05  WS-SMP-ENTRY OCCURS 5000 TIMES.
        10  WS-SMP-KEY      PIC X(10).
        10  WS-SMP-STRATUM  PIC X(3).
        10  WS-SMP-ORDINAL  PIC 9(3).
        10  WS-SMP-POSITION PIC 9(7).

*>  Records seen and keys taken per stratum, so a branch too small
*>  to yield the full sample size shows up as such.
01  WS-STRATUM-TABLE.
    05  WS-STR-ENTRY OCCURS 200 TIMES.
        10  WS-STR-CODE     PIC X(3).
        10  WS-STR-RECORDS  PIC 9(7).
        10  WS-STR-TAKEN    PIC 9(5).

01  WS-RPT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "NUMBER MASTER AUDIT SAMPLE".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-RPT-HEADER-2.
    05  FILLER              PIC X(11) VALUE "SAMPLE ID ".
    05  H2-SAMPLE-ID        PIC X(12).
    05  H2-DRAW-TEXT        PIC X(19).
    05  H2-DRAW-DATE        PIC 9999/99/99.
01  WS-RPT-HEADER-3.
    05  FILLER              PIC X(7)  VALUE "BASIS ".
    05  H3-BASIS            PIC X(11).
    05  FILLER              PIC X(7)  VALUE "START ".
    05  H3-START            PIC ZZ9.
    05  FILLER              PIC X(12) VALUE "   INTERVAL ".
    05  H3-INTERVAL         PIC ZZ9.
    05  FILLER              PIC X(20) VALUE "   SIZE PER STRATUM ".
    05  H3-SIZE             PIC ZZ9.
01  WS-RPT-BLANK            PIC X(80) VALUE SPACES.
01  WS-RPT-TITLE            PIC X(80).
01  WS-RPT-REG-COLHDR.
    05  FILLER              PIC X(10) VALUE "STRATUM".
    05  FILLER              PIC X(8)  VALUE "NUMBER".
    05  FILLER              PIC X(12) VALUE "POSITION".
    05  FILLER              PIC X(50) VALUE "KEY".
01  WS-RPT-REG-DETAIL.
    05  RG-STRATUM          PIC X(10).
    05  RG-ORDINAL          PIC ZZ9.
    05  FILLER              PIC X(5)  VALUE SPACES.
    05  RG-POSITION         PIC Z(6)9.
    05  FILLER              PIC X(5)  VALUE SPACES.
    05  RG-KEY              PIC X(10).
01  WS-RPT-STR-COLHDR.
    05  FILLER              PIC X(10) VALUE "STRATUM".
    05  FILLER              PIC X(12) VALUE "RECORDS".
    05  FILLER              PIC X(58) VALUE "TAKEN".
01  WS-RPT-STR-DETAIL.
    05  SD-STRATUM          PIC X(10).
    05  SD-RECORDS          PIC Z,ZZZ,ZZ9.
    05  FILLER              PIC X(3)  VALUE SPACES.
    05  SD-TAKEN            PIC ZZ,ZZ9.
    05  FILLER              PIC X(3)  VALUE SPACES.
    05  SD-NOTE             PIC X(30).
01  WS-RPT-KEY-LINE.
    05  FILLER              PIC X(4)  VALUE "KEY ".
    05  K-KEY               PIC X(12).
    05  FILLER              PIC X(8)  VALUE "STRATUM ".
    05  K-STRATUM           PIC X(5).
    05  FILLER              PIC X(7)  VALUE "NUMBER ".
    05  K-ORDINAL           PIC ZZ9.
    05  FILLER              PIC X(11) VALUE "  POSITION ".
    05  K-POSITION          PIC Z(6)9.
01  WS-RPT-MASTER-LINE.
    05  FILLER              PIC X(11) VALUE "  MASTER  ".
    05  M-AMOUNT            PIC -(9)9.99.
    05  FILLER              PIC X(9)  VALUE "  BRANCH ".
    05  M-BRANCH            PIC X(5).
    05  FILLER              PIC X(5)  VALUE "FLAG ".
    05  M-FLAG              PIC X(3).
    05  FILLER              PIC X(9)  VALUE "LAST ACT ".
    05  M-LAST-ACT          PIC 9999/99/99.
    05  FILLER              PIC X(1)  VALUE SPACES.
    05  M-CURRENCY          PIC X(3).
01  WS-RPT-JRNL-COLHDR.
    05  FILLER              PIC X(12) VALUE SPACES.
    05  FILLER              PIC X(13) VALUE "BEFORE".
    05  FILLER              PIC X(3)  VALUE "FL".
    05  FILLER              PIC X(13) VALUE "AFTER".
    05  FILLER              PIC X(3)  VALUE "FL".
    05  FILLER              PIC X(10) VALUE "PROGRAM".
    05  FILLER              PIC X(10) VALUE "DATE".
01  WS-RPT-JRNL-DETAIL.
    05  FILLER              PIC X(12) VALUE SPACES.
    05  J-BEF-AMOUNT        PIC -(9)9.99.
    05  FILLER              PIC X(2)  VALUE SPACES.
    05  J-BEF-FLAG          PIC X(3).
    05  J-AFT-AMOUNT        PIC -(9)9.99.
    05  FILLER              PIC X(3)  VALUE SPACES.
    05  J-AFT-FLAG          PIC X(3).
    05  J-PROGRAM           PIC X(10).
    05  J-DATE              PIC 9999/99/99.
01  WS-RPT-TOTALS.
    05  FILLER              PIC X(34) VALUE
        "KEYS SAMPLED / JOURNAL ENTRIES".
    05  T-SAMPLED           PIC ZZ,ZZ9.
    05  FILLER              PIC X(3)  VALUE " / ".
    05  T-JOURNAL           PIC Z,ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    OPEN OUTPUT SAMPLE-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE SAMPLE-LINE FROM WS-RPT-HEADER-1.
    WRITE SAMPLE-LINE FROM WS-RPT-BLANK.
    IF WS-REJECT-REASON = SPACES
        PERFORM A-SCAN-REGISTER
    END-IF.
    IF WS-REJECT-REASON = SPACES
        IF NOT WS-REPRINT
            PERFORM B-DRAW-SAMPLE
            PERFORM B-REGISTER-SAMPLE
        END-IF
        PERFORM C-PRINT-SETTINGS
        PERFORM C-PRINT-REGISTER
        IF NOT WS-REPRINT
            PERFORM C-PRINT-STRATA
        END-IF
        PERFORM C-PRINT-HISTORY
        PERFORM C-PRINT-TOTALS
    ELSE
        MOVE 8 TO WS-RUN-RC
        MOVE WS-REJECT-REASON TO SAMPLE-LINE
        WRITE SAMPLE-LINE
        MOVE SPACES TO WS-MSG-TEXT
        STRING "SAMPLE REFUSED: " WS-REJECT-REASON
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN8602W" WS-MSG-TEXT
    END-IF.
    CLOSE SAMPLE-RPT.
    DISPLAY "AUDIT SAMPLE KEYS     : " WS-SMP-COUNT.
    DISPLAY "JOURNAL ENTRIES       : " WS-JRNL-PRINTED.
    IF WS-REJECT-REASON = SPACES
        MOVE SPACES TO WS-MSG-TEXT
        STRING "SAMPLE " WS-SAMPLE-ID " KEYS " WS-SMP-COUNT
            " JOURNAL ENTRIES " WS-JRNL-PRINTED
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN8601I" WS-MSG-TEXT
    END-IF.
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
    STRING "NMSAMPLE RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "NMSAMPLE" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "NMSAMPLE" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "NMSAMPLE" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMSAMPLE" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  SAMPPARM, the FORPARM layout carried on: columns 1-3 the start,
*>  4-6 the interval, 7-9 the sample size (per branch when
*>  stratified), column 10 T for the whole master or B by branch,
*>  11-20 the sample id, and R in column 21 to reprint a registered
*>  sample by its id instead of drawing. A blank start is drawn
*>  from the clock within the first interval -- and registered, so
*>  even a clock-drawn sample reprints exactly.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    EVALUATE TRUE
        WHEN NOT WS-PARM-FOUND
            MOVE "NO SAMPPARM CARD -- NOTHING TO DRAW"
                TO WS-REJECT-REASON
        WHEN WS-PARM-CARD(11:10) = SPACES
            MOVE "SAMPLE ID NOT GIVEN IN COLUMNS 11-20"
                TO WS-REJECT-REASON
        WHEN WS-PARM-CARD(21:1) = "R"
            SET WS-REPRINT TO TRUE
        WHEN WS-PARM-CARD(4:3) NOT NUMERIC
                OR WS-PARM-CARD(4:3) = "000"
            MOVE "INTERVAL IN COLUMNS 4-6 NOT 001-999"
                TO WS-REJECT-REASON
        WHEN WS-PARM-CARD(7:3) NOT NUMERIC
                OR WS-PARM-CARD(7:3) = "000"
            MOVE "SAMPLE SIZE IN COLUMNS 7-9 NOT 001-999"
                TO WS-REJECT-REASON
        WHEN WS-PARM-CARD(1:3) NOT NUMERIC
                AND WS-PARM-CARD(1:3) NOT = SPACES
            MOVE "START IN COLUMNS 1-3 NOT NUMERIC"
                TO WS-REJECT-REASON
        WHEN WS-PARM-CARD(10:1) NOT = "T"
                AND WS-PARM-CARD(10:1) NOT = "B"
                AND WS-PARM-CARD(10:1) NOT = SPACE
            MOVE "BASIS IN COLUMN 10 NOT T OR B"
                TO WS-REJECT-REASON
        WHEN OTHER
            PERFORM A-SET-DRAW
    END-EVALUATE.
    MOVE WS-PARM-CARD(11:10) TO WS-SAMPLE-ID.

A-SET-DRAW.
    MOVE WS-PARM-CARD(4:3) TO WS-INTERVAL.
    MOVE WS-PARM-CARD(7:3) TO WS-SAMPLE-SIZE.
    IF WS-PARM-CARD(10:1) = "B"
        MOVE "B" TO WS-BASIS
    END-IF.
    IF WS-PARM-CARD(1:3) = SPACES OR WS-PARM-CARD(1:3) = "000"
        ACCEPT WS-SEED-TIME FROM TIME
        COMPUTE WS-START =
            FUNCTION MOD(WS-SEED-TIME, WS-INTERVAL) + 1
    ELSE
        MOVE WS-PARM-CARD(1:3) TO WS-START
    END-IF.
    MOVE WS-RUN-ID TO WS-DRAW-DATE.

A-SCAN-REGISTER.
*>  A new draw may not reuse an id already on the register; a
*>  reprint takes its settings and keys from it. No register yet is
*>  an empty one -- the QUARREL tolerate-missing-file precedent.
    OPEN INPUT SAMPLE-REGISTER.
    IF WS-SREG-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ SAMPLE-REGISTER
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF SG-SAMPLE-ID = WS-SAMPLE-ID
                        PERFORM A-TAKE-REGISTER-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SAMPLE-REGISTER
    END-IF.
    EVALUATE TRUE
        WHEN WS-REPRINT AND NOT WS-ID-FOUND
            MOVE "SAMPLE ID NOT ON THE SAMPLE REGISTER"
                TO WS-REJECT-REASON
        WHEN NOT WS-REPRINT AND WS-ID-FOUND
            MOVE "SAMPLE ID ALREADY USED -- R IN COLUMN 21 REPRINTS"
                TO WS-REJECT-REASON
    END-EVALUATE.

A-TAKE-REGISTER-LINE.
    SET WS-ID-FOUND TO TRUE.
    IF WS-REPRINT
        IF SG-HEADER
            MOVE SG-DRAW-DATE TO WS-DRAW-DATE
            MOVE SGH-BASIS TO WS-BASIS
            MOVE SGH-START TO WS-START
            MOVE SGH-INTERVAL TO WS-INTERVAL
            MOVE SGH-SIZE TO WS-SAMPLE-SIZE
        ELSE
            IF WS-SMP-COUNT < WS-MAX-SAMPLE
                ADD 1 TO WS-SMP-COUNT
                MOVE SGK-KEY TO WS-SMP-KEY(WS-SMP-COUNT)
                MOVE SGK-STRATUM TO WS-SMP-STRATUM(WS-SMP-COUNT)
                MOVE SGK-ORDINAL TO WS-SMP-ORDINAL(WS-SMP-COUNT)
                MOVE SGK-POSITION TO WS-SMP-POSITION(WS-SMP-COUNT)
            END-IF
        END-IF
    END-IF.

B-DRAW-SAMPLE.
*>  One pass over the master -- key order for a whole-master sample,
*>  branch order over the alternate index for a stratified one.
*>  Within each stratum TRY-FOR counts the sample off from 1 to the
*>  sample size, the FOR-loop IDEONE runs, and the n-th key taken is
*>  the one at position start + (n - 1) x interval.
    OPEN INPUT NUMBER-MASTER.
    IF WS-NM-STATUS NOT = "00"
        STRING "NUMMAST OPEN FAILED, STATUS " WS-NM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 8601 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMSAMPLE" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE "N" TO WS-EOF-SW.
    IF WS-BY-BRANCH
        MOVE LOW-VALUES TO NM-BRANCH
        START NUMBER-MASTER KEY NOT < NM-BRANCH
            INVALID KEY
                SET WS-EOF TO TRUE
        END-START
    END-IF.
    MOVE HIGH-VALUES TO WS-CUR-STRATUM.
    PERFORM UNTIL WS-EOF
        READ NUMBER-MASTER NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-SAMPLE-ONE
        END-READ
    END-PERFORM.
    CLOSE NUMBER-MASTER.
    IF WS-SMP-COUNT = WS-MAX-SAMPLE
        MOVE 4 TO WS-RUN-RC
    END-IF.

B-SAMPLE-ONE.
    ADD 1 TO WS-MASTER-CNT.
    IF WS-BY-BRANCH
        MOVE NM-BRANCH TO WS-STRATUM
    ELSE
        MOVE "ALL" TO WS-STRATUM
    END-IF.
    IF WS-STRATUM NOT = WS-CUR-STRATUM
        PERFORM B-START-STRATUM
    END-IF.
    ADD 1 TO WS-POSITION.
    IF WS-STR-IDX > 0
        ADD 1 TO WS-STR-RECORDS(WS-STR-IDX)
    END-IF.
    IF WS-AT-END-SW NOT = "Y" AND WS-POSITION = WS-TARGET
        IF WS-SMP-COUNT < WS-MAX-SAMPLE
            ADD 1 TO WS-SMP-COUNT
            MOVE NM-ID TO WS-SMP-KEY(WS-SMP-COUNT)
            MOVE WS-STRATUM TO WS-SMP-STRATUM(WS-SMP-COUNT)
            MOVE WS-ORDINAL TO WS-SMP-ORDINAL(WS-SMP-COUNT)
            MOVE WS-POSITION TO WS-SMP-POSITION(WS-SMP-COUNT)
            IF WS-STR-IDX > 0
                ADD 1 TO WS-STR-TAKEN(WS-STR-IDX)
            END-IF
        END-IF
        PERFORM B-NEXT-TARGET
    END-IF.

B-START-STRATUM.
    MOVE WS-STRATUM TO WS-CUR-STRATUM.
    MOVE 0 TO WS-POSITION.
    MOVE 0 TO WS-STR-IDX.
    IF WS-STR-COUNT < WS-MAX-STRATA
        ADD 1 TO WS-STR-COUNT
        MOVE WS-STR-COUNT TO WS-STR-IDX
        MOVE WS-STRATUM TO WS-STR-CODE(WS-STR-IDX)
        MOVE 0 TO WS-STR-RECORDS(WS-STR-IDX)
        MOVE 0 TO WS-STR-TAKEN(WS-STR-IDX)
    END-IF.
    MOVE "Y" TO WS-FIRST-SW.
    MOVE "N" TO WS-AT-END-SW.
    PERFORM B-NEXT-TARGET.

B-NEXT-TARGET.
    CALL "TRY-FOR" USING WS-ORD-START WS-ORD-STEP WS-SAMPLE-SIZE
        WS-ORDINAL WS-FIRST-SW WS-AT-END-SW.
*>  A 999 sample size steps the three-digit index round to zero.
    IF WS-ORDINAL = 0
        MOVE "Y" TO WS-AT-END-SW
    END-IF.
    IF WS-AT-END-SW NOT = "Y"
        COMPUTE WS-TARGET = WS-START + (WS-ORDINAL - 1) * WS-INTERVAL
    END-IF.

B-REGISTER-SAMPLE.
*>  The settings first, then every key, all under the sample id --
*>  everything a reprint needs.
    OPEN EXTEND SAMPLE-REGISTER.
    IF WS-SREG-STATUS NOT = "00"
        OPEN OUTPUT SAMPLE-REGISTER
    END-IF.
    IF WS-SREG-STATUS NOT = "00"
        STRING "SAMPREG OPEN FAILED, STATUS " WS-SREG-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 8602 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMSAMPLE" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE SPACES TO SG-REC.
    MOVE WS-SAMPLE-ID TO SG-SAMPLE-ID.
    MOVE WS-DRAW-DATE TO SG-DRAW-DATE.
    MOVE "H" TO SG-TYPE.
    MOVE WS-BASIS TO SGH-BASIS.
    MOVE WS-START TO SGH-START.
    MOVE WS-INTERVAL TO SGH-INTERVAL.
    MOVE WS-SAMPLE-SIZE TO SGH-SIZE.
    MOVE WS-SMP-COUNT TO SGH-SELECTED.
    WRITE SG-REC.
    PERFORM VARYING WS-SMP-IDX FROM 1 BY 1
            UNTIL WS-SMP-IDX > WS-SMP-COUNT
        MOVE SPACES TO SG-DETAIL
        MOVE "K" TO SG-TYPE
        MOVE WS-SMP-STRATUM(WS-SMP-IDX) TO SGK-STRATUM
        MOVE WS-SMP-ORDINAL(WS-SMP-IDX) TO SGK-ORDINAL
        MOVE WS-SMP-POSITION(WS-SMP-IDX) TO SGK-POSITION
        MOVE WS-SMP-KEY(WS-SMP-IDX) TO SGK-KEY
        WRITE SG-REC
    END-PERFORM.
    CLOSE SAMPLE-REGISTER.

C-PRINT-SETTINGS.
    MOVE WS-SAMPLE-ID TO H2-SAMPLE-ID.
    IF WS-REPRINT
        MOVE "REPRINT OF DRAW ON " TO H2-DRAW-TEXT
    ELSE
        MOVE "DRAWN AND REG'D ON " TO H2-DRAW-TEXT
    END-IF.
    MOVE WS-DRAW-DATE TO H2-DRAW-DATE.
    WRITE SAMPLE-LINE FROM WS-RPT-HEADER-2.
    IF WS-BY-BRANCH
        MOVE "BY BRANCH" TO H3-BASIS
    ELSE
        MOVE "WHOLE FILE" TO H3-BASIS
    END-IF.
    MOVE WS-START TO H3-START.
    MOVE WS-INTERVAL TO H3-INTERVAL.
    MOVE WS-SAMPLE-SIZE TO H3-SIZE.
    WRITE SAMPLE-LINE FROM WS-RPT-HEADER-3.
    WRITE SAMPLE-LINE FROM WS-RPT-BLANK.

C-PRINT-REGISTER.
    MOVE "SAMPLE REGISTER" TO WS-RPT-TITLE.
    WRITE SAMPLE-LINE FROM WS-RPT-TITLE.
    WRITE SAMPLE-LINE FROM WS-RPT-REG-COLHDR.
    PERFORM VARYING WS-SMP-IDX FROM 1 BY 1
            UNTIL WS-SMP-IDX > WS-SMP-COUNT
        MOVE WS-SMP-STRATUM(WS-SMP-IDX) TO RG-STRATUM
        MOVE WS-SMP-ORDINAL(WS-SMP-IDX) TO RG-ORDINAL
        MOVE WS-SMP-POSITION(WS-SMP-IDX) TO RG-POSITION
        MOVE WS-SMP-KEY(WS-SMP-IDX) TO RG-KEY
        WRITE SAMPLE-LINE FROM WS-RPT-REG-DETAIL
    END-PERFORM.
    IF WS-SMP-COUNT = WS-MAX-SAMPLE
        MOVE "SAMPLE TABLE FULL AT 5000 KEYS -- LATER KEYS NOT TAKEN"
            TO WS-RPT-TITLE
        WRITE SAMPLE-LINE FROM WS-RPT-TITLE
    END-IF.
    WRITE SAMPLE-LINE FROM WS-RPT-BLANK.

C-PRINT-STRATA.
    MOVE "RECORDS AND KEYS TAKEN BY STRATUM" TO WS-RPT-TITLE.
    WRITE SAMPLE-LINE FROM WS-RPT-TITLE.
    WRITE SAMPLE-LINE FROM WS-RPT-STR-COLHDR.
    PERFORM VARYING WS-STR-IDX FROM 1 BY 1
            UNTIL WS-STR-IDX > WS-STR-COUNT
        MOVE WS-STR-CODE(WS-STR-IDX) TO SD-STRATUM
        MOVE WS-STR-RECORDS(WS-STR-IDX) TO SD-RECORDS
        MOVE WS-STR-TAKEN(WS-STR-IDX) TO SD-TAKEN
        MOVE SPACES TO SD-NOTE
        IF WS-STR-TAKEN(WS-STR-IDX) < WS-SAMPLE-SIZE
            MOVE "SHORT -- STRATUM TOO SMALL" TO SD-NOTE
        END-IF
        WRITE SAMPLE-LINE FROM WS-RPT-STR-DETAIL
    END-PERFORM.
    WRITE SAMPLE-LINE FROM WS-RPT-BLANK.

C-PRINT-HISTORY.
*>  One sort brings each sampled key together with its own journal
*>  entries; only entries inside the sample's key range go in.
    MOVE "SAMPLED RECORDS WITH THEIR CHANGE JOURNAL" TO WS-RPT-TITLE.
    WRITE SAMPLE-LINE FROM WS-RPT-TITLE.
    WRITE SAMPLE-LINE FROM WS-RPT-BLANK.
    IF WS-SMP-COUNT > 0
        OPEN INPUT NUMBER-MASTER
        IF WS-NM-STATUS NOT = "00"
            STRING "NUMMAST OPEN FAILED, STATUS " WS-NM-STATUS
                DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 8601 TO WS-ERR-RC
            CALL "ERRHAND" USING "NMSAMPLE" WS-ERR-MSG "A" WS-ERR-RC
        END-IF
        SORT SORT-WORK
            ON ASCENDING KEY SRT-KEY SRT-TYPE SRT-SEQ
            INPUT PROCEDURE IS C-RELEASE-SAMPLE
            OUTPUT PROCEDURE IS C-PRINT-KEYS
        CLOSE NUMBER-MASTER
    END-IF.

C-RELEASE-SAMPLE.
    MOVE HIGH-VALUES TO WS-LOW-KEY.
    MOVE LOW-VALUES TO WS-HIGH-KEY.
    PERFORM VARYING WS-SMP-IDX FROM 1 BY 1
            UNTIL WS-SMP-IDX > WS-SMP-COUNT
        MOVE SPACES TO SRT-REC
        MOVE WS-SMP-KEY(WS-SMP-IDX) TO SRT-KEY
        MOVE "1" TO SRT-TYPE
        MOVE WS-SMP-IDX TO SRT-SEQ
        MOVE WS-SMP-STRATUM(WS-SMP-IDX) TO SRT-STRATUM
        MOVE WS-SMP-ORDINAL(WS-SMP-IDX) TO SRT-ORDINAL
        MOVE WS-SMP-POSITION(WS-SMP-IDX) TO SRT-POSITION
        RELEASE SRT-REC
        IF WS-SMP-KEY(WS-SMP-IDX) < WS-LOW-KEY
            MOVE WS-SMP-KEY(WS-SMP-IDX) TO WS-LOW-KEY
        END-IF
        IF WS-SMP-KEY(WS-SMP-IDX) > WS-HIGH-KEY
            MOVE WS-SMP-KEY(WS-SMP-IDX) TO WS-HIGH-KEY
        END-IF
    END-PERFORM.
    OPEN INPUT JOURNAL-IN.
    IF WS-JRNL-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ JOURNAL-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-JRNL-SEQ
                    IF JRNL-KEY NOT < WS-LOW-KEY
                            AND JRNL-KEY NOT > WS-HIGH-KEY
                        MOVE JRNL-KEY TO SRT-KEY
                        MOVE "2" TO SRT-TYPE
                        MOVE WS-JRNL-SEQ TO SRT-SEQ
                        MOVE JRNL-REC TO SRT-DATA
                        RELEASE SRT-REC
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOURNAL-IN
    ELSE
        DISPLAY "NMJRNL NOT PRESENT -- NO CHANGES JOURNALED YET"
    END-IF.

C-PRINT-KEYS.
*>  Journal entries for keys in the range but not in the sample
*>  come back too and are passed over.
    MOVE "N" TO WS-SORT-EOF-SW.
    PERFORM UNTIL WS-SORT-EOF
        RETURN SORT-WORK
            AT END
                SET WS-SORT-EOF TO TRUE
            NOT AT END
                IF SRT-TYPE = "1"
                    PERFORM C-CLOSE-KEY
                    PERFORM C-OPEN-KEY
                ELSE
                    IF SRT-KEY = WS-CUR-KEY
                        PERFORM C-PRINT-JOURNAL-LINE
                    END-IF
                END-IF
        END-RETURN
    END-PERFORM.
    PERFORM C-CLOSE-KEY.

C-OPEN-KEY.
    MOVE SRT-KEY TO WS-CUR-KEY.
    MOVE 0 TO WS-KEY-JRNL-CNT.
    MOVE SRT-KEY TO K-KEY.
    MOVE SRT-STRATUM TO K-STRATUM.
    MOVE SRT-ORDINAL TO K-ORDINAL.
    MOVE SRT-POSITION TO K-POSITION.
    WRITE SAMPLE-LINE FROM WS-RPT-KEY-LINE.
    MOVE SRT-KEY TO NM-ID.
    READ NUMBER-MASTER
        INVALID KEY
            MOVE "  NOT ON THE MASTER TODAY" TO WS-RPT-TITLE
            WRITE SAMPLE-LINE FROM WS-RPT-TITLE
            END-WRITE
        NOT INVALID KEY
            MOVE NM-AMOUNT TO M-AMOUNT
            MOVE NM-BRANCH TO M-BRANCH
            MOVE NM-STATUS-FLAG TO M-FLAG
            MOVE NM-LAST-ACT-DATE TO M-LAST-ACT
            MOVE NM-CURRENCY TO M-CURRENCY
            WRITE SAMPLE-LINE FROM WS-RPT-MASTER-LINE
            END-WRITE
    END-READ.

C-PRINT-JOURNAL-LINE.
    IF WS-KEY-JRNL-CNT = 0
        WRITE SAMPLE-LINE FROM WS-RPT-JRNL-COLHDR
    END-IF.
    ADD 1 TO WS-KEY-JRNL-CNT.
    ADD 1 TO WS-JRNL-PRINTED.
    MOVE SRT-BEF-AMOUNT TO J-BEF-AMOUNT.
    MOVE SRT-BEF-FLAG TO J-BEF-FLAG.
    MOVE SRT-AFT-AMOUNT TO J-AFT-AMOUNT.
    MOVE SRT-AFT-FLAG TO J-AFT-FLAG.
    MOVE SRT-PROGRAM TO J-PROGRAM.
    MOVE SRT-RUN-DATE TO J-DATE.
    WRITE SAMPLE-LINE FROM WS-RPT-JRNL-DETAIL.

C-CLOSE-KEY.
    IF WS-CUR-KEY NOT = SPACES
        IF WS-KEY-JRNL-CNT = 0
            MOVE "  NO JOURNAL CHANGES" TO WS-RPT-TITLE
            WRITE SAMPLE-LINE FROM WS-RPT-TITLE
        END-IF
        WRITE SAMPLE-LINE FROM WS-RPT-BLANK
    END-IF.

C-PRINT-TOTALS.
    MOVE WS-SMP-COUNT TO T-SAMPLED.
    MOVE WS-JRNL-PRINTED TO T-JOURNAL.
    WRITE SAMPLE-LINE FROM WS-RPT-TOTALS.
