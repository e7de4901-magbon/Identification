*> Day-to-day continuity check on the extract pair ZADANIE4 matches.
*> ZADANIE4 trusts that tonight's YESTRDAY really is the TODAYEXT it
*> matched the night before; a misrouted dataset makes every key look
*> changed, dropped or new, and the match itself cannot tell. This
*> step runs just ahead of the match: it fingerprints the incoming
*> YESTRDAY (record count, hash total of the value, lowest and
*> highest key) and holds it against the fingerprint it took of
*> TODAYEXT on the prior night, then fingerprints tonight's TODAYEXT
*> for tomorrow. The lowest and highest key rather than the first and
*> last record: ZADANIE4 sorts both extracts in place, so record
*> order is not something that carries from one night to the next.
*> Every night's pair of fingerprints and the verdict on the link
*> between them goes on the CONTREG chain, and the CONTRPT report
*> prints the chain so a broken link is visible in context. A broken
*> link refuses the match through ERRHAND, unless the CONTPARM card
*> says to run it flagged, in which case CONTFLAG tells ZADANIE4 to
*> mark its run suspect.
IDENTIFICATION DIVISION.
PROGRAM-ID. CONTCHK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXTRACT-YDAY ASSIGN TO "YESTRDAY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-YDAY-STATUS.
    SELECT EXTRACT-TODAY ASSIGN TO "TODAYEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TODAY-STATUS.
*>  The fingerprint chain, one record per processing date, read
*>  whole and written back whole -- the SENSREPL register way.
    SELECT CONT-REGISTER ASSIGN TO "CONTREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-STATUS.
*>  Tonight's verdict for ZADANIE4, one card, rewritten every run.
    SELECT CONT-FLAG ASSIGN TO "CONTFLAG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FLAG-STATUS.
    SELECT CONT-RPT ASSIGN TO "CONTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  EXTRACT-YDAY
    RECORDING MODE IS F.
01  YDAY-REC.
    05  YDAY-KEY            PIC X(10).
    05  YDAY-VAL            PIC S9(10)V99.
FD  EXTRACT-TODAY
    RECORDING MODE IS F.
01  TODAY-REC.
    05  TODAY-KEY           PIC X(10).
    05  TODAY-VAL           PIC S9(10)V99.
FD  CONT-REGISTER
    RECORDING MODE IS F.
01  CR-FILE-REC             PIC X(128).
FD  CONT-FLAG
    RECORDING MODE IS F.
01  CF-REC.
    05  CF-RUN-DATE         PIC 9(8).
    05  CF-BROKEN-SW        PIC X.
    05  FILLER              PIC X(71).
FD  CONT-RPT
    RECORDING MODE IS F.
01  CONT-LINE               PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-YDAY-STATUS   PIC XX.
        77 WS-TODAY-STATUS  PIC XX.
        77 WS-REG-STATUS    PIC XX.
        77 WS-FLAG-STATUS   PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X.
            88 WS-EOF               VALUE "Y".
        77 WS-C             PIC 9(3).
        77 WS-D             PIC 9(3).
        77 WS-CHAIN-CNT     PIC 9(3) VALUE 0.
*>  Nights kept on the chain; the oldest falls off as a new one goes
*>  on.
        77 WS-CHAIN-MAX     PIC 9(3) VALUE 100.
        77 WS-PRIOR-IX      PIC 9(3) VALUE 0.
        77 WS-NEW-IX        PIC 9(3).
        77 WS-PARM-FILE     PIC X(8) VALUE "CONTPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".
*>  "R" refuse the match on a broken link, "F" run it flagged.
        77 WS-ON-BREAK      PIC X VALUE "R".
            88 WS-RUN-FLAGGED       VALUE "F".
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

*>  Tonight's chain entry, built and judged here and kept for the
*>  flag card, the report and the refusal once CONTREG is closed.
01  CR-REC.
    05  CR-RUN-DATE         PIC 9(8).
    05  CR-SEP1             PIC X.
    05  CR-LINK             PIC X(8).
    05  CR-SEP2             PIC X.
    05  CR-PRIOR-DATE       PIC 9(8).
    05  CR-SEP3             PIC X.
    05  CR-YDAY-CNT         PIC 9(9).
    05  CR-SEP4             PIC X.
    05  CR-YDAY-HASH        PIC S9(15)V99 SIGN LEADING SEPARATE.
    05  CR-SEP5             PIC X.
    05  CR-YDAY-LOW         PIC X(10).
    05  CR-SEP6             PIC X.
    05  CR-YDAY-HIGH        PIC X(10).
    05  CR-SEP7             PIC X.
    05  CR-TODAY-CNT        PIC 9(9).
    05  CR-SEP8             PIC X.
    05  CR-TODAY-HASH       PIC S9(15)V99 SIGN LEADING SEPARATE.
    05  CR-SEP9             PIC X.
    05  CR-TODAY-LOW        PIC X(10).
    05  CR-SEP10            PIC X.
    05  CR-TODAY-HIGH       PIC X(10).

*>  One fingerprint, taken of whichever extract is being read.
01  WS-FINGERPRINT.
    05  WS-FP-CNT           PIC 9(9).
    05  WS-FP-HASH          PIC S9(15)V99.
    05  WS-FP-LOW           PIC X(10).
    05  WS-FP-HIGH          PIC X(10).

*>  The chain as loaded from CONTREG, in processing-date order.
01  WS-CHAIN-TABLE.
    05  WS-CH OCCURS 100 TIMES.
        10  WS-CH-REC       PIC X(128).

*>  A chain entry lifted out of the table -- the night tonight links
*>  to, or the one being looked at.
01  WS-PRIOR-REC.
    05  PR-RUN-DATE         PIC 9(8).
    05  FILLER              PIC X(70).
    05  PR-TODAY-CNT        PIC 9(9).
    05  FILLER              PIC X.
    05  PR-TODAY-HASH       PIC S9(15)V99 SIGN LEADING SEPARATE.
    05  FILLER              PIC X.
    05  PR-TODAY-LOW        PIC X(10).
    05  FILLER              PIC X.
    05  PR-TODAY-HIGH       PIC X(10).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "EXTRACT CONTINUITY CHAIN".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-FP-HDR.
    05  FILLER              PIC X(20) VALUE "FINGERPRINT".
    05  FILLER              PIC X(11) VALUE "    RECORDS".
    05  FILLER              PIC X(23) VALUE "             HASH TOTAL".
    05  FILLER              PIC X(22) VALUE "  LOW KEY    HIGH KEY".
01  WS-REPORT-FP.
    05  FP-LABEL            PIC X(20).
    05  FP-CNT              PIC ZZZ,ZZZ,ZZ9.
    05  FP-HASH             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  FP-LOW              PIC X(10).
    05  FILLER              PIC X VALUE SPACE.
    05  FP-HIGH             PIC X(10).
01  WS-REPORT-VERDICT.
    05  FILLER              PIC X(20) VALUE "LINK VERDICT".
    05  V-LINK              PIC X(8).
    05  V-ACTION            PIC X(40).
01  WS-REPORT-CHAIN-HDR.
    05  FILLER              PIC X(12) VALUE "RUN DATE".
    05  FILLER              PIC X(10) VALUE "LINK".
    05  FILLER              PIC X(11) VALUE "LINKED TO".
    05  FILLER              PIC X(11) VALUE "  YESTRDAY".
    05  FILLER              PIC X(12) VALUE "  TODAYEXT".
    05  FILLER              PIC X(22) VALUE "  LOW KEY    HIGH KEY".
01  WS-REPORT-CHAIN.
    05  C-RUN-DATE          PIC 9999/99/99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  C-LINK              PIC X(8).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  C-PRIOR-DATE        PIC 9999/99/99.
    05  FILLER              PIC X VALUE SPACE.
    05  C-YDAY-CNT          PIC ZZ,ZZZ,ZZ9.
    05  FILLER              PIC X VALUE SPACE.
    05  C-TODAY-CNT         PIC ZZ,ZZZ,ZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  C-TODAY-LOW         PIC X(10).
    05  FILLER              PIC X VALUE SPACE.
    05  C-TODAY-HIGH        PIC X(10).
    05  C-MARK              PIC X(3).
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-LOAD-CHAIN.
    PERFORM B-FINGERPRINT-YDAY.
    PERFORM B-FINGERPRINT-TODAY.
    PERFORM B-JUDGE-LINK.
    PERFORM C-ADD-TO-CHAIN.
    PERFORM C-REWRITE-CHAIN.
    PERFORM C-WRITE-FLAG.
    PERFORM D-PRINT-REPORT.
    IF CR-LINK = "BROKEN" AND NOT WS-RUN-FLAGGED
        MOVE "YESTRDAY IS NOT LAST NIGHT'S TODAYEXT -- MATCH REFUSED"
            TO WS-ERR-MSG
        MOVE 6901 TO WS-ERR-RC
        CALL "ERRHAND" USING "CONTCHK " WS-ERR-MSG "A" WS-ERR-RC
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
    STRING "CONTCHK RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "CONTCHK " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "CONTCHK " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "CONTCHK " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "CONTCHK " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  Optional card: column 1 "F" runs the match flagged on a broken
*>  link. Anything else, or no card, refuses it.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND AND WS-PARM-CARD(1:1) = "F"
        MOVE "F" TO WS-ON-BREAK
    END-IF.

A-LOAD-CHAIN.
*>  Tonight's own entry, left by an earlier attempt at this date, is
*>  dropped here -- the rerun replaces it. A missing register is the
*>  first night of the chain.
    OPEN INPUT CONT-REGISTER.
    IF WS-REG-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ CONT-REGISTER INTO CR-REC
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF CR-RUN-DATE NOT = WS-RUN-ID
                        IF WS-CHAIN-CNT = WS-CHAIN-MAX
                            PERFORM A-DROP-OLDEST
                        END-IF
                        ADD 1 TO WS-CHAIN-CNT
                        MOVE CR-REC TO WS-CH-REC(WS-CHAIN-CNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONT-REGISTER
    END-IF.

A-DROP-OLDEST.
    PERFORM VARYING WS-C FROM 2 BY 1 UNTIL WS-C > WS-CHAIN-CNT
        COMPUTE WS-D = WS-C - 1
        MOVE WS-CH-REC(WS-C) TO WS-CH-REC(WS-D)
    END-PERFORM.
    SUBTRACT 1 FROM WS-CHAIN-CNT.

B-START-FINGERPRINT.
    MOVE 0 TO WS-FP-CNT.
    MOVE 0 TO WS-FP-HASH.
    MOVE HIGH-VALUES TO WS-FP-LOW.
    MOVE LOW-VALUES TO WS-FP-HIGH.
    MOVE "N" TO WS-EOF-SW.

B-END-FINGERPRINT.
*>  An empty (or absent) extract fingerprints as blank keys.
    IF WS-FP-CNT = 0
        MOVE SPACES TO WS-FP-LOW
        MOVE SPACES TO WS-FP-HIGH
    END-IF.

B-FINGERPRINT-YDAY.
    PERFORM B-START-FINGERPRINT.
    OPEN INPUT EXTRACT-YDAY.
    IF WS-YDAY-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ EXTRACT-YDAY
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-FP-CNT
                    IF YDAY-VAL IS NUMERIC
                        ADD YDAY-VAL TO WS-FP-HASH
                    END-IF
                    IF YDAY-KEY < WS-FP-LOW
                        MOVE YDAY-KEY TO WS-FP-LOW
                    END-IF
                    IF YDAY-KEY > WS-FP-HIGH
                        MOVE YDAY-KEY TO WS-FP-HIGH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXTRACT-YDAY
    END-IF.
    PERFORM B-END-FINGERPRINT.
    MOVE SPACES TO CR-REC.
    MOVE WS-RUN-ID TO CR-RUN-DATE.
    MOVE WS-FP-CNT TO CR-YDAY-CNT.
    MOVE WS-FP-HASH TO CR-YDAY-HASH.
    MOVE WS-FP-LOW TO CR-YDAY-LOW.
    MOVE WS-FP-HIGH TO CR-YDAY-HIGH.

B-FINGERPRINT-TODAY.
    PERFORM B-START-FINGERPRINT.
    OPEN INPUT EXTRACT-TODAY.
    IF WS-TODAY-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ EXTRACT-TODAY
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-FP-CNT
                    IF TODAY-VAL IS NUMERIC
                        ADD TODAY-VAL TO WS-FP-HASH
                    END-IF
                    IF TODAY-KEY < WS-FP-LOW
                        MOVE TODAY-KEY TO WS-FP-LOW
                    END-IF
                    IF TODAY-KEY > WS-FP-HIGH
                        MOVE TODAY-KEY TO WS-FP-HIGH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXTRACT-TODAY
    END-IF.
    PERFORM B-END-FINGERPRINT.
    MOVE WS-FP-CNT TO CR-TODAY-CNT.
    MOVE WS-FP-HASH TO CR-TODAY-HASH.
    MOVE WS-FP-LOW TO CR-TODAY-LOW.
    MOVE WS-FP-HIGH TO CR-TODAY-HIGH.

B-JUDGE-LINK.
*>  The link is to the latest night on the chain before tonight --
*>  normally the prior business day; the report shows the date, so
*>  a night missing from the chain shows up as a gap. No earlier
*>  night at all is the first night of the chain, and is let through.
    PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CHAIN-CNT
        MOVE WS-CH-REC(WS-C) TO WS-PRIOR-REC
        IF PR-RUN-DATE < WS-RUN-ID
            MOVE WS-C TO WS-PRIOR-IX
        END-IF
    END-PERFORM.
    IF WS-PRIOR-IX = 0
        MOVE "NOPRIOR" TO CR-LINK
        MOVE 0 TO CR-PRIOR-DATE
        MOVE "NO EARLIER FINGERPRINT -- CONTINUITY CHAIN STARTS HERE"
            TO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN6901I" WS-MSG-TEXT
    ELSE
        MOVE WS-CH-REC(WS-PRIOR-IX) TO WS-PRIOR-REC
        MOVE PR-RUN-DATE TO CR-PRIOR-DATE
        IF CR-YDAY-CNT = PR-TODAY-CNT
                AND CR-YDAY-HASH = PR-TODAY-HASH
                AND CR-YDAY-LOW = PR-TODAY-LOW
                AND CR-YDAY-HIGH = PR-TODAY-HIGH
            MOVE "LINKED" TO CR-LINK
            MOVE SPACES TO WS-MSG-TEXT
            STRING "YESTRDAY MATCHES TODAYEXT FINGERPRINT OF "
                CR-PRIOR-DATE DELIMITED BY SIZE INTO WS-MSG-TEXT
            CALL "MSGWRITE" USING "IDN6901I" WS-MSG-TEXT
        ELSE
            MOVE "BROKEN" TO CR-LINK
            MOVE SPACES TO WS-MSG-TEXT
            STRING "YESTRDAY DIFFERS FROM TODAYEXT FINGERPRINT OF "
                CR-PRIOR-DATE DELIMITED BY SIZE INTO WS-MSG-TEXT
            CALL "MSGWRITE" USING "IDN6902W" WS-MSG-TEXT
            IF WS-RUN-FLAGGED
                MOVE 4 TO WS-RUN-RC
            END-IF
        END-IF
    END-IF.
    MOVE SPACE TO CR-SEP1 CR-SEP2 CR-SEP3 CR-SEP4 CR-SEP5
        CR-SEP6 CR-SEP7 CR-SEP8 CR-SEP9 CR-SEP10.

C-ADD-TO-CHAIN.
*>  Tonight goes in date order -- after its prior night, ahead of any
*>  later dates a prior-date rerun finds already on the chain.
    IF WS-CHAIN-CNT = WS-CHAIN-MAX
        PERFORM A-DROP-OLDEST
        IF WS-PRIOR-IX > 0
            SUBTRACT 1 FROM WS-PRIOR-IX
        END-IF
    END-IF.
    COMPUTE WS-NEW-IX = WS-PRIOR-IX + 1.
    PERFORM VARYING WS-C FROM WS-CHAIN-CNT BY -1
            UNTIL WS-C < WS-NEW-IX
        COMPUTE WS-D = WS-C + 1
        MOVE WS-CH-REC(WS-C) TO WS-CH-REC(WS-D)
    END-PERFORM.
    MOVE CR-REC TO WS-CH-REC(WS-NEW-IX).
    ADD 1 TO WS-CHAIN-CNT.

C-REWRITE-CHAIN.
    OPEN OUTPUT CONT-REGISTER.
    IF WS-REG-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "CONTREG OPEN FAILED, STATUS " WS-REG-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 6902 TO WS-ERR-RC
        CALL "ERRHAND" USING "CONTCHK " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CHAIN-CNT
        WRITE CR-FILE-REC FROM WS-CH-REC(WS-C)
    END-PERFORM.
    CLOSE CONT-REGISTER.

C-WRITE-FLAG.
*>  Columns 1-8 the processing date, column 9 "Y" if the link is
*>  broken. ZADANIE4 only believes a card carrying its own date.
    OPEN OUTPUT CONT-FLAG.
    MOVE SPACES TO CF-REC.
    MOVE WS-RUN-ID TO CF-RUN-DATE.
    IF CR-LINK = "BROKEN"
        MOVE "Y" TO CF-BROKEN-SW
    ELSE
        MOVE "N" TO CF-BROKEN-SW
    END-IF.
    WRITE CF-REC.
    CLOSE CONT-FLAG.

D-PRINT-REPORT.
    OPEN OUTPUT CONT-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE CONT-LINE FROM WS-REPORT-HEADER-1.
    WRITE CONT-LINE FROM WS-REPORT-BLANK.
    WRITE CONT-LINE FROM WS-REPORT-FP-HDR.
    IF WS-PRIOR-IX > 0
        MOVE "TODAYEXT LAST NIGHT" TO FP-LABEL
        MOVE PR-TODAY-CNT TO FP-CNT
        MOVE PR-TODAY-HASH TO FP-HASH
        MOVE PR-TODAY-LOW TO FP-LOW
        MOVE PR-TODAY-HIGH TO FP-HIGH
        WRITE CONT-LINE FROM WS-REPORT-FP
    END-IF.
    MOVE "YESTRDAY TONIGHT" TO FP-LABEL.
    MOVE CR-YDAY-CNT TO FP-CNT.
    MOVE CR-YDAY-HASH TO FP-HASH.
    MOVE CR-YDAY-LOW TO FP-LOW.
    MOVE CR-YDAY-HIGH TO FP-HIGH.
    WRITE CONT-LINE FROM WS-REPORT-FP.
    MOVE "TODAYEXT TONIGHT" TO FP-LABEL.
    MOVE CR-TODAY-CNT TO FP-CNT.
    MOVE CR-TODAY-HASH TO FP-HASH.
    MOVE CR-TODAY-LOW TO FP-LOW.
    MOVE CR-TODAY-HIGH TO FP-HIGH.
    WRITE CONT-LINE FROM WS-REPORT-FP.
    WRITE CONT-LINE FROM WS-REPORT-BLANK.
    MOVE CR-LINK TO V-LINK.
    EVALUATE TRUE
        WHEN CR-LINK NOT = "BROKEN"
            MOVE SPACES TO V-ACTION
        WHEN WS-RUN-FLAGGED
            MOVE "-- MATCH RUNS FLAGGED" TO V-ACTION
        WHEN OTHER
            MOVE "-- MATCH REFUSED" TO V-ACTION
    END-EVALUATE.
    WRITE CONT-LINE FROM WS-REPORT-VERDICT.
    WRITE CONT-LINE FROM WS-REPORT-BLANK.
    WRITE CONT-LINE FROM WS-REPORT-CHAIN-HDR.
    PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CHAIN-CNT
        MOVE WS-CH-REC(WS-C) TO CR-REC
        MOVE CR-RUN-DATE TO C-RUN-DATE
        MOVE CR-LINK TO C-LINK
        MOVE CR-PRIOR-DATE TO C-PRIOR-DATE
        MOVE CR-YDAY-CNT TO C-YDAY-CNT
        MOVE CR-TODAY-CNT TO C-TODAY-CNT
        MOVE CR-TODAY-LOW TO C-TODAY-LOW
        MOVE CR-TODAY-HIGH TO C-TODAY-HIGH
        IF CR-LINK = "BROKEN"
            MOVE " <<" TO C-MARK
        ELSE
            MOVE SPACES TO C-MARK
        END-IF
        WRITE CONT-LINE FROM WS-REPORT-CHAIN
    END-PERFORM.
    CLOSE CONT-RPT.
    MOVE WS-CH-REC(WS-NEW-IX) TO CR-REC.
