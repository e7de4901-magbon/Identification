*> Inbound feed balancing gate, run ahead of FRONTEDT. FRONTEDT can
*> tell that a feed did not arrive at all, but a feed that arrived
*> half-transmitted edits perfectly clean and produces a perfectly
*> wrong result downstream. Each sending system now delivers a small
*> control card with its feed -- record count, hash total of the
*> value field, extract date -- and this step counts and hashes
*> every feed as received and balances it against its card. Each
*> feed's arrival and outcome goes onto the FEEDREG register, which
*> accumulates across nights; a feed that is short (or long), fails
*> its hash, or carries a stale or wrong extract date stops the night
*> through ERRHAND once every feed has been looked at, so the
*> register and report show the whole picture before the abend.
IDENTIFICATION DIVISION.
PROGRAM-ID. FEEDGATE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>  The six raw feeds, exactly as FRONTEDT reads them. Read only.
    SELECT TRANS-IN ASSIGN TO "TRANSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT PARCHK-IN ASSIGN TO "PARCHKIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT PAIRS-IN ASSIGN TO "PAIRSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT YDAY-IN ASSIGN TO "YESTRDAY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT TODAY-IN ASSIGN TO "TODAYEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT MULT-IN ASSIGN TO "MULTCHK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
*>  The feed-arrival register: one record per feed per run, kept
*>  across nights, appended to -- the RUNLOG convention.
    SELECT FEED-REGISTER ASSIGN TO "FEEDREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-STATUS.
    SELECT GATE-RPT ASSIGN TO "FEEDGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  TRANS-IN
    RECORDING MODE IS F.
01  TI-REC.
    05  TI-BRANCH           PIC X(3).
    05  TI-SENSOR-ID        PIC X(10).
    05  TI-TIMESTAMP        PIC X(8).
    05  TI-X                PIC XX.
FD  PARCHK-IN
    RECORDING MODE IS F.
01  PI-REC.
    05  PI-BRANCH           PIC X(3).
    05  PI-X                PIC X(9).
FD  PAIRS-IN
    RECORDING MODE IS F.
01  RI-REC.
    05  RI-KEY              PIC X(10).
    05  RI-VAL1             PIC X(12).
    05  RI-VAL2             PIC X(12).
FD  YDAY-IN
    RECORDING MODE IS F.
01  YI-REC.
    05  YI-KEY              PIC X(10).
    05  YI-VAL              PIC X(12).
FD  TODAY-IN
    RECORDING MODE IS F.
01  DI-REC.
    05  DI-KEY              PIC X(10).
    05  DI-VAL              PIC X(12).
FD  MULT-IN
    RECORDING MODE IS F.
01  MI-REC.
    05  MI-KEY              PIC X(10).
    05  MI-VAL              PIC X(12).
FD  FEED-REGISTER
    RECORDING MODE IS F.
01  FR-REC.
    05  FR-RUN-DATE         PIC 9(8).
    05  FR-SEP1             PIC X.
    05  FR-RUN-TIME         PIC 9(8).
    05  FR-SEP2             PIC X.
    05  FR-FEED             PIC X(8).
    05  FR-SEP3             PIC X.
    05  FR-STATUS           PIC X(8).
    05  FR-SEP4             PIC X.
    05  FR-RECV-CNT         PIC 9(9).
    05  FR-SEP5             PIC X.
    05  FR-CARD-CNT         PIC 9(9).
    05  FR-SEP6             PIC X.
    05  FR-RECV-HASH        PIC S9(15)V99 SIGN LEADING SEPARATE.
    05  FR-SEP7             PIC X.
    05  FR-CARD-HASH        PIC S9(15)V99 SIGN LEADING SEPARATE.
    05  FR-SEP8             PIC X.
    05  FR-EXTRACT-DATE     PIC 9(8).
FD  GATE-RPT
    RECORDING MODE IS F.
01  GATE-LINE               PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-IN-STATUS     PIC XX.
        77 WS-REG-STATUS    PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X.
            88 WS-EOF               VALUE "Y".
        77 WS-FEED-NAME     PIC X(8).
        77 WS-CTL-NAME      PIC X(8).
        77 WS-FEED-SW       PIC X.
            88 WS-FEED-PRESENT      VALUE "Y".
        77 WS-RECV-CNT      PIC 9(9).
        77 WS-RECV-HASH     PIC S9(15)V99.
        77 WS-EXPECT-DATE   PIC 9(8).
        77 WS-PREV-BUS-DATE PIC 9(8).
        77 WS-GATE-STATUS   PIC X(8).
        77 WS-FAIL-CNT      PIC 9(2) VALUE 0.
        77 WS-NOCARD-CNT    PIC 9(2) VALUE 0.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-CARD-FOUND-SW PIC X.
            88 WS-CARD-FOUND        VALUE "Y".

*>  The sender's control card, one per feed, read through PARMCARD.
*>  Columns 1-8 the feed name, 9-17 the record count, 18-35 the hash
*>  total of the value field (sign, then fifteen digits and two
*>  decimals), 36-43 the extract date YYYYMMDD.
01  WS-CTL-CARD.
    05  CC-FEED             PIC X(8).
    05  CC-COUNT-X          PIC X(9).
    05  CC-COUNT-N REDEFINES CC-COUNT-X     PIC 9(9).
    05  CC-HASH-X           PIC X(18).
    05  CC-HASH-N REDEFINES CC-HASH-X
                            PIC S9(15)V99 SIGN LEADING SEPARATE.
    05  CC-DATE-X           PIC X(8).
    05  CC-DATE-N REDEFINES CC-DATE-X       PIC 9(8).
    05  FILLER              PIC X(37).

*>  Value bytes tested as numbers without a data exception, the
*>  FRONTEDT signed-display test-field precedent. A value FRONTEDT
*>  will reject still arrived; it counts, but adds nothing to the
*>  hash.
01  WS-TEST-2.
    05  WS-TEST-2-X         PIC XX.
    05  WS-TEST-2-N REDEFINES WS-TEST-2-X  PIC 99.
01  WS-TEST-9.
    05  WS-TEST-9-X         PIC X(9).
    05  WS-TEST-9-N REDEFINES WS-TEST-9-X  PIC S9(9).
01  WS-TEST-12.
    05  WS-TEST-12-X        PIC X(12).
    05  WS-TEST-12-N REDEFINES WS-TEST-12-X PIC S9(10)V99.

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "INBOUND FEED BALANCING GATE".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(10) VALUE "FEED".
    05  FILLER              PIC X(10) VALUE "STATUS".
    05  FILLER              PIC X(11) VALUE "  RECEIVED".
    05  FILLER              PIC X(11) VALUE "      CARD".
    05  FILLER              PIC X(12) VALUE "  EXTRACT".
01  WS-REPORT-DETAIL.
    05  D-FEED              PIC X(10).
    05  D-STATUS            PIC X(8).
    05  D-RECV-CNT          PIC ZZZ,ZZZ,ZZ9.
    05  D-CARD-CNT          PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-EXTRACT           PIC 9999/99/99.
01  WS-REPORT-HASH.
    05  FILLER              PIC X(10) VALUE SPACES.
    05  FILLER              PIC X(6) VALUE "HASH  ".
    05  H-RECV-HASH         PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  FILLER              PIC X(3) VALUE " / ".
    05  H-CARD-HASH         PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
01  WS-REPORT-TOTALS.
    05  FILLER              PIC X(30) VALUE
        "FEEDS FAILED / WITHOUT CARD   ".
    05  T-FAILED            PIC Z9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-NOCARD            PIC Z9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    CALL "BUSDATE" USING "P" WS-RUN-ID WS-PREV-BUS-DATE.
    PERFORM A-OPEN-FILES.
    PERFORM B-GATE-TRANSIN.
    PERFORM B-GATE-PARCHKIN.
    PERFORM B-GATE-PAIRSIN.
    PERFORM B-GATE-YESTRDAY.
    PERFORM B-GATE-TODAYEXT.
    PERFORM B-GATE-MULTCHK.
    WRITE GATE-LINE FROM WS-REPORT-BLANK.
    MOVE WS-FAIL-CNT TO T-FAILED.
    MOVE WS-NOCARD-CNT TO T-NOCARD.
    WRITE GATE-LINE FROM WS-REPORT-TOTALS.
    CLOSE FEED-REGISTER.
    CLOSE GATE-RPT.
    IF WS-FAIL-CNT > 0
        MOVE SPACES TO WS-ERR-MSG
        STRING WS-FAIL-CNT " FEED(S) FAILED CONTROL BALANCING -- "
            "SEE FEEDGRPT" DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 6801 TO WS-ERR-RC
        CALL "ERRHAND" USING "FEEDGATE" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "ALL FEEDS BALANCED, " WS-NOCARD-CNT
        " WITHOUT CONTROL CARD" DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN6801I" WS-MSG-TEXT.
    PERFORM A-RUN-COMPLETION.
    GOBACK.

A-RUN-HEADER.
*>  Tags this run's console output with a run-id and timestamp so
*>  several jobs' SYSOUT can still be told apart once bundled together.
*>  The processing date comes from the shared BUSDATE control --
*>  a prior-date rerun stamps the date the data belongs to, not
*>  the date the operator resubmitted it. The run sequence is only
*>  inquired ("Q"): FRONTEDT, the step after this one, still draws
*>  the night's sequence number.
    CALL "BUSDATE" USING "G" BY CONTENT WS-RUN-ID
        BY REFERENCE WS-RUN-ID.
    CALL "RUNSEQ" USING "Q" WS-RUN-ID WS-RUN-SEQ.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "FEEDGATE RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "FEEDGATE" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "FEEDGATE" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "FEEDGATE" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "FEEDGATE" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-OPEN-FILES.
*>  The register is extended night after night; the first night
*>  creates it.
    OPEN EXTEND FEED-REGISTER.
    IF WS-REG-STATUS NOT = "00"
        OPEN OUTPUT FEED-REGISTER
    END-IF.
    IF WS-REG-STATUS NOT = "00"
        STRING "FEEDREG OPEN FAILED, STATUS " WS-REG-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 6802 TO WS-ERR-RC
        CALL "ERRHAND" USING "FEEDGATE" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT GATE-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE GATE-LINE FROM WS-REPORT-HEADER-1.
    WRITE GATE-LINE FROM WS-REPORT-BLANK.
    WRITE GATE-LINE FROM WS-REPORT-COLHDR.

B-START-FEED.
    MOVE "N" TO WS-EOF-SW.
    MOVE "N" TO WS-FEED-SW.
    MOVE 0 TO WS-RECV-CNT.
    MOVE 0 TO WS-RECV-HASH.
    MOVE WS-RUN-ID TO WS-EXPECT-DATE.

B-GATE-TRANSIN.
*>  TRANSIN hashes the two-digit reading value.
    MOVE "TRANSIN" TO WS-FEED-NAME.
    MOVE "TRANSCTL" TO WS-CTL-NAME.
    PERFORM B-START-FEED.
    OPEN INPUT TRANS-IN.
    IF WS-IN-STATUS = "00"
        SET WS-FEED-PRESENT TO TRUE
        PERFORM UNTIL WS-EOF
            READ TRANS-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RECV-CNT
                    MOVE TI-X TO WS-TEST-2-X
                    IF WS-TEST-2-N IS NUMERIC
                        ADD WS-TEST-2-N TO WS-RECV-HASH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRANS-IN
    END-IF.
    PERFORM C-BALANCE-FEED.

B-GATE-PARCHKIN.
    MOVE "PARCHKIN" TO WS-FEED-NAME.
    MOVE "PARCHCTL" TO WS-CTL-NAME.
    PERFORM B-START-FEED.
    OPEN INPUT PARCHK-IN.
    IF WS-IN-STATUS = "00"
        SET WS-FEED-PRESENT TO TRUE
        PERFORM UNTIL WS-EOF
            READ PARCHK-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RECV-CNT
                    MOVE PI-X TO WS-TEST-9-X
                    IF WS-TEST-9-N IS NUMERIC
                        ADD WS-TEST-9-N TO WS-RECV-HASH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PARCHK-IN
    END-IF.
    PERFORM C-BALANCE-FEED.

B-GATE-PAIRSIN.
*>  PAIRSIN carries two values a record; the hash is over both.
    MOVE "PAIRSIN" TO WS-FEED-NAME.
    MOVE "PAIRSCTL" TO WS-CTL-NAME.
    PERFORM B-START-FEED.
    OPEN INPUT PAIRS-IN.
    IF WS-IN-STATUS = "00"
        SET WS-FEED-PRESENT TO TRUE
        PERFORM UNTIL WS-EOF
            READ PAIRS-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RECV-CNT
                    MOVE RI-VAL1 TO WS-TEST-12-X
                    IF WS-TEST-12-N IS NUMERIC
                        ADD WS-TEST-12-N TO WS-RECV-HASH
                    END-IF
                    MOVE RI-VAL2 TO WS-TEST-12-X
                    IF WS-TEST-12-N IS NUMERIC
                        ADD WS-TEST-12-N TO WS-RECV-HASH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PAIRS-IN
    END-IF.
    PERFORM C-BALANCE-FEED.

B-GATE-YESTRDAY.
*>  YESTRDAY is the prior business day's extract, so that is the
*>  date its card must carry.
    MOVE "YESTRDAY" TO WS-FEED-NAME.
    MOVE "YDAYCTL" TO WS-CTL-NAME.
    PERFORM B-START-FEED.
    MOVE WS-PREV-BUS-DATE TO WS-EXPECT-DATE.
    OPEN INPUT YDAY-IN.
    IF WS-IN-STATUS = "00"
        SET WS-FEED-PRESENT TO TRUE
        PERFORM UNTIL WS-EOF
            READ YDAY-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RECV-CNT
                    MOVE YI-VAL TO WS-TEST-12-X
                    IF WS-TEST-12-N IS NUMERIC
                        ADD WS-TEST-12-N TO WS-RECV-HASH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE YDAY-IN
    END-IF.
    PERFORM C-BALANCE-FEED.

B-GATE-TODAYEXT.
    MOVE "TODAYEXT" TO WS-FEED-NAME.
    MOVE "TODAYCTL" TO WS-CTL-NAME.
    PERFORM B-START-FEED.
    OPEN INPUT TODAY-IN.
    IF WS-IN-STATUS = "00"
        SET WS-FEED-PRESENT TO TRUE
        PERFORM UNTIL WS-EOF
            READ TODAY-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RECV-CNT
                    MOVE DI-VAL TO WS-TEST-12-X
                    IF WS-TEST-12-N IS NUMERIC
                        ADD WS-TEST-12-N TO WS-RECV-HASH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TODAY-IN
    END-IF.
    PERFORM C-BALANCE-FEED.

B-GATE-MULTCHK.
    MOVE "MULTCHK" TO WS-FEED-NAME.
    MOVE "MULTCTL" TO WS-CTL-NAME.
    PERFORM B-START-FEED.
    OPEN INPUT MULT-IN.
    IF WS-IN-STATUS = "00"
        SET WS-FEED-PRESENT TO TRUE
        PERFORM UNTIL WS-EOF
            READ MULT-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RECV-CNT
                    MOVE MI-VAL TO WS-TEST-12-X
                    IF WS-TEST-12-N IS NUMERIC
                        ADD WS-TEST-12-N TO WS-RECV-HASH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MULT-IN
    END-IF.
    PERFORM C-BALANCE-FEED.

C-BALANCE-FEED.
*>  Neither feed nor card is a feed not sent tonight -- FRONTEDT
*>  reports that one as missing, as it always has. A feed with no
*>  card is let through with a warning while senders are brought
*>  on, the AUTHCHK stand-up precedent. Otherwise the card decides:
*>  a card that cannot be read, an extract date other than the one
*>  expected, a count or a hash that disagrees -- each fails the
*>  feed. A card promising records for a feed that never arrived is
*>  the shortest feed of all.
    MOVE SPACES TO WS-CTL-CARD.
    CALL "PARMCARD" USING WS-CTL-NAME WS-CTL-CARD WS-CARD-FOUND-SW.
    EVALUATE TRUE
        WHEN NOT WS-CARD-FOUND AND NOT WS-FEED-PRESENT
            MOVE "NOTSENT" TO WS-GATE-STATUS
        WHEN NOT WS-CARD-FOUND
            MOVE "NOCARD" TO WS-GATE-STATUS
        WHEN CC-FEED NOT = WS-FEED-NAME
                OR CC-COUNT-N IS NOT NUMERIC
                OR CC-HASH-N IS NOT NUMERIC
                OR CC-DATE-N IS NOT NUMERIC
            MOVE "BADCARD" TO WS-GATE-STATUS
        WHEN CC-DATE-N < WS-EXPECT-DATE
            MOVE "STALE" TO WS-GATE-STATUS
        WHEN CC-DATE-N > WS-EXPECT-DATE
            MOVE "BADDATE" TO WS-GATE-STATUS
        WHEN WS-RECV-CNT < CC-COUNT-N
            MOVE "SHORT" TO WS-GATE-STATUS
        WHEN WS-RECV-CNT > CC-COUNT-N
            MOVE "LONG" TO WS-GATE-STATUS
        WHEN WS-RECV-HASH NOT = CC-HASH-N
            MOVE "HASH" TO WS-GATE-STATUS
        WHEN OTHER
            MOVE "BALANCED" TO WS-GATE-STATUS
    END-EVALUATE.
    EVALUATE WS-GATE-STATUS
        WHEN "BALANCED"
        WHEN "NOTSENT"
            CONTINUE
        WHEN "NOCARD"
            ADD 1 TO WS-NOCARD-CNT
            MOVE SPACES TO WS-MSG-TEXT
            STRING WS-FEED-NAME " ARRIVED WITHOUT CARD "
                WS-CTL-NAME " -- NOT BALANCED"
                DELIMITED BY SIZE INTO WS-MSG-TEXT
            CALL "MSGWRITE" USING "IDN6802W" WS-MSG-TEXT
        WHEN OTHER
            ADD 1 TO WS-FAIL-CNT
            MOVE SPACES TO WS-MSG-TEXT
            STRING WS-FEED-NAME " FAILED CONTROL BALANCING: "
                WS-GATE-STATUS DELIMITED BY SIZE INTO WS-MSG-TEXT
            CALL "MSGWRITE" USING "IDN6803E" WS-MSG-TEXT
    END-EVALUATE.
    PERFORM C-WRITE-REGISTER.
    PERFORM C-WRITE-REPORT-LINE.

C-WRITE-REGISTER.
*>  Card figures go on as zero where there was no readable card.
    MOVE WS-RUN-ID TO FR-RUN-DATE.
    MOVE SPACE TO FR-SEP1.
    MOVE WS-RUN-TIME TO FR-RUN-TIME.
    MOVE SPACE TO FR-SEP2.
    MOVE WS-FEED-NAME TO FR-FEED.
    MOVE SPACE TO FR-SEP3.
    MOVE WS-GATE-STATUS TO FR-STATUS.
    MOVE SPACE TO FR-SEP4.
    MOVE WS-RECV-CNT TO FR-RECV-CNT.
    MOVE SPACE TO FR-SEP5.
    MOVE SPACE TO FR-SEP6.
    MOVE WS-RECV-HASH TO FR-RECV-HASH.
    MOVE SPACE TO FR-SEP7.
    MOVE SPACE TO FR-SEP8.
    IF WS-CARD-FOUND AND WS-GATE-STATUS NOT = "BADCARD"
        MOVE CC-COUNT-N TO FR-CARD-CNT
        MOVE CC-HASH-N TO FR-CARD-HASH
        MOVE CC-DATE-N TO FR-EXTRACT-DATE
    ELSE
        MOVE 0 TO FR-CARD-CNT
        MOVE 0 TO FR-CARD-HASH
        MOVE 0 TO FR-EXTRACT-DATE
    END-IF.
    WRITE FR-REC.

C-WRITE-REPORT-LINE.
*>  The hash line follows only where a card was balanced against.
    MOVE WS-FEED-NAME TO D-FEED.
    MOVE WS-GATE-STATUS TO D-STATUS.
    MOVE WS-RECV-CNT TO D-RECV-CNT.
    MOVE FR-CARD-CNT TO D-CARD-CNT.
    MOVE FR-EXTRACT-DATE TO D-EXTRACT.
    WRITE GATE-LINE FROM WS-REPORT-DETAIL.
    IF FR-EXTRACT-DATE NOT = 0
        MOVE WS-RECV-HASH TO H-RECV-HASH
        MOVE FR-CARD-HASH TO H-CARD-HASH
        WRITE GATE-LINE FROM WS-REPORT-HASH
    END-IF.
