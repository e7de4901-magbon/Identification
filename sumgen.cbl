*> Standing summation request generator. Builds tonight's SUMPARM
*> for ZADANIE6 out of the SUMREQM standing-request master that
*> SUMRQMNT maintains: every active request whose frequency falls
*> due today -- the DRIVER roster's rules, daily, named weekdays,
*> first or last business day of the month over BUSDATE and the
*> HOLIDAYS calendar -- becomes one card, in request-id order,
*> followed by the one-off cards on SUMONEOF dated for today (or
*> undated). A request past its expiry date is marked expired on
*> the master and generates nothing more. ZADANIE6 numbers its
*> results by card order, so the register prints against each
*> generated card the result line it will carry on SUMRSLT and the
*> requester who owns it, and SUMOWNR keeps the same pairing on
*> file for anyone routing SUMRSLT back to the people who asked.
IDENTIFICATION DIVISION.
PROGRAM-ID. SUMGEN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REQUEST-MASTER ASSIGN TO "SUMREQM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SR-ID
        FILE STATUS IS WS-SR-STATUS.
*>  Column 1-6 in SUMPARM's own layout, then the requester and the
*>  date the card is for. Optional -- most nights there are none.
    SELECT ONEOFF-IN ASSIGN TO "SUMONEOF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ONE-STATUS.
    SELECT REQUEST-OUT ASSIGN TO "SUMPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT OWNER-OUT ASSIGN TO "SUMOWNR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OWN-STATUS.
    SELECT REGISTER-OUT ASSIGN TO "SUMGENRG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  REQUEST-MASTER.
01  SR-REC.
    05  SR-ID               PIC X(8).
    05  SR-REQUESTER        PIC X(8).
    05  SR-FREQ             PIC X.
        88  SR-FREQ-DAILY           VALUE "D" " ".
        88  SR-FREQ-WEEKDAYS        VALUE "W".
        88  SR-FREQ-FIRST-BD        VALUE "F".
        88  SR-FREQ-LAST-BD         VALUE "L".
    05  SR-DAYS             PIC X(7).
    05  SR-START            PIC 9(2).
    05  SR-LIMIT            PIC 9(3).
    05  SR-OP               PIC X.
    05  SR-EXPIRY           PIC 9(8).
    05  SR-STATUS           PIC X.
        88  SR-ACTIVE               VALUE "A".
        88  SR-EXPIRED              VALUE "X".
    05  SR-LAST-GEN         PIC 9(8).
    05  SR-DESC             PIC X(30).
FD  ONEOFF-IN
    RECORDING MODE IS F.
01  ONE-REC.
    05  ONE-CARD            PIC X(6).
    05  ONE-REQUESTER       PIC X(8).
    05  ONE-DATE            PIC X(8).
    05  FILLER              PIC X(58).
FD  REQUEST-OUT
    RECORDING MODE IS F.
01  REQUEST-CARD            PIC X(80).
FD  OWNER-OUT
    RECORDING MODE IS F.
01  OWN-REC.
    05  OWN-REQ-NUM         PIC 9(3).
    05  OWN-SEP1            PIC X.
    05  OWN-SOURCE          PIC X(8).
    05  OWN-SEP2            PIC X.
    05  OWN-REQUESTER       PIC X(8).
    05  OWN-SEP3            PIC X.
    05  OWN-RUN-DATE        PIC 9(8).
FD  REGISTER-OUT
    RECORDING MODE IS F.
01  REGISTER-LINE           PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-SR-STATUS     PIC XX.
        77 WS-ONE-STATUS    PIC XX.
        77 WS-PARM-STATUS   PIC XX.
        77 WS-OWN-STATUS    PIC XX.
        77 WS-REG-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-DUE-SW        PIC X.
            88 WS-DUE               VALUE "Y".
        77 WS-CARD-COUNT    PIC 9(3) VALUE 0.
        77 WS-MAX-CARDS     PIC 9(3) VALUE 50.
        77 WS-STANDING-CNT  PIC 9(5) VALUE 0.
        77 WS-ONEOFF-CNT    PIC 9(5) VALUE 0.
        77 WS-NOTDUE-CNT    PIC 9(5) VALUE 0.
        77 WS-EXPIRED-CNT   PIC 9(5) VALUE 0.
        77 WS-HELD-CNT      PIC 9(5) VALUE 0.
        77 WS-STALE-CNT     PIC 9(5) VALUE 0.
        77 WS-INVALID-CNT   PIC 9(5) VALUE 0.
        77 WS-OVERFLOW-CNT  PIC 9(5) VALUE 0.
        77 WS-BUS-DATE      PIC 9(8).
        77 WS-OTHER-DATE    PIC 9(8).
        77 WS-DATE-INT      PIC 9(8).
        77 WS-DAY-OF-WEEK   PIC 9.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

*>  The card being generated, in the layout ZADANIE6 reads.
01  WS-GEN-CARD.
    05  WG-START            PIC 9(2).
    05  WG-LIMIT            PIC 9(3).
    05  WG-OP               PIC X.
    05  FILLER              PIC X(74) VALUE SPACES.
01  WS-GEN-SOURCE           PIC X(8).
01  WS-GEN-REQUESTER        PIC X(8).

01  WS-REG-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "SUMMATION REQUEST GENERATION".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REG-COLHDR.
    05  FILLER              PIC X(8)  VALUE "RESULT".
    05  FILLER              PIC X(10) VALUE "REQUEST".
    05  FILLER              PIC X(10) VALUE "REQUESTER".
    05  FILLER              PIC X(17) VALUE "RANGE       OP".
    05  FILLER              PIC X(35) VALUE "DISPOSITION".
01  WS-REG-DETAIL.
    05  R-LINE-NUM          PIC ZZ9 BLANK WHEN ZERO.
    05  FILLER              PIC X(5)  VALUE SPACES.
    05  R-SOURCE            PIC X(10).
    05  R-REQUESTER         PIC X(10).
    05  R-START             PIC X(2).
    05  FILLER              PIC X(4)  VALUE " TO ".
    05  R-LIMIT             PIC X(3).
    05  FILLER              PIC X(3)  VALUE SPACES.
    05  R-OP                PIC X(5).
    05  R-DISPOSITION       PIC X(35).
01  WS-REG-NOTE             PIC X(80).
01  WS-REG-TOTALS-1.
    05  FILLER              PIC X(34) VALUE
        "CARDS GENERATED STANDING / ONE-OFF".
    05  T-STANDING          PIC ZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-ONEOFF            PIC ZZ,ZZ9.
01  WS-REG-TOTALS-2.
    05  FILLER              PIC X(34) VALUE
        "NOT DUE / EXPIRED TODAY".
    05  T-NOTDUE            PIC ZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-EXPIRED           PIC ZZ,ZZ9.
01  WS-REG-TOTALS-3.
    05  FILLER              PIC X(34) VALUE
        "ONE-OFF HELD / STALE / INVALID".
    05  T-HELD              PIC ZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-STALE             PIC ZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-INVALID           PIC ZZ,ZZ9.
01  WS-REG-TOTALS-4.
    05  FILLER              PIC X(34) VALUE
        "DUE BUT OVER THE 50-CARD LIMIT".
    05  T-OVERFLOW          PIC ZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-SET-CALENDAR.
    PERFORM A-OPEN-FILES.
    PERFORM UNTIL WS-EOF
        READ REQUEST-MASTER NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-JUDGE-STANDING
        END-READ
    END-PERFORM.
    CLOSE REQUEST-MASTER.
    PERFORM B-READ-ONEOFFS.
    PERFORM C-WRITE-REG-TOTALS.
    CLOSE REQUEST-OUT.
    CLOSE OWNER-OUT.
    CLOSE REGISTER-OUT.
    DISPLAY "SUMPARM CARDS GENERATED: " WS-CARD-COUNT.
    DISPLAY "REQUESTS EXPIRED TODAY : " WS-EXPIRED-CNT.
    IF WS-OVERFLOW-CNT > 0 OR WS-STALE-CNT > 0
            OR WS-INVALID-CNT > 0
        MOVE 4 TO WS-RUN-RC
    END-IF.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "SUMPARM CARDS " WS-CARD-COUNT " EXPIRED "
        WS-EXPIRED-CNT " NOT GENERATED " WS-OVERFLOW-CNT
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN8401I" WS-MSG-TEXT.
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
    STRING "SUMGEN RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "SUMGEN  " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "SUMGEN  " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "SUMGEN  " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "SUMGEN  " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-SET-CALENDAR.
*>  The DRIVER roster's calendar, so a request marked F or L falls
*>  due on exactly the nights the month-end roster steps do.
    MOVE WS-RUN-ID TO WS-BUS-DATE.
    COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
*>  Integer date 1 is Monday 1601-01-01, the BUSDATE precedent, so
*>  Monday lands on 1 through Sunday on 7.
    COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1.

A-OPEN-FILES.
*>  SUMPARM is rebuilt whole every night -- the standing requests
*>  and the day's one-offs are the whole of it. An empty master is
*>  created on first use, the control-file precedent; with nothing
*>  due ZADANIE6 falls back to its 1 to 20 default.
    OPEN I-O REQUEST-MASTER.
    IF WS-SR-STATUS = "35"
        OPEN OUTPUT REQUEST-MASTER
        CLOSE REQUEST-MASTER
        OPEN I-O REQUEST-MASTER
    END-IF.
    IF WS-SR-STATUS NOT = "00"
        STRING "SUMREQM OPEN FAILED, STATUS " WS-SR-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 8401 TO WS-ERR-RC
        CALL "ERRHAND" USING "SUMGEN  " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT REQUEST-OUT.
    IF WS-PARM-STATUS NOT = "00"
        STRING "SUMPARM OPEN FAILED, STATUS " WS-PARM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 8402 TO WS-ERR-RC
        CALL "ERRHAND" USING "SUMGEN  " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT OWNER-OUT.
    OPEN OUTPUT REGISTER-OUT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE REGISTER-LINE FROM WS-REG-HEADER-1.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    WRITE REGISTER-LINE FROM WS-REG-COLHDR.

B-JUDGE-STANDING.
*>  Expiry is checked before the calendar: a request expiring today
*>  still runs today, one past its date is retired on the master and
*>  listed once, on the night it lapses.
    IF NOT SR-EXPIRED
        MOVE SR-ID TO R-SOURCE WS-GEN-SOURCE
        MOVE SR-REQUESTER TO R-REQUESTER WS-GEN-REQUESTER
        MOVE SR-START TO WG-START
        MOVE SR-LIMIT TO WG-LIMIT
        MOVE SR-OP TO WG-OP
        IF SR-EXPIRY < WS-RUN-ID
            MOVE "X" TO SR-STATUS
            PERFORM B-REWRITE-MASTER
            ADD 1 TO WS-EXPIRED-CNT
            MOVE "EXPIRED -- RETIRED FROM THE MASTER"
                TO R-DISPOSITION
            PERFORM B-WRITE-UNNUMBERED
        ELSE
            PERFORM B-JUDGE-FREQUENCY
            PERFORM B-DISPOSE-STANDING
        END-IF
    END-IF.

B-DISPOSE-STANDING.
    EVALUATE TRUE
        WHEN NOT WS-DUE
            ADD 1 TO WS-NOTDUE-CNT
            MOVE "NOT DUE TODAY" TO R-DISPOSITION
            PERFORM B-WRITE-UNNUMBERED
        WHEN WS-CARD-COUNT = WS-MAX-CARDS
            PERFORM B-REPORT-OVERFLOW
        WHEN OTHER
            MOVE WS-RUN-ID TO SR-LAST-GEN
            PERFORM B-REWRITE-MASTER
            ADD 1 TO WS-STANDING-CNT
            MOVE "GENERATED" TO R-DISPOSITION
            PERFORM B-WRITE-CARD
    END-EVALUATE.

B-JUDGE-FREQUENCY.
*>  First business day: the previous business day falls in a
*>  different month. Last business day: the next business day does.
*>  Both ride on BUSDATE's calendar walk, holidays included.
    MOVE "Y" TO WS-DUE-SW.
    EVALUATE TRUE
        WHEN SR-FREQ-WEEKDAYS
            IF SR-DAYS(WS-DAY-OF-WEEK:1) NOT = "Y"
                MOVE "N" TO WS-DUE-SW
            END-IF
        WHEN SR-FREQ-FIRST-BD
            CALL "BUSDATE" USING "P" WS-BUS-DATE WS-OTHER-DATE
            IF WS-OTHER-DATE(1:6) = WS-BUS-DATE(1:6)
                MOVE "N" TO WS-DUE-SW
            END-IF
        WHEN SR-FREQ-LAST-BD
            CALL "BUSDATE" USING "N" WS-BUS-DATE WS-OTHER-DATE
            IF WS-OTHER-DATE(1:6) = WS-BUS-DATE(1:6)
                MOVE "N" TO WS-DUE-SW
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

B-REWRITE-MASTER.
    REWRITE SR-REC
        INVALID KEY
            STRING "SUMREQM REWRITE FAILED FOR " SR-ID
                DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 8403 TO WS-ERR-RC
            CALL "ERRHAND" USING "SUMGEN  " WS-ERR-MSG "A" WS-ERR-RC
    END-REWRITE.

B-READ-ONEOFFS.
*>  No SUMONEOF file is no one-off cards -- the QUARREL
*>  tolerate-missing-file precedent. A card dated ahead is left for
*>  its night; one dated behind missed its run and is reported so
*>  the requester can be asked whether it is still wanted.
    OPEN INPUT ONEOFF-IN.
    IF WS-ONE-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ ONEOFF-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF ONE-REC NOT = SPACES
                        PERFORM B-JUDGE-ONEOFF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ONEOFF-IN
    END-IF.

B-JUDGE-ONEOFF.
    MOVE "ONE-OFF" TO R-SOURCE WS-GEN-SOURCE.
    MOVE ONE-REQUESTER TO R-REQUESTER WS-GEN-REQUESTER.
    IF ONE-CARD(1:5) NOT NUMERIC
        ADD 1 TO WS-INVALID-CNT
        MOVE ONE-CARD(1:2) TO R-START
        MOVE ONE-CARD(3:3) TO R-LIMIT
        MOVE ONE-CARD(6:1) TO R-OP
        MOVE "REFUSED -- RANGE NOT NUMERIC" TO R-DISPOSITION
        MOVE 0 TO R-LINE-NUM
        WRITE REGISTER-LINE FROM WS-REG-DETAIL
    ELSE
        MOVE ONE-CARD(1:2) TO WG-START
        MOVE ONE-CARD(3:3) TO WG-LIMIT
        MOVE ONE-CARD(6:1) TO WG-OP
        IF WG-OP NOT = "Q" AND WG-OP NOT = "C" AND WG-OP NOT = "P"
            MOVE "S" TO WG-OP
        END-IF
        PERFORM B-DISPOSE-ONEOFF
    END-IF.

B-DISPOSE-ONEOFF.
    EVALUATE TRUE
        WHEN ONE-DATE NOT = SPACES AND ONE-DATE NOT NUMERIC
            ADD 1 TO WS-INVALID-CNT
            MOVE "REFUSED -- DATE NOT NUMERIC" TO R-DISPOSITION
            PERFORM B-WRITE-UNNUMBERED
        WHEN ONE-DATE NOT = SPACES AND ONE-DATE > WS-RUN-ID
            ADD 1 TO WS-HELD-CNT
            MOVE SPACES TO R-DISPOSITION
            STRING "HELD FOR " ONE-DATE
                DELIMITED BY SIZE INTO R-DISPOSITION
            PERFORM B-WRITE-UNNUMBERED
        WHEN ONE-DATE NOT = SPACES AND ONE-DATE < WS-RUN-ID
            ADD 1 TO WS-STALE-CNT
            MOVE SPACES TO R-DISPOSITION
            STRING "STALE -- WAS FOR " ONE-DATE
                DELIMITED BY SIZE INTO R-DISPOSITION
            PERFORM B-WRITE-UNNUMBERED
        WHEN WS-CARD-COUNT = WS-MAX-CARDS
            PERFORM B-REPORT-OVERFLOW
        WHEN OTHER
            ADD 1 TO WS-ONEOFF-CNT
            MOVE "GENERATED" TO R-DISPOSITION
            PERFORM B-WRITE-CARD
    END-EVALUATE.

B-REPORT-OVERFLOW.
*>  ZADANIE6 stops reading at its fiftieth card; anything due past
*>  that would be silently dropped there, so it is held back here
*>  and reported instead.
    ADD 1 TO WS-OVERFLOW-CNT.
    MOVE "DUE -- NOT GENERATED, 50-CARD LIMIT" TO R-DISPOSITION.
    PERFORM B-WRITE-UNNUMBERED.

B-WRITE-CARD.
*>  The card's position on SUMPARM is the request number ZADANIE6
*>  gives its result line on SUMRSLT.
    ADD 1 TO WS-CARD-COUNT.
    MOVE WS-GEN-CARD TO REQUEST-CARD.
    WRITE REQUEST-CARD.
    MOVE WS-CARD-COUNT TO OWN-REQ-NUM.
    MOVE WS-GEN-SOURCE TO OWN-SOURCE.
    MOVE WS-GEN-REQUESTER TO OWN-REQUESTER.
    MOVE WS-RUN-ID TO OWN-RUN-DATE.
    MOVE SPACE TO OWN-SEP1 OWN-SEP2 OWN-SEP3.
    WRITE OWN-REC.
    PERFORM B-SET-REG-RANGE.
    MOVE WS-CARD-COUNT TO R-LINE-NUM.
    WRITE REGISTER-LINE FROM WS-REG-DETAIL.

B-WRITE-UNNUMBERED.
    PERFORM B-SET-REG-RANGE.
    MOVE 0 TO R-LINE-NUM.
    WRITE REGISTER-LINE FROM WS-REG-DETAIL.

B-SET-REG-RANGE.
    MOVE WG-START TO R-START.
    MOVE WG-LIMIT TO R-LIMIT.
    MOVE WG-OP TO R-OP.

C-WRITE-REG-TOTALS.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    IF WS-CARD-COUNT = 0
        MOVE "NO CARDS GENERATED -- ZADANIE6 WILL RUN ITS 1 TO 20 SUM"
            TO WS-REG-NOTE
        WRITE REGISTER-LINE FROM WS-REG-NOTE
        WRITE REGISTER-LINE FROM WS-REPORT-BLANK
    END-IF.
    MOVE WS-STANDING-CNT TO T-STANDING.
    MOVE WS-ONEOFF-CNT TO T-ONEOFF.
    WRITE REGISTER-LINE FROM WS-REG-TOTALS-1.
    MOVE WS-NOTDUE-CNT TO T-NOTDUE.
    MOVE WS-EXPIRED-CNT TO T-EXPIRED.
    WRITE REGISTER-LINE FROM WS-REG-TOTALS-2.
    MOVE WS-HELD-CNT TO T-HELD.
    MOVE WS-STALE-CNT TO T-STALE.
    MOVE WS-INVALID-CNT TO T-INVALID.
    WRITE REGISTER-LINE FROM WS-REG-TOTALS-3.
    MOVE WS-OVERFLOW-CNT TO T-OVERFLOW.
    WRITE REGISTER-LINE FROM WS-REG-TOTALS-4.
