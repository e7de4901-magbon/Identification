*> supplied, does a keyed READ against the requested file, and
*> displays the formatted record -- with a not-found message rather
*> than an abend for a missing key. Ten-second questions get
*> ten-second answers. A PERIOD request answers whether the month
*> is closed to maintenance, off the period-close control card.
*> A NUMMAST answer is followed by any maintenance held on FUTMAINT
*> for the key against a later effective date; a FUTMAINT request
*> lists them on their own, for a key the master does not hold yet.
IDENTIFICATION DIVISION.
PROGRAM-ID. INQUIRY.
ENVIRONMENT DIVISION.
        ACCESS MODE IS RANDOM
        RECORD KEY IS QCTL-KEY
        FILE STATUS IS WS-QCTL-STATUS.
    SELECT FUTURE-MAINT ASSIGN TO "FUTMAINT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FM-KEY
        FILE STATUS IS WS-FM-STATUS.
    SELECT INQUIRY-RPT ASSIGN TO "INQRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
        10  QCTL-RUN-SEQ    PIC 9(3).
    05  QCTL-LIMIT          PIC 9(3).
    05  QCTL-TOTAL          PIC 9(10).
*>  Held maintenance, laid out as NMMAINT writes it.
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
    05  FM-STATE-DATE       PIC 9(8).
    05  FM-STATE-USER       PIC X(8).
    05  FM-RESULT           PIC X(10).
    05  FM-REASON           PIC X(24).
FD  INQUIRY-RPT
    RECORDING MODE IS F.
01  INQUIRY-LINE            PIC X(80).
            88 WS-SCTL-OPEN         VALUE "Y".
        77 WS-QCTL-OPEN-SW  PIC X VALUE "N".
            88 WS-QCTL-OPEN         VALUE "Y".
        77 WS-FM-STATUS     PIC XX.
        77 WS-FM-OPEN-SW    PIC X VALUE "N".
            88 WS-FM-OPEN           VALUE "Y".
        77 WS-HELD-CNT      PIC 9(4).
        77 WS-REQ-CNT       PIC 9(4) VALUE 0.
        77 WS-CONSOLE-LINE  PIC X(20).
        77 WS-BRWS-EOF-SW   PIC X.
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-LOCK-REPLY    PIC X.

*>  The period-close control card as PERLOCK hands it back.
01  WS-CONTROL.
    05  WS-CTL-PERIOD       PIC 9(6).
    05  WS-CTL-SEP1         PIC X.
    05  WS-CTL-STATE        PIC X.
        88  WS-CTL-CLOSED           VALUE "C".
        88  WS-CTL-REOPENED         VALUE "R".
    05  WS-CTL-SEP2         PIC X.
    05  WS-CTL-CLOSE-DATE   PIC 9(8).
    05  WS-CTL-SEP3         PIC X.
    05  WS-CTL-CLOSE-USER   PIC X(8).
    05  WS-CTL-SEP4         PIC X.
    05  WS-CTL-ADJ-DATE     PIC 9(8).
    05  WS-CTL-SEP5         PIC X.
    05  WS-CTL-ADJ-USER     PIC X(8).
    05  WS-CTL-SEP6         PIC X.
    05  WS-CTL-ADJ-CNT      PIC 9(5).
    05  FILLER              PIC X(30).

01  WS-ANSWER-NM.
    05  FILLER              PIC X(8) VALUE "KEY ".
    05  A-CTL-LIMIT         PIC ZZ9.
    05  FILLER              PIC X(7) VALUE " TOTAL ".
    05  A-CTL-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.
01  WS-ANSWER-PERIOD.
    05  FILLER              PIC X(7) VALUE "PERIOD ".
    05  A-PC-PERIOD         PIC 9999/99.
    05  FILLER              PIC X VALUE SPACE.
    05  A-PC-STATE          PIC X(9).
    05  FILLER              PIC X(4) VALUE " ON ".
    05  A-PC-CLOSE-DATE     PIC 9999/99/99.
    05  FILLER              PIC X(4) VALUE " BY ".
    05  A-PC-CLOSE-USER     PIC X(8).
    05  FILLER              PIC X(6) VALUE " ADJ ".
    05  A-PC-ADJ-CNT        PIC ZZ,ZZ9.
    05  FILLER              PIC X(6) VALUE " LAST ".
    05  A-PC-ADJ-DATE       PIC 9999/99/99 BLANK WHEN ZERO.
01  WS-ANSWER-HELD.
    05  FILLER              PIC X(7) VALUE "  HELD ".
    05  A-FM-ACTION         PIC X(2).
    05  A-FM-ID             PIC X(11).
    05  FILLER              PIC X(4) VALUE "EFF ".
    05  A-FM-EFF-DATE       PIC 9999/99/99.
    05  FILLER              PIC X(8) VALUE " AMOUNT ".
    05  A-FM-AMOUNT         PIC -(9)9.99.
    05  FILLER              PIC X(4) VALUE " BR ".
    05  A-FM-BRANCH         PIC X(3).
    05  FILLER              PIC X(4) VALUE " BY ".
    05  A-FM-SUBMITTER      PIC X(8).
01  WS-ANSWER-NOTFND.
    05  FILLER              PIC X(9) VALUE "KEY ".
    05  A-NF-KEY            PIC X(12).
            PERFORM B-LOOKUP-SUMCTL
        WHEN "SQRCTL"
            PERFORM B-LOOKUP-SQRCTL
        WHEN "PERIOD"
            PERFORM B-LOOKUP-PERIOD
        WHEN "FUTMAINT"
            PERFORM B-LOOKUP-HELD
        WHEN OTHER
            MOVE SPACES TO INQUIRY-LINE
            STRING "UNKNOWN FILE " REQ-FILE
                " -- USE NUMMAST(B/P), FUTMAINT, SUMCTL, SQRCTL"
                " OR PERIOD" DELIMITED BY SIZE INTO INQUIRY-LINE
            PERFORM C-WRITE-ANSWER
    END-EVALUATE.

            NOT INVALID KEY
                PERFORM B-ANSWER-NM-LINE
        END-READ
        PERFORM B-LIST-HELD
    END-IF.

B-LOOKUP-HELD.
    PERFORM B-LIST-HELD.
    IF NOT WS-FM-OPEN
        MOVE "FUTMAINT NOT AVAILABLE" TO INQUIRY-LINE
        PERFORM C-WRITE-ANSWER
    ELSE
        IF WS-HELD-CNT = 0
            PERFORM C-ANSWER-NOT-FOUND
        END-IF
    END-IF.

B-LIST-HELD.
*>  Every change still waiting on FUTMAINT for the key, in effective
*>  date order -- START at the key with the lowest date, READ NEXT
*>  while the key holds. Applied and cancelled records are the
*>  register's business, not the answer's.
    MOVE 0 TO WS-HELD-CNT.
    IF NOT WS-FM-OPEN
        OPEN INPUT FUTURE-MAINT
        IF WS-FM-STATUS = "00"
            SET WS-FM-OPEN TO TRUE
        END-IF
    END-IF.
    IF WS-FM-OPEN
        MOVE "N" TO WS-BRWS-EOF-SW
        MOVE REQ-KEY(1:10) TO FM-ID
        MOVE 0 TO FM-EFF-DATE
        START FUTURE-MAINT KEY NOT < FM-KEY
            INVALID KEY
                SET WS-BRWS-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-BRWS-EOF
            READ FUTURE-MAINT NEXT RECORD
                AT END
                    SET WS-BRWS-EOF TO TRUE
                NOT AT END
                    IF FM-ID NOT = REQ-KEY(1:10)
                        SET WS-BRWS-EOF TO TRUE
                    ELSE
                        IF FM-PENDING
                            ADD 1 TO WS-HELD-CNT
                            PERFORM B-ANSWER-HELD-LINE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

B-ANSWER-HELD-LINE.
    MOVE FM-ACTION TO A-FM-ACTION.
    MOVE FM-ID TO A-FM-ID.
    MOVE FM-EFF-DATE TO A-FM-EFF-DATE.
    MOVE FM-AMOUNT TO A-FM-AMOUNT.
    MOVE FM-BRANCH TO A-FM-BRANCH.
    MOVE FM-SUBMITTER TO A-FM-SUBMITTER.
    MOVE WS-ANSWER-HELD TO INQUIRY-LINE.
    PERFORM C-WRITE-ANSWER.

B-OPEN-NUMMAST.
*>  Shared first-use open for the exact-key lookup and both browse
*>  modes -- one open serves the whole request file.
        END-READ
    END-IF.

B-LOOKUP-PERIOD.
*>  "Is the month closed" -- the PERCTL card PERCLOSE stamps and
*>  PPADJUST updates, with who closed it and how many adjustments
*>  have since been let through. No key is needed.
    CALL "PERLOCK" USING "Q" WS-RUN-ID WS-LOCK-REPLY WS-CONTROL.
    IF WS-LOCK-REPLY NOT = "Y"
        MOVE "NO PERIOD CLOSED -- ALL MAINTENANCE APPLIES DIRECTLY"
            TO INQUIRY-LINE
    ELSE
        MOVE WS-CTL-PERIOD TO A-PC-PERIOD
        IF WS-CTL-REOPENED
            MOVE "REOPENED" TO A-PC-STATE
        ELSE
            MOVE "CLOSED" TO A-PC-STATE
        END-IF
        MOVE WS-CTL-CLOSE-DATE TO A-PC-CLOSE-DATE
        MOVE WS-CTL-CLOSE-USER TO A-PC-CLOSE-USER
        MOVE WS-CTL-ADJ-CNT TO A-PC-ADJ-CNT
        MOVE WS-CTL-ADJ-DATE TO A-PC-ADJ-DATE
        MOVE WS-ANSWER-PERIOD TO INQUIRY-LINE
    END-IF.
    PERFORM C-WRITE-ANSWER.

C-ANSWER-NOT-FOUND.
    MOVE REQ-KEY TO A-NF-KEY.
    MOVE REQ-FILE TO A-NF-FILE.
    IF WS-QCTL-OPEN
        CLOSE SQR-CONTROL
    END-IF.
    IF WS-FM-OPEN
        CLOSE FUTURE-MAINT
    END-IF.
