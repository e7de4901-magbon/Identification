*> Number Master reversal by journal reference. A wrong change on
*> NUMMAST used to be put right by keying a second maintenance card
*> that guessed at the old picture -- nothing on the journal tied the
*> correction to the mistake, and the guess was not always right.
*> Each REVTRANS card here names one journal entry: the key, the run
*> date it was journaled and its sequence among that key's entries
*> on that date (1 for the first, as NMJPRINT numbers them). The
*> entry's before-image -- amount, status flag and currency -- goes
*> back on the master, and the reversal is itself journaled through
*> NMJWRITE carrying a reference to the entry it undoes.
*>
*> A key that has moved on since the entry (a later journal entry,
*> or a master that no longer shows the entry's after-image) is
*> refused: putting the old picture back would silently wipe the
*> later change too. Column 22 "F" forces it through, for a user
*> holding the NMREVERS "F" function on AUTHMAST. An entry already
*> reversed is refused outright. Every card gets one register line.
IDENTIFICATION DIVISION.
PROGRAM-ID. NMREVERS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REVERSAL-TRANS ASSIGN TO "REVTRANS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
    SELECT JOURNAL-IN ASSIGN TO "NMJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NM-ID
        FILE STATUS IS WS-NM-STATUS.
    SELECT REVERSAL-REG ASSIGN TO "NMREVREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  REVERSAL-TRANS
    RECORDING MODE IS F.
01  RT-CARD.
    05  RT-CARD-KEY         PIC X(10).
    05  RT-CARD-DATE        PIC X(8).
    05  RT-CARD-SEQ         PIC X(3).
    05  RT-CARD-FORCE       PIC X.
    05  FILLER              PIC X(58).
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
FD  REVERSAL-REG
    RECORDING MODE IS F.
01  REGISTER-LINE           PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-TRANS-STATUS  PIC XX.
        77 WS-JRNL-STATUS   PIC XX.
        77 WS-NM-STATUS     PIC XX.
        77 WS-REG-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-ON-MASTER-SW  PIC X.
            88 WS-ON-MASTER         VALUE "Y".
        77 WS-CHANGED-SW    PIC X.
            88 WS-CHANGED-SINCE     VALUE "Y".
        77 WS-R             PIC 9(3).
        77 WS-CARD-CNT      PIC 9(6) VALUE 0.
        77 WS-REVERSED-CNT  PIC 9(6) VALUE 0.
        77 WS-FORCED-CNT    PIC 9(6) VALUE 0.
        77 WS-REFUSED-CNT   PIC 9(6) VALUE 0.
        77 WS-OVERFLOW-CNT  PIC 9(6) VALUE 0.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-AUTH-FORCE-REPLY PIC X VALUE SPACE.
        77 WS-MASTER-LOCK-REPLY PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-REJECT-REASON PIC X(30).
        77 WS-RESULT        PIC X(10).
        77 WS-JRNL-BEF-AMT  PIC S9(10)V99.
        77 WS-JRNL-BEF-FLG  PIC X.
        77 WS-JRNL-BEF-CUR  PIC X(3).
        77 WS-JRNL-AFT-AMT  PIC S9(10)V99.
        77 WS-JRNL-AFT-FLG  PIC X.
        77 WS-JRNL-AFT-CUR  PIC X(3).
        77 WS-JRNL-REF      PIC 9(11).

*>  The deck, held whole: the journal is scanned once for every card
*>  before anything is applied, so this run's own reversals (appended
*>  to the same journal by NMJWRITE) never feed back into the scan.
01  WS-REVERSAL-TABLE.
    05  WS-RV-CNT           PIC 9(3) VALUE 0.
    05  WS-RV OCCURS 200 TIMES.
        10  WS-RV-KEY       PIC X(10).
        10  WS-RV-DATE-X    PIC X(8).
        10  WS-RV-DATE REDEFINES WS-RV-DATE-X
                            PIC 9(8).
        10  WS-RV-SEQ-X     PIC X(3).
        10  WS-RV-SEQ REDEFINES WS-RV-SEQ-X
                            PIC 9(3).
        10  WS-RV-FORCE     PIC X.
        10  WS-RV-COUNT     PIC 9(3).
        10  WS-RV-FOUND-SW  PIC X.
        10  WS-RV-LATER-SW  PIC X.
        10  WS-RV-DONE-SW   PIC X.
        10  WS-RV-NEWFMT-SW PIC X.
        10  WS-RV-PROGRAM   PIC X(8).
        10  WS-RV-BEF-AMOUNT PIC S9(10)V99.
        10  WS-RV-BEF-FLAG  PIC X.
        10  WS-RV-BEF-CUR   PIC X(3).
        10  WS-RV-AFT-AMOUNT PIC S9(10)V99.
        10  WS-RV-AFT-FLAG  PIC X.
        10  WS-RV-AFT-CUR   PIC X(3).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "NUMBER MASTER REVERSALS".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REG-COLHDR.
    05  FILLER              PIC X(12) VALUE "KEY".
    05  FILLER              PIC X(12) VALUE "ENTRY DATE".
    05  FILLER              PIC X(5)  VALUE "SEQ".
    05  FILLER              PIC X(10) VALUE "PROGRAM".
    05  FILLER              PIC X(11) VALUE "RESULT".
    05  FILLER              PIC X(30) VALUE "REASON / NOTE".
01  WS-REG-DETAIL.
    05  D-KEY               PIC X(12).
    05  D-DATE              PIC X(12).
    05  D-SEQ               PIC X(5).
    05  D-PROGRAM           PIC X(10).
    05  D-RESULT            PIC X(11).
    05  D-REASON            PIC X(30).
01  WS-REG-ENTRY-DATE.
    05  ED-DATE             PIC 9999/99/99.
    05  FILLER              PIC XX VALUE SPACES.
01  WS-REG-ENTRY-SEQ.
    05  ES-SEQ              PIC ZZ9.
    05  FILLER              PIC XX VALUE SPACES.
01  WS-REG-COUNTS.
    05  C-LABEL             PIC X(30).
    05  C-COUNT             PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-LOAD-CARDS.
    PERFORM B-SCAN-JOURNAL.
    PERFORM A-OPEN-FILES.
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RV-CNT
        PERFORM C-REVERSE-ENTRY
    END-PERFORM.
    PERFORM D-WRITE-TOTALS.
    CLOSE NUMBER-MASTER.
    CLOSE REVERSAL-REG.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "REVERSED " WS-REVERSED-CNT " FORCED " WS-FORCED-CNT
        " REFUSED " WS-REFUSED-CNT DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN4501I" WS-MSG-TEXT.
    IF WS-REFUSED-CNT > 0
        MOVE SPACES TO WS-MSG-TEXT
        STRING WS-REFUSED-CNT " REVERSAL CARDS REFUSED -- SEE NMREVREG"
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN4502W" WS-MSG-TEXT
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
    STRING "NMREVERS RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "NMREVERS" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
    PERFORM A-CLAIM-MASTER-LOCK.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    PERFORM A-RELEASE-MASTER-LOCK.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "NMREVERS" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  A reversal rewrites the live master, so the program itself is
*>  governed; forcing past a later change is a separate function.
    CALL "AUTHCHK" USING "NMREVERS" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMREVERS" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-CLAIM-MASTER-LOCK.
*>  Exclusive use of the Number Master for the length of the run,
*>  claimed on the NMLOCKS register before the master is opened. A
*>  refusal means another of our own jobs holds it -- or died holding
*>  it -- and this run stops here without touching a record.
    CALL "NMLOCK" USING "C" "NMREVERS" WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.
    IF WS-MASTER-LOCK-REPLY NOT = "Y"
        MOVE "NUMMAST IN USE BY ANOTHER JOB - SEE NMLOCKS" TO WS-ERR-MSG
        MOVE 9002 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMREVERS" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-RELEASE-MASTER-LOCK.
*>  Normal end only -- an abend leaves the claim standing for NMUNLOCK.
    CALL "NMLOCK" USING "R" "NMREVERS" WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.

A-LOAD-CARDS.
*>  Card layout: columns 1-10 the key, 11-18 the run date the entry
*>  was journaled, 19-21 its sequence within that key and date
*>  (zero-filled, 001 for the first), 22 "F" to force past a later
*>  change. Cards beyond the table are counted and named on the
*>  console, never silently dropped.
    OPEN INPUT REVERSAL-TRANS.
    IF WS-TRANS-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "REVTRANS OPEN FAILED, STATUS " WS-TRANS-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 4501 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMREVERS" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE "N" TO WS-EOF-SW.
    PERFORM UNTIL WS-EOF
        READ REVERSAL-TRANS
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-CARD-CNT
                IF WS-RV-CNT < 200
                    PERFORM A-TABLE-CARD
                ELSE
                    ADD 1 TO WS-OVERFLOW-CNT
                    DISPLAY "NMREVERS: CARD NOT TAKEN, TABLE FULL -- "
                        RT-CARD-KEY " " RT-CARD-DATE " " RT-CARD-SEQ
                END-IF
        END-READ
    END-PERFORM.
    CLOSE REVERSAL-TRANS.

A-TABLE-CARD.
    ADD 1 TO WS-RV-CNT.
    MOVE RT-CARD-KEY TO WS-RV-KEY(WS-RV-CNT).
    MOVE RT-CARD-DATE TO WS-RV-DATE-X(WS-RV-CNT).
    MOVE RT-CARD-SEQ TO WS-RV-SEQ-X(WS-RV-CNT).
    MOVE RT-CARD-FORCE TO WS-RV-FORCE(WS-RV-CNT).
    MOVE 0 TO WS-RV-COUNT(WS-RV-CNT).
    MOVE "N" TO WS-RV-FOUND-SW(WS-RV-CNT).
    MOVE "N" TO WS-RV-LATER-SW(WS-RV-CNT).
    MOVE "N" TO WS-RV-DONE-SW(WS-RV-CNT).
    MOVE "N" TO WS-RV-NEWFMT-SW(WS-RV-CNT).

A-OPEN-FILES.
    OPEN I-O NUMBER-MASTER.
    IF WS-NM-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "NUMMAST OPEN FAILED, STATUS " WS-NM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 4502 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMREVERS" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT REVERSAL-REG.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE REGISTER-LINE FROM WS-REPORT-HEADER-1.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    WRITE REGISTER-LINE FROM WS-REG-COLHDR.

B-SCAN-JOURNAL.
*>  One pass of the whole journal. An entry's sequence is its
*>  ordinal among the key's entries on that run date, in the order
*>  they were written -- the same count NMJPRINT prints. Once a
*>  card's entry is found, any later entry for the key means the key
*>  has changed since; an entry whose reference names the card's
*>  entry means it has already been reversed.
    OPEN INPUT JOURNAL-IN.
    IF WS-JRNL-STATUS NOT = "00"
        DISPLAY "NMREVERS: NMJRNL NOT PRESENT -- NO ENTRY CAN BE FOUND"
    ELSE
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ JOURNAL-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM VARYING WS-R FROM 1 BY 1
                            UNTIL WS-R > WS-RV-CNT
                        IF JRNL-KEY = WS-RV-KEY(WS-R)
                            PERFORM B-MATCH-ENTRY
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE JOURNAL-IN
    END-IF.

B-MATCH-ENTRY.
    IF WS-RV-FOUND-SW(WS-R) = "Y"
        MOVE "Y" TO WS-RV-LATER-SW(WS-R)
        IF JRNL-REV-REF IS NUMERIC
            IF JRNL-REV-DATE = WS-RV-DATE(WS-R)
                    AND JRNL-REV-SEQ = WS-RV-SEQ(WS-R)
                MOVE "Y" TO WS-RV-DONE-SW(WS-R)
            END-IF
        END-IF
    ELSE
        IF JRNL-RUN-DATE = WS-RV-DATE-X(WS-R)
            ADD 1 TO WS-RV-COUNT(WS-R)
            IF WS-RV-COUNT(WS-R) = WS-RV-SEQ(WS-R)
                PERFORM B-CAPTURE-ENTRY
            END-IF
        END-IF
    END-IF.

B-CAPTURE-ENTRY.
    MOVE "Y" TO WS-RV-FOUND-SW(WS-R).
    MOVE JRNL-PROGRAM TO WS-RV-PROGRAM(WS-R).
    MOVE JRNL-BEF-AMOUNT TO WS-RV-BEF-AMOUNT(WS-R).
    MOVE JRNL-BEF-FLAG TO WS-RV-BEF-FLAG(WS-R).
    MOVE JRNL-AFT-AMOUNT TO WS-RV-AFT-AMOUNT(WS-R).
    MOVE JRNL-AFT-FLAG TO WS-RV-AFT-FLAG(WS-R).
    IF JRNL-REV-REF IS NUMERIC
        MOVE "Y" TO WS-RV-NEWFMT-SW(WS-R)
        MOVE JRNL-BEF-CURRENCY TO WS-RV-BEF-CUR(WS-R)
        MOVE JRNL-AFT-CURRENCY TO WS-RV-AFT-CUR(WS-R)
    ELSE
        MOVE SPACES TO WS-RV-BEF-CUR(WS-R)
        MOVE SPACES TO WS-RV-AFT-CUR(WS-R)
    END-IF.

C-REVERSE-ENTRY.
*>  Edits, then the changed-since test against both the journal and
*>  the master as it stands now: a key touched outside the journal
*>  is as changed as one touched inside it.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE SPACES TO WS-RESULT.
    MOVE "N" TO WS-CHANGED-SW.
    MOVE "N" TO WS-ON-MASTER-SW.
    IF WS-RV-KEY(WS-R) NOT = SPACES
        MOVE WS-RV-KEY(WS-R) TO NM-ID
        READ NUMBER-MASTER
            INVALID KEY
                MOVE "N" TO WS-ON-MASTER-SW
            NOT INVALID KEY
                MOVE "Y" TO WS-ON-MASTER-SW
        END-READ
    END-IF.
    EVALUATE TRUE
        WHEN WS-RV-KEY(WS-R) = SPACES
            MOVE "KEY NOT GIVEN" TO WS-REJECT-REASON
        WHEN WS-RV-DATE-X(WS-R) IS NOT NUMERIC
            MOVE "RUN DATE NOT NUMERIC" TO WS-REJECT-REASON
        WHEN WS-RV-SEQ-X(WS-R) IS NOT NUMERIC
            MOVE "SEQUENCE NOT NUMERIC" TO WS-REJECT-REASON
        WHEN WS-RV-SEQ(WS-R) = 0
            MOVE "SEQUENCE MUST BE 001 OR MORE" TO WS-REJECT-REASON
        WHEN WS-RV-FOUND-SW(WS-R) NOT = "Y"
            MOVE "NO SUCH JOURNAL ENTRY" TO WS-REJECT-REASON
        WHEN WS-RV-DONE-SW(WS-R) = "Y"
            MOVE "ENTRY ALREADY REVERSED" TO WS-REJECT-REASON
        WHEN OTHER
            PERFORM C-TEST-CHANGED-SINCE
    END-EVALUATE.
    IF WS-REJECT-REASON = SPACES AND WS-CHANGED-SINCE
        IF WS-RV-FORCE(WS-R) NOT = "F"
            MOVE "CHANGED SINCE -- FORCE NEEDED" TO WS-REJECT-REASON
        ELSE
            IF WS-AUTH-FORCE-REPLY = SPACE
                CALL "AUTHCHK" USING "NMREVERS" "F"
                    WS-AUTH-FORCE-REPLY
            END-IF
            IF WS-AUTH-FORCE-REPLY NOT = "Y"
                MOVE "NOT AUTHORIZED TO FORCE" TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF.
    IF WS-REJECT-REASON = SPACES
        PERFORM C-RESTORE-BEFORE-IMAGE
    END-IF.
    IF WS-REJECT-REASON = SPACES
        ADD 1 TO WS-REVERSED-CNT
        IF WS-CHANGED-SINCE
            ADD 1 TO WS-FORCED-CNT
            MOVE "FORCED PAST A LATER CHANGE" TO WS-REJECT-REASON
        ELSE
            IF WS-RV-NEWFMT-SW(WS-R) NOT = "Y"
                MOVE "CURRENCY NOT JOURNALED - KEPT"
                    TO WS-REJECT-REASON
            END-IF
        END-IF
    ELSE
        ADD 1 TO WS-REFUSED-CNT
        MOVE "REFUSED" TO WS-RESULT
    END-IF.
    PERFORM C-REGISTER-LINE.

C-TEST-CHANGED-SINCE.
    IF WS-RV-LATER-SW(WS-R) = "Y"
        MOVE "Y" TO WS-CHANGED-SW
    ELSE
        IF WS-RV-AFT-FLAG(WS-R) = SPACE
            IF WS-ON-MASTER
                MOVE "Y" TO WS-CHANGED-SW
            END-IF
        ELSE
            IF NOT WS-ON-MASTER
                MOVE "Y" TO WS-CHANGED-SW
            ELSE
                IF NM-AMOUNT NOT = WS-RV-AFT-AMOUNT(WS-R)
                        OR NM-STATUS-FLAG NOT = WS-RV-AFT-FLAG(WS-R)
                    MOVE "Y" TO WS-CHANGED-SW
                END-IF
            END-IF
        END-IF
    END-IF.

C-RESTORE-BEFORE-IMAGE.
*>  A blank before-flag with a zero before-amount is an add -- the
*>  NMRESTOR reading of the journal -- so undoing it deletes the key.
*>  Undoing a delete writes the key back; the journal carries no
*>  branch, so it comes back blank, as a replayed add does under
*>  NMRESTOR. Anything else rewrites the old picture in place. An
*>  entry from before currencies were journaled leaves the master's
*>  currency as it stands.
    IF WS-ON-MASTER
        MOVE NM-AMOUNT TO WS-JRNL-BEF-AMT
        MOVE NM-STATUS-FLAG TO WS-JRNL-BEF-FLG
        MOVE NM-CURRENCY TO WS-JRNL-BEF-CUR
    ELSE
        MOVE 0 TO WS-JRNL-BEF-AMT
        MOVE SPACE TO WS-JRNL-BEF-FLG
        MOVE SPACES TO WS-JRNL-BEF-CUR
    END-IF.
    IF WS-RV-BEF-FLAG(WS-R) = SPACE AND WS-RV-BEF-AMOUNT(WS-R) = 0
        IF WS-ON-MASTER
            PERFORM C-DELETE-KEY
        ELSE
            MOVE "KEY ALREADY OFF NUMMAST" TO WS-REJECT-REASON
        END-IF
    ELSE
        MOVE WS-RV-BEF-AMOUNT(WS-R) TO NM-AMOUNT
        MOVE WS-RV-BEF-FLAG(WS-R) TO NM-STATUS-FLAG
        MOVE WS-RUN-ID TO NM-LAST-ACT-DATE
        IF WS-RV-NEWFMT-SW(WS-R) = "Y"
            MOVE WS-RV-BEF-CUR(WS-R) TO NM-CURRENCY
        END-IF
        IF WS-ON-MASTER
            PERFORM C-REWRITE-KEY
        ELSE
            MOVE WS-RV-KEY(WS-R) TO NM-ID
            MOVE SPACES TO NM-BRANCH
            IF WS-RV-NEWFMT-SW(WS-R) NOT = "Y"
                MOVE SPACES TO NM-CURRENCY
            END-IF
            PERFORM C-WRITE-KEY
        END-IF
    END-IF.
    IF WS-REJECT-REASON = SPACES
        PERFORM C-JOURNAL-REVERSAL
    END-IF.

C-DELETE-KEY.
    MOVE 0 TO WS-JRNL-AFT-AMT.
    MOVE SPACE TO WS-JRNL-AFT-FLG.
    MOVE SPACES TO WS-JRNL-AFT-CUR.
    MOVE "DELETED" TO WS-RESULT.
    DELETE NUMBER-MASTER
        INVALID KEY
            MOVE "DELETE FAILED" TO WS-REJECT-REASON
    END-DELETE.

C-REWRITE-KEY.
    MOVE NM-AMOUNT TO WS-JRNL-AFT-AMT.
    MOVE NM-STATUS-FLAG TO WS-JRNL-AFT-FLG.
    MOVE NM-CURRENCY TO WS-JRNL-AFT-CUR.
    MOVE "RESTORED" TO WS-RESULT.
    REWRITE NM-RECORD
        INVALID KEY
            MOVE "REWRITE FAILED" TO WS-REJECT-REASON
    END-REWRITE.

C-WRITE-KEY.
    MOVE NM-AMOUNT TO WS-JRNL-AFT-AMT.
    MOVE NM-STATUS-FLAG TO WS-JRNL-AFT-FLG.
    MOVE NM-CURRENCY TO WS-JRNL-AFT-CUR.
    MOVE "REINSTATED" TO WS-RESULT.
    WRITE NM-RECORD
        INVALID KEY
            MOVE "WRITE FAILED" TO WS-REJECT-REASON
    END-WRITE.

C-JOURNAL-REVERSAL.
*>  The reference back -- run date and sequence of the entry undone
*>  -- is what lets NMJPRINT and DOSSIER pair the two.
    MOVE WS-RV-DATE(WS-R) TO WS-JRNL-REF(1:8).
    MOVE WS-RV-SEQ(WS-R) TO WS-JRNL-REF(9:3).
    CALL "NMJWRITE" USING "NMREVERS" WS-RV-KEY(WS-R)
        WS-JRNL-BEF-AMT WS-JRNL-BEF-FLG
        WS-JRNL-AFT-AMT WS-JRNL-AFT-FLG WS-RUN-ID
        WS-JRNL-BEF-CUR WS-JRNL-AFT-CUR WS-JRNL-REF.

C-REGISTER-LINE.
    MOVE WS-RV-KEY(WS-R) TO D-KEY.
    IF WS-RV-DATE-X(WS-R) IS NUMERIC
        MOVE WS-RV-DATE(WS-R) TO ED-DATE
        MOVE WS-REG-ENTRY-DATE TO D-DATE
    ELSE
        MOVE WS-RV-DATE-X(WS-R) TO D-DATE
    END-IF.
    IF WS-RV-SEQ-X(WS-R) IS NUMERIC
        MOVE WS-RV-SEQ(WS-R) TO ES-SEQ
        MOVE WS-REG-ENTRY-SEQ TO D-SEQ
    ELSE
        MOVE WS-RV-SEQ-X(WS-R) TO D-SEQ
    END-IF.
    IF WS-RV-FOUND-SW(WS-R) = "Y"
        MOVE WS-RV-PROGRAM(WS-R) TO D-PROGRAM
    ELSE
        MOVE SPACES TO D-PROGRAM
    END-IF.
    MOVE WS-RESULT TO D-RESULT.
    MOVE WS-REJECT-REASON TO D-REASON.
    WRITE REGISTER-LINE FROM WS-REG-DETAIL.

D-WRITE-TOTALS.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    MOVE "REVERSAL CARDS READ" TO C-LABEL.
    MOVE WS-CARD-CNT TO C-COUNT.
    WRITE REGISTER-LINE FROM WS-REG-COUNTS.
    MOVE "ENTRIES REVERSED" TO C-LABEL.
    MOVE WS-REVERSED-CNT TO C-COUNT.
    WRITE REGISTER-LINE FROM WS-REG-COUNTS.
    MOVE "  OF WHICH FORCED" TO C-LABEL.
    MOVE WS-FORCED-CNT TO C-COUNT.
    WRITE REGISTER-LINE FROM WS-REG-COUNTS.
    MOVE "CARDS REFUSED" TO C-LABEL.
    MOVE WS-REFUSED-CNT TO C-COUNT.
    WRITE REGISTER-LINE FROM WS-REG-COUNTS.
    IF WS-OVERFLOW-CNT > 0
        MOVE "CARDS NOT TAKEN -- TABLE FULL" TO C-LABEL
        MOVE WS-OVERFLOW-CNT TO C-COUNT
        WRITE REGISTER-LINE FROM WS-REG-COUNTS
        MOVE 4 TO WS-RUN-RC
    END-IF.
