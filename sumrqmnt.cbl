*> Standing summation request maintenance. The planners' SUMPARM
*> deck used to be retyped by the operators whenever somebody wanted
*> a range computed, and nobody could say afterwards who had asked
*> for which result line. Standing requests now live on the keyed
*> SUMREQM master -- each with its requester, its frequency (the
*> DRIVER roster's D/W/F/L rules), its range and operation and an
*> expiry date -- and SUMGEN builds each night's SUMPARM from the
*> ones due. This step applies add, change and delete cards against
*> the master; a change card replaces only the fields it fills in.
*> Every card prints on the maintenance register with its
*> disposition.
IDENTIFICATION DIVISION.
PROGRAM-ID. SUMRQMNT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REQUEST-TRANS ASSIGN TO "SUMRQTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
*>  Created on first use, the control-file precedent.
    SELECT REQUEST-MASTER ASSIGN TO "SUMREQM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SR-ID
        FILE STATUS IS WS-SR-STATUS.
    SELECT REGISTER-OUT ASSIGN TO "SUMRQREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  REQUEST-TRANS
    RECORDING MODE IS F.
01  RT-REC.
    05  RT-ACTION           PIC X.
        88  RT-ADD                  VALUE "A".
        88  RT-CHANGE               VALUE "C".
        88  RT-DELETE               VALUE "D".
    05  RT-ID               PIC X(8).
    05  RT-REQUESTER        PIC X(8).
    05  RT-FREQ             PIC X.
    05  RT-DAYS             PIC X(7).
    05  RT-START            PIC X(2).
    05  RT-LIMIT            PIC X(3).
    05  RT-OP               PIC X.
    05  RT-EXPIRY           PIC X(8).
    05  RT-DESC             PIC X(30).
FD  REQUEST-MASTER.
01  SR-REC.
    05  SR-ID               PIC X(8).
    05  SR-REQUESTER        PIC X(8).
*>  D daily (or blank), W on the days flagged in SR-DAYS (Monday
*>  first), F first business day of the month, L last business day.
    05  SR-FREQ             PIC X.
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
FD  REGISTER-OUT
    RECORDING MODE IS F.
01  REGISTER-LINE           PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-TRANS-STATUS  PIC XX.
        77 WS-SR-STATUS     PIC XX.
        77 WS-REG-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-TRANS-OPEN-SW PIC X VALUE "N".
            88 WS-TRANS-OPEN        VALUE "Y".
        77 WS-FOUND-SW      PIC X.
            88 WS-FOUND             VALUE "Y".
        77 WS-APPLIED-CNT   PIC 9(6) VALUE 0.
        77 WS-REJECTED-CNT  PIC 9(6) VALUE 0.
        77 WS-REJECT-REASON PIC X(28).
        77 WS-R             PIC 9.
        77 WS-A             PIC 9.
        77 WS-Y-CNT         PIC 9.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

*>  Per-function authority, asked of AUTHCHK once per run on first
*>  use and kept -- the SENSMNT cached-reply precedent. One reply
*>  byte per action, in the order A, C, D.
01  WS-AUTH-CACHE.
    05  WS-AUTH-FN-REPLY    PIC X OCCURS 3 TIMES VALUE SPACE.
01  WS-ACTION-CODES         PIC X(3) VALUE "ACD".
01  WS-ACTION-TBL REDEFINES WS-ACTION-CODES.
    05  WS-ACTION-CODE      PIC X OCCURS 3 TIMES.

*>  The record as it will stand once the card is applied -- the
*>  stored one with the card's filled-in fields laid over it, so an
*>  add and a change go through the same edits.
01  WS-NEW-REC.
    05  WN-ID               PIC X(8).
    05  WN-REQUESTER        PIC X(8).
    05  WN-FREQ             PIC X.
        88  WN-FREQ-DAILY           VALUE "D" " ".
        88  WN-FREQ-WEEKDAYS        VALUE "W".
        88  WN-FREQ-FIRST-BD        VALUE "F".
        88  WN-FREQ-LAST-BD         VALUE "L".
    05  WN-DAYS             PIC X(7).
    05  WN-START            PIC X(2).
    05  WN-START-N REDEFINES WN-START PIC 9(2).
    05  WN-LIMIT            PIC X(3).
    05  WN-LIMIT-N REDEFINES WN-LIMIT PIC 9(3).
    05  WN-OP               PIC X.
        88  WN-OP-VALID             VALUE "S" "Q" "C" "P".
    05  WN-EXPIRY           PIC X(8).
    05  WN-STATUS           PIC X.
    05  WN-LAST-GEN         PIC 9(8).
    05  WN-DESC             PIC X(30).

01  WS-REG-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "SUMMATION REQUEST MAINTENANCE".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REG-COLHDR.
    05  FILLER              PIC X(10) VALUE "REQUEST".
    05  FILLER              PIC X(8)  VALUE "ACTION".
    05  FILLER              PIC X(10) VALUE "REQUESTER".
    05  FILLER              PIC X(10) VALUE "RESULT".
    05  FILLER              PIC X(42) VALUE "DETAIL / REASON".
01  WS-REG-DETAIL.
    05  R-ID                PIC X(10).
    05  R-ACTION            PIC X(8).
    05  R-REQUESTER         PIC X(10).
    05  R-RESULT            PIC X(10).
    05  R-DETAIL            PIC X(42).
01  WS-REG-SETTINGS.
    05  FILLER              PIC X(5)  VALUE "FREQ ".
    05  S-FREQ              PIC X(2).
    05  S-DAYS              PIC X(8).
    05  FILLER              PIC X(6)  VALUE "RANGE ".
    05  S-START             PIC Z9.
    05  FILLER              PIC X(4)  VALUE " TO ".
    05  S-LIMIT             PIC ZZ9.
    05  FILLER              PIC X(4)  VALUE " OP ".
    05  S-OP                PIC X(2).
    05  FILLER              PIC X(4)  VALUE "EXP ".
    05  S-EXPIRY            PIC X(8).
01  WS-REG-TOTALS.
    05  FILLER              PIC X(30) VALUE
        "APPLIED / REJECTED".
    05  T-APPLIED           PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-REJECTED          PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-OPEN-FILES.
    IF WS-TRANS-OPEN
        PERFORM UNTIL WS-EOF
            READ REQUEST-TRANS
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-APPLY-TRANS
            END-READ
        END-PERFORM
        CLOSE REQUEST-TRANS
    END-IF.
    PERFORM C-WRITE-REG-TOTALS.
    CLOSE REGISTER-OUT.
    CLOSE REQUEST-MASTER.
    DISPLAY "REQUEST CARDS APPLIED : " WS-APPLIED-CNT.
    DISPLAY "REQUEST CARDS REJECTED: " WS-REJECTED-CNT.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "REQUEST CARDS APPLIED " WS-APPLIED-CNT
        " REJECTED " WS-REJECTED-CNT
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN8501I" WS-MSG-TEXT.
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
    STRING "SUMRQMNT RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "SUMRQMNT" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "SUMRQMNT" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "SUMRQMNT" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "SUMRQMNT" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-OPEN-FILES.
*>  No card file is an empty register -- the QUARREL
*>  tolerate-missing-file precedent.
    OPEN INPUT REQUEST-TRANS.
    IF WS-TRANS-STATUS = "00"
        SET WS-TRANS-OPEN TO TRUE
    ELSE
        DISPLAY "SUMRQMNT: SUMRQTR NOT PRESENT -- NOTHING TO APPLY"
    END-IF.
    OPEN I-O REQUEST-MASTER.
    IF WS-SR-STATUS = "35"
        OPEN OUTPUT REQUEST-MASTER
        CLOSE REQUEST-MASTER
        OPEN I-O REQUEST-MASTER
    END-IF.
    IF WS-SR-STATUS NOT = "00"
        STRING "SUMREQM OPEN FAILED, STATUS " WS-SR-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 8501 TO WS-ERR-RC
        CALL "ERRHAND" USING "SUMRQMNT" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT REGISTER-OUT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE REGISTER-LINE FROM WS-REG-HEADER-1.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    WRITE REGISTER-LINE FROM WS-REG-COLHDR.

B-APPLY-TRANS.
*>  Every card gets exactly one register line -- applied or
*>  rejected with a reason -- the SENSMNT register convention.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE 0 TO WS-A.
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 3
        IF RT-ACTION = WS-ACTION-CODE(WS-R)
            MOVE WS-R TO WS-A
        END-IF
    END-PERFORM.
    IF WS-A > 0
        IF WS-AUTH-FN-REPLY(WS-A) = SPACE
            CALL "AUTHCHK" USING "SUMRQMNT" RT-ACTION
                WS-AUTH-FN-REPLY(WS-A)
        END-IF
    END-IF.
    EVALUATE TRUE
        WHEN WS-A = 0
            MOVE "ACTION NOT A, C OR D" TO WS-REJECT-REASON
        WHEN WS-AUTH-FN-REPLY(WS-A) NOT = "Y"
            MOVE "USER NOT AUTHORIZED" TO WS-REJECT-REASON
        WHEN RT-ID = SPACES
            MOVE "REQUEST ID NOT GIVEN" TO WS-REJECT-REASON
        WHEN OTHER
            PERFORM B-EDIT-CARD
    END-EVALUATE.
    IF WS-REJECT-REASON = SPACES
        PERFORM B-APPLY-CARD
        PERFORM B-REGISTER-APPLIED
    ELSE
        PERFORM B-REGISTER-REJECT
    END-IF.

B-EDIT-CARD.
*>  An add wants a new id, a change or delete an existing one. The
*>  settings are edited as they will stand after the card, so a
*>  change that only moves the expiry still has to leave a request
*>  SUMGEN can generate from.
    MOVE RT-ID TO SR-ID.
    MOVE "Y" TO WS-FOUND-SW.
    READ REQUEST-MASTER
        INVALID KEY
            MOVE "N" TO WS-FOUND-SW
    END-READ.
    EVALUATE TRUE
        WHEN RT-ADD AND WS-FOUND
            MOVE "REQUEST ALREADY ON FILE" TO WS-REJECT-REASON
        WHEN NOT RT-ADD AND NOT WS-FOUND
            MOVE "NO REQUEST ON FILE" TO WS-REJECT-REASON
        WHEN RT-DELETE
            CONTINUE
        WHEN OTHER
            PERFORM B-BUILD-NEW-REC
            PERFORM B-EDIT-SETTINGS
    END-EVALUATE.

B-BUILD-NEW-REC.
*>  A blank expiry on an add means open-ended.
    IF RT-ADD
        MOVE SPACES TO WS-NEW-REC
        MOVE RT-ID TO WN-ID
        MOVE 0 TO WN-LAST-GEN
        MOVE "99999999" TO WN-EXPIRY
    ELSE
        MOVE SR-REC TO WS-NEW-REC
    END-IF.
    IF RT-REQUESTER NOT = SPACES
        MOVE RT-REQUESTER TO WN-REQUESTER
    END-IF.
    IF RT-FREQ NOT = SPACE
        MOVE RT-FREQ TO WN-FREQ
    END-IF.
    IF RT-DAYS NOT = SPACES
        MOVE RT-DAYS TO WN-DAYS
    END-IF.
    IF RT-START NOT = SPACES
        MOVE RT-START TO WN-START
    END-IF.
    IF RT-LIMIT NOT = SPACES
        MOVE RT-LIMIT TO WN-LIMIT
    END-IF.
    IF RT-OP NOT = SPACE
        MOVE RT-OP TO WN-OP
    END-IF.
    IF WN-OP = SPACE
        MOVE "S" TO WN-OP
    END-IF.
    IF RT-EXPIRY NOT = SPACES
        MOVE RT-EXPIRY TO WN-EXPIRY
    END-IF.
    IF RT-DESC NOT = SPACES
        MOVE RT-DESC TO WN-DESC
    END-IF.

B-EDIT-SETTINGS.
*>  The range edits are ZADANIE6's own: a card whose columns 1-5
*>  are not all digits is passed over there without a word, so it is
*>  refused here instead. A weekly request must name at least one
*>  day.
    MOVE 0 TO WS-Y-CNT.
    INSPECT WN-DAYS TALLYING WS-Y-CNT FOR ALL "Y".
    EVALUATE TRUE
        WHEN WN-REQUESTER = SPACES
            MOVE "REQUESTER NOT GIVEN" TO WS-REJECT-REASON
        WHEN NOT WN-FREQ-DAILY AND NOT WN-FREQ-WEEKDAYS
                AND NOT WN-FREQ-FIRST-BD AND NOT WN-FREQ-LAST-BD
            MOVE "FREQUENCY NOT D, W, F OR L" TO WS-REJECT-REASON
        WHEN WN-FREQ-WEEKDAYS AND WS-Y-CNT = 0
            MOVE "WEEKLY REQUEST NAMES NO DAY" TO WS-REJECT-REASON
        WHEN WN-START NOT NUMERIC
            MOVE "START NOT NUMERIC" TO WS-REJECT-REASON
        WHEN WN-LIMIT NOT NUMERIC
            MOVE "LIMIT NOT NUMERIC" TO WS-REJECT-REASON
        WHEN WN-START-N > WN-LIMIT-N
            MOVE "START ABOVE LIMIT" TO WS-REJECT-REASON
        WHEN NOT WN-OP-VALID
            MOVE "OPERATION NOT S, Q, C OR P" TO WS-REJECT-REASON
        WHEN WN-EXPIRY NOT NUMERIC
            MOVE "EXPIRY DATE NOT NUMERIC" TO WS-REJECT-REASON
        WHEN WN-EXPIRY < WS-RUN-ID
            MOVE "EXPIRY DATE ALREADY PAST" TO WS-REJECT-REASON
    END-EVALUATE.

B-APPLY-CARD.
*>  A change that leaves an expired request with a live expiry date
*>  puts it back into service.
    EVALUATE TRUE
        WHEN RT-DELETE
            DELETE REQUEST-MASTER
                INVALID KEY
                    PERFORM B-MASTER-UPDATE-FAILED
            END-DELETE
        WHEN RT-ADD
            MOVE "A" TO WN-STATUS
            MOVE WS-NEW-REC TO SR-REC
            WRITE SR-REC
                INVALID KEY
                    PERFORM B-MASTER-UPDATE-FAILED
            END-WRITE
        WHEN OTHER
            MOVE "A" TO WN-STATUS
            MOVE WS-NEW-REC TO SR-REC
            REWRITE SR-REC
                INVALID KEY
                    PERFORM B-MASTER-UPDATE-FAILED
            END-REWRITE
    END-EVALUATE.

B-MASTER-UPDATE-FAILED.
    STRING "SUMREQM UPDATE FAILED FOR " RT-ID
        DELIMITED BY SIZE INTO WS-ERR-MSG.
    MOVE 8502 TO WS-ERR-RC.
    CALL "ERRHAND" USING "SUMRQMNT" WS-ERR-MSG "A" WS-ERR-RC.

B-REGISTER-APPLIED.
    ADD 1 TO WS-APPLIED-CNT.
    PERFORM B-REGISTER-CARD.
    MOVE "APPLIED" TO R-RESULT.
    MOVE SR-REQUESTER TO R-REQUESTER.
    IF RT-DELETE
        MOVE "REQUEST REMOVED" TO R-DETAIL
    ELSE
        MOVE SR-DESC TO R-DETAIL
    END-IF.
    WRITE REGISTER-LINE FROM WS-REG-DETAIL.
    IF NOT RT-DELETE
        MOVE SR-FREQ TO S-FREQ
        IF SR-FREQ = SPACE
            MOVE "D" TO S-FREQ
        END-IF
        MOVE SPACES TO S-DAYS
        IF SR-FREQ = "W"
            MOVE SR-DAYS TO S-DAYS
        END-IF
        MOVE SR-START TO S-START
        MOVE SR-LIMIT TO S-LIMIT
        MOVE SR-OP TO S-OP
        MOVE SR-EXPIRY TO S-EXPIRY
        MOVE SPACES TO REGISTER-LINE
        MOVE WS-REG-SETTINGS TO REGISTER-LINE(11:)
        WRITE REGISTER-LINE
    END-IF.

B-REGISTER-REJECT.
    ADD 1 TO WS-REJECTED-CNT.
    PERFORM B-REGISTER-CARD.
    MOVE "REJECTED" TO R-RESULT.
    MOVE WS-REJECT-REASON TO R-DETAIL.
    WRITE REGISTER-LINE FROM WS-REG-DETAIL.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "REQUEST CARD " RT-ACTION " " RT-ID
        " REJECTED: " WS-REJECT-REASON
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN8502W" WS-MSG-TEXT.

B-REGISTER-CARD.
    MOVE RT-ID TO R-ID.
    EVALUATE TRUE
        WHEN RT-ADD
            MOVE "ADD" TO R-ACTION
        WHEN RT-CHANGE
            MOVE "CHANGE" TO R-ACTION
        WHEN RT-DELETE
            MOVE "DELETE" TO R-ACTION
        WHEN OTHER
            MOVE RT-ACTION TO R-ACTION
    END-EVALUATE.
    MOVE RT-REQUESTER TO R-REQUESTER.

C-WRITE-REG-TOTALS.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    MOVE WS-APPLIED-CNT TO T-APPLIED.
    MOVE WS-REJECTED-CNT TO T-REJECTED.
    WRITE REGISTER-LINE FROM WS-REG-TOTALS.
