*> Shared period-close lock test. Once the month-end reports have
*> gone out, PERCLOSE stamps the closed period on the one-card
*> PERCTL control file, and from then on a maintenance run whose
*> business date falls in that period -- or any earlier one -- must
*> not touch the Number Master: its transactions are routed to the
*> prior-period adjustment file for PPADJUST to apply under its own
*> authority. Function "T" answers "is this date in a closed
*> period"; function "Q" hands back the control card itself for the
*> programs that display the close status (INQUIRY, HANDOVER). With
*> no control card nothing has ever been closed -- the stand-up
*> convention -- and every date is open.
IDENTIFICATION DIVISION.
PROGRAM-ID. PERLOCK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PERIOD-CONTROL ASSIGN TO "PERCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PC-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PERIOD-CONTROL
    RECORDING MODE IS F.
01  PERIOD-CONTROL-CARD     PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-PC-STATUS     PIC XX.
        77 WS-DATE-MONTH    PIC 9(6).
LINKAGE SECTION.
01  LK-FUNCTION             PIC X.
    88  LK-FUNC-TEST                VALUE "T".
    88  LK-FUNC-QUERY               VALUE "Q".
01  LK-DATE-IN              PIC 9(8).
01  LK-REPLY                PIC X.
*>  The PERCTL card, laid out exactly as PERCLOSE and PPADJUST
*>  write it.
01  LK-CONTROL.
    05  LK-PC-PERIOD        PIC 9(6).
    05  LK-PC-SEP1          PIC X.
    05  LK-PC-STATE         PIC X.
        88  LK-PC-CLOSED            VALUE "C".
        88  LK-PC-REOPENED          VALUE "R".
    05  LK-PC-SEP2          PIC X.
    05  LK-PC-CLOSE-DATE    PIC 9(8).
    05  LK-PC-SEP3          PIC X.
    05  LK-PC-CLOSE-USER    PIC X(8).
    05  LK-PC-SEP4          PIC X.
    05  LK-PC-ADJ-DATE      PIC 9(8).
    05  LK-PC-SEP5          PIC X.
    05  LK-PC-ADJ-USER      PIC X(8).
    05  LK-PC-SEP6          PIC X.
    05  LK-PC-ADJ-CNT       PIC 9(5).
    05  FILLER              PIC X(30).
PROCEDURE DIVISION USING LK-FUNCTION LK-DATE-IN LK-REPLY LK-CONTROL.
*>  The reply is "Y" when a period is on record as closed -- for "T"
*>  only when the date given falls in it or before it. A period
*>  part-way through a PPADJUST run (state "R") still counts as
*>  closed: only the adjustment run itself may move its figures.
    MOVE "N" TO LK-REPLY.
    PERFORM A-READ-CONTROL.
    IF LK-PC-PERIOD NOT = 0
            AND (LK-PC-CLOSED OR LK-PC-REOPENED)
        IF LK-FUNC-TEST
            MOVE LK-DATE-IN(1:6) TO WS-DATE-MONTH
            IF WS-DATE-MONTH NOT > LK-PC-PERIOD
                MOVE "Y" TO LK-REPLY
            END-IF
        ELSE
            MOVE "Y" TO LK-REPLY
        END-IF
    END-IF.
    GOBACK.

A-READ-CONTROL.
*>  Read fresh on every call rather than kept for the run unit -- the
*>  card is one record, and a close or adjustment run earlier in the
*>  same run unit must be seen at once.
    MOVE SPACES TO LK-CONTROL.
    MOVE 0 TO LK-PC-PERIOD.
    MOVE 0 TO LK-PC-CLOSE-DATE.
    MOVE 0 TO LK-PC-ADJ-DATE.
    MOVE 0 TO LK-PC-ADJ-CNT.
    OPEN INPUT PERIOD-CONTROL.
    IF WS-PC-STATUS = "00"
        READ PERIOD-CONTROL
            AT END
                CONTINUE
            NOT AT END
                IF PERIOD-CONTROL-CARD(1:6) IS NUMERIC
                    MOVE PERIOD-CONTROL-CARD TO LK-CONTROL
                END-IF
        END-READ
        CLOSE PERIOD-CONTROL
    END-IF.
