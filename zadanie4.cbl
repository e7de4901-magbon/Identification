        77 WS-PARM-CARD      PIC X(80).
        77 WS-PARM-FOUND-SW  PIC X.
            88 WS-PARM-FOUND         VALUE "Y".
        77 WS-CONT-FILE      PIC X(8) VALUE "CONTFLAG".
        77 WS-CONT-SW        PIC X VALUE "N".
            88 WS-CONT-BROKEN        VALUE "Y".
        77 WS-RUN-ID         PIC 9(8).
        77 WS-RUN-TIME       PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-TOLERANCE.
    PERFORM A-READ-CONTINUITY.
    PERFORM A-OPEN-FILES.
    PERFORM A-READ-CHECKPOINT.
*>  The sort runs on a restart too: a full-job rerun has just had
    DISPLAY "KEYS DROPPED      : " WS-DROPPED-CNT.
    DISPLAY "KEYS NEW TODAY    : " WS-NEWKEY-CNT.
    DISPLAY "DUPLICATE KEYS    : " WS-DUPKEY-CNT.
    IF WS-CONT-BROKEN
        DISPLAY "CONTINUITY        : BROKEN -- RESULTS SUSPECT"
    END-IF.
    IF WS-SRC-PRESENT
        DISPLAY "3-WAY ALL AGREE   : " WS-TRI-AGREE-CNT
        DISPLAY "3-WAY TWO AGREE   : " WS-TRI-TWO-CNT
        MOVE HIGH-VALUES TO SRC-KEY
    END-IF.

A-READ-CONTINUITY.
*>  CONTCHK, the step ahead of this one, leaves its verdict on
*>  whether YESTRDAY is really last night's TODAYEXT. A broken link
*>  only reaches here when CONTCHK was told to let the match run
*>  flagged; the run is then marked suspect on the console and in
*>  its RUNLOG return code. A card from some other date is stale and
*>  ignored, as is no card at all.
    CALL "PARMCARD" USING WS-CONT-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:8) = WS-RUN-ID AND WS-PARM-CARD(9:1) = "Y"
            SET WS-CONT-BROKEN TO TRUE
            MOVE 4 TO WS-RUN-RC
            MOVE "YESTRDAY NOT CONTINUOUS WITH LAST TODAYEXT -- FLAGGED"
                TO WS-MSG-TEXT
            CALL "MSGWRITE" USING "IDN4106W" WS-MSG-TEXT
        END-IF
    END-IF.

A-READ-TOLERANCE.
*>  Optional card: columns 1-10 the materiality tolerance. A
*>  difference whose magnitude is at or below it is counted and
