*> flag, new amount and flag, changing program, run date) to the
*> NMJRNL file, so "what changed on this key and when" is finally a
*> question the journal print (NMJPRINT) can answer instead of a
*> shrug in front of audit. The currency either side of the change
*> goes on too, and a reversal (NMREVERS) names the entry it undoes,
*> so the correction is tied to the mistake on the journal itself.
*> Every entry is stamped with its place in the journal and a chain
*> value (NMJCHAIN) folded from the entry before it, and the last of
*> each is kept on the one-record NMJCTL control file, so NMJVERFY
*> can prove the journal is whole -- nothing removed, inserted,
*> reordered or edited, and nothing cut from the end.
IDENTIFICATION DIVISION.
PROGRAM-ID. NMJWRITE.
ENVIRONMENT DIVISION.
    SELECT JOURNAL-OUT ASSIGN TO "NMJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
*>  The same journal, read only when the control record has gone
*>  missing, to pick the chain up from its last stamped entry.
    SELECT JOURNAL-IN ASSIGN TO "NMJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JIN-STATUS.
    SELECT JOURNAL-CONTROL ASSIGN TO "NMJCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD  JOURNAL-OUT
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
*>  value. Entries journaled before these were added read back
*>  blank here.
    05  JRNL-SEP10          PIC X.
    05  JRNL-SEQ-NO         PIC 9(9).
    05  JRNL-SEP11          PIC X.
    05  JRNL-CHAIN          PIC 9(9).
    05  FILLER              PIC X(2).
FD  JOURNAL-IN
    RECORDING MODE IS F.
01  JIN-REC.
    05  FILLER              PIC X(79).
    05  JIN-SEQ-NO          PIC 9(9).
    05  FILLER              PIC X.
    05  JIN-CHAIN           PIC 9(9).
    05  FILLER              PIC X(2).
FD  JOURNAL-CONTROL
    RECORDING MODE IS F.
01  JCTL-REC.
    05  JCTL-LAST-SEQ       PIC 9(9).
    05  JCTL-SEP1           PIC X.
    05  JCTL-LAST-CHAIN     PIC 9(9).
    WORKING-STORAGE SECTION.
        77 WS-JRNL-STATUS   PIC XX.
        77 WS-JIN-STATUS    PIC XX.
        77 WS-JCTL-STATUS   PIC XX.
        77 WS-EOF-SW        PIC X.
            88 WS-EOF               VALUE "Y".
        77 WS-LAST-SEQ      PIC 9(9).
        77 WS-LAST-CHAIN    PIC 9(9).
LINKAGE SECTION.
01  LK-PROGRAM-ID           PIC X(8).
01  LK-KEY                  PIC X(10).
01  LK-AFT-AMOUNT           PIC S9(10)V99.
01  LK-AFT-FLAG             PIC X.
01  LK-RUN-DATE             PIC 9(8).
01  LK-BEF-CURRENCY         PIC X(3).
01  LK-AFT-CURRENCY         PIC X(3).
*>  Zero for an ordinary change.
01  LK-REV-REF.
    05  LK-REV-DATE         PIC 9(8).
    05  LK-REV-SEQ          PIC 9(3).
PROCEDURE DIVISION USING LK-PROGRAM-ID LK-KEY LK-BEF-AMOUNT
        LK-BEF-FLAG LK-AFT-AMOUNT LK-AFT-FLAG LK-RUN-DATE
        LK-BEF-CURRENCY LK-AFT-CURRENCY LK-REV-REF.
*>  The journal accumulates across runs, so each CALL appends --
*>  OPEN EXTEND with the OPEN OUTPUT fallback the very first time
*>  there is no journal yet, the RUNLOG precedent. Opened and closed
*>  blanks are journaled as given; amounts that arrive non-numeric
*>  (an add's "before", a delete's "after") are journaled as zero so
*>  the record always passes a LINE SEQUENTIAL write.
    PERFORM A-LOAD-CONTROL.
    OPEN EXTEND JOURNAL-OUT.
    IF WS-JRNL-STATUS NOT = "00"
        OPEN OUTPUT JOURNAL-OUT
        MOVE LK-PROGRAM-ID TO JRNL-PROGRAM
        MOVE SPACE TO JRNL-SEP6
        MOVE LK-RUN-DATE TO JRNL-RUN-DATE
        MOVE SPACE TO JRNL-SEP7
        MOVE LK-BEF-CURRENCY TO JRNL-BEF-CURRENCY
        MOVE SPACE TO JRNL-SEP8
        MOVE LK-AFT-CURRENCY TO JRNL-AFT-CURRENCY
        MOVE SPACE TO JRNL-SEP9
        IF LK-REV-REF IS NUMERIC
            MOVE LK-REV-REF TO JRNL-REV-REF
        ELSE
            MOVE 0 TO JRNL-REV-DATE
            MOVE 0 TO JRNL-REV-SEQ
        END-IF
        MOVE SPACE TO JRNL-SEP10
        COMPUTE JRNL-SEQ-NO = WS-LAST-SEQ + 1
        MOVE SPACE TO JRNL-SEP11
        CALL "NMJCHAIN" USING JRNL-REC(1:89) WS-LAST-CHAIN
            JRNL-CHAIN
        MOVE SPACES TO JRNL-REC(99:2)
        WRITE JRNL-REC
        CLOSE JOURNAL-OUT
        IF WS-JRNL-STATUS = "00"
            PERFORM A-SAVE-CONTROL
        END-IF
    ELSE
        DISPLAY "*ERROR* NMJWRITE COULD NOT APPEND TO NMJRNL, STATUS "
            WS-JRNL-STATUS
    END-IF.
    GOBACK.

A-LOAD-CONTROL.
*>  The control record carries the last sequence and chain value
*>  issued. If it is missing (never written, or lost) the chain is
*>  picked up from the journal's own last stamped entry, so a lost
*>  control file never restarts the numbering; a journal with no
*>  stamped entry at all starts the chain at sequence 1.
    MOVE 0 TO WS-LAST-SEQ.
    MOVE 0 TO WS-LAST-CHAIN.
    MOVE SPACES TO JCTL-REC.
    OPEN INPUT JOURNAL-CONTROL.
    IF WS-JCTL-STATUS = "00"
        READ JOURNAL-CONTROL
            AT END
                MOVE SPACES TO JCTL-REC
        END-READ
        CLOSE JOURNAL-CONTROL
    END-IF.
    IF JCTL-LAST-SEQ IS NUMERIC AND JCTL-LAST-CHAIN IS NUMERIC
        MOVE JCTL-LAST-SEQ TO WS-LAST-SEQ
        MOVE JCTL-LAST-CHAIN TO WS-LAST-CHAIN
    ELSE
        PERFORM A-RECOVER-CONTROL
    END-IF.

A-RECOVER-CONTROL.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT JOURNAL-IN.
    IF WS-JIN-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ JOURNAL-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF JIN-SEQ-NO IS NUMERIC
                            AND JIN-CHAIN IS NUMERIC
                        MOVE JIN-SEQ-NO TO WS-LAST-SEQ
                        MOVE JIN-CHAIN TO WS-LAST-CHAIN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOURNAL-IN
    END-IF.
    DISPLAY "NMJWRITE: NMJCTL MISSING -- CHAIN RESUMED AT SEQUENCE "
        WS-LAST-SEQ.

A-SAVE-CONTROL.
*>  Written after the entry is safely on the journal: an interruption
*>  between the two leaves the control record one behind, which
*>  NMJVERFY reports rather than hides.
    OPEN OUTPUT JOURNAL-CONTROL.
    IF WS-JCTL-STATUS = "00"
        MOVE JRNL-SEQ-NO TO JCTL-LAST-SEQ
        MOVE SPACE TO JCTL-SEP1
        MOVE JRNL-CHAIN TO JCTL-LAST-CHAIN
        WRITE JCTL-REC
        CLOSE JOURNAL-CONTROL
    ELSE
        DISPLAY "*ERROR* NMJWRITE COULD NOT UPDATE NMJCTL, STATUS "
            WS-JCTL-STATUS
    END-IF.
