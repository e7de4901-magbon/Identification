*> downstream programs never see bad input -- a non-numeric TRANS-X
*> no longer abends zadanie1's read loop -- and there is exactly one
*> place to look in the morning for everything the edits threw out.
*> The account keys on PAIRSIN, YESTRDAY and TODAYEXT are held to
*> the NM-ID check digit through the shared KEYCHK routine.
IDENTIFICATION DIVISION.
PROGRAM-ID. FRONTEDT.
ENVIRONMENT DIVISION.
*>  -- a drifted upstream clock must neither distort tonight's bands
*>  nor cost the reading. The QUARREL release step moves each held
*>  reading back into the raw feed on the morning its date arrives.
    SELECT QUARANTINE-FILE ASSIGN TO "TRANSQUA"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS QUAR-KEY
            88 WS-SENS-EOF          VALUE "Y".
        77 WS-SN            PIC 9(3).
        77 WS-SN-MATCH      PIC 9(3).
        77 WS-KEY-REPLY     PIC X.

*>  The registered-device roster, loaded once up front -- the same
*>  SENSMAST master the threshold classifier checks, so front door
        OPEN I-O QUARANTINE-FILE
    END-IF.
    IF WS-QUAR-STATUS NOT = "00"
        STRING "TRANSQUA OPEN FAILED, STATUS " WS-QUAR-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 2201 TO WS-ERR-RC
        CALL "ERRHAND" USING "FRONTEDT" WS-ERR-MSG "A" WS-ERR-RC

B-CHECK-PAIRS-REC.
*>  A blank account key can't be traced by the risk desk, the same
*>  bar the other keyed feeds already hold; a key failing its check
*>  digit (KCHK) is a mistyped account that would only surface later
*>  as an orphan.
    IF RI-KEY = SPACES
        MOVE "KBLK" TO REJ-REASON
        MOVE RI-REC TO REJ-IMAGE
        PERFORM B-WRITE-REJECT
    ELSE
        CALL "KEYCHK" USING "V" RI-KEY WS-KEY-REPLY
        MOVE RI-VAL1 TO WS-TEST-12-X
        IF WS-KEY-REPLY = "N"
            MOVE "KCHK" TO REJ-REASON
            MOVE RI-REC TO REJ-IMAGE
            PERFORM B-WRITE-REJECT
        ELSE
            IF WS-TEST-12-N IS NUMERIC
                MOVE RI-VAL2 TO WS-TEST-12-X
                IF WS-TEST-12-N IS NUMERIC
                    ADD 1 TO WS-CLEAN-CNT
                    MOVE RI-REC TO RC-REC
                    WRITE RC-REC
                ELSE
                    MOVE "NNUM" TO REJ-REASON
                    MOVE RI-REC TO REJ-IMAGE
                    PERFORM B-WRITE-REJECT
                END-IF
            ELSE
                MOVE "NNUM" TO REJ-REASON
                MOVE RI-REC TO REJ-IMAGE
                PERFORM B-WRITE-REJECT
            END-IF
        END-IF
    END-IF.

        MOVE YI-REC TO REJ-IMAGE
        PERFORM B-WRITE-REJECT
    ELSE
        CALL "KEYCHK" USING "V" YI-KEY WS-KEY-REPLY
        IF WS-KEY-REPLY = "N"
            MOVE "KCHK" TO REJ-REASON
            MOVE YI-REC TO REJ-IMAGE
            PERFORM B-WRITE-REJECT
        ELSE
            IF WS-TEST-12-N IS NUMERIC
                ADD 1 TO WS-CLEAN-CNT
                MOVE YI-REC TO YC-REC
                WRITE YC-REC
            ELSE
                MOVE "NNUM" TO REJ-REASON
                MOVE YI-REC TO REJ-IMAGE
                PERFORM B-WRITE-REJECT
            END-IF
        END-IF
    END-IF.

        MOVE DI-REC TO REJ-IMAGE
        PERFORM B-WRITE-REJECT
    ELSE
        CALL "KEYCHK" USING "V" DI-KEY WS-KEY-REPLY
        IF WS-KEY-REPLY = "N"
            MOVE "KCHK" TO REJ-REASON
            MOVE DI-REC TO REJ-IMAGE
            PERFORM B-WRITE-REJECT
        ELSE
            IF WS-TEST-12-N IS NUMERIC
                ADD 1 TO WS-CLEAN-CNT
                MOVE DI-REC TO DC-REC
                WRITE DC-REC
            ELSE
                MOVE "NNUM" TO REJ-REASON
                MOVE DI-REC TO REJ-IMAGE
                PERFORM B-WRITE-REJECT
            END-IF
        END-IF
    END-IF.

