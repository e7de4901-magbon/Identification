        77 WS-PASS-SW       PIC X.
            88 WS-REPAIR-PASSED     VALUE "Y".
        77 WS-FAIL-REASON   PIC X(4).
        77 WS-KEY-REPLY     PIC X.
        77 WS-SN            PIC 9(3).
        77 WS-SN-MATCH      PIC 9(3).
        77 WS-BV            PIC 9(2).
    END-EVALUATE.

C-CHECK-PAIRSIN.
*>  The account key is held to its check digit (KCHK) as it is at the
*>  front door.
    MOVE "Y" TO WS-KEY-REPLY.
    IF WV-RI-KEY NOT = SPACES
        CALL "KEYCHK" USING "V" WV-RI-KEY WS-KEY-REPLY
    END-IF.
    EVALUATE TRUE
        WHEN WV-RI-KEY = SPACES
            MOVE "KBLK" TO WS-FAIL-REASON
        WHEN WS-KEY-REPLY = "N"
            MOVE "KCHK" TO WS-FAIL-REASON
        WHEN OTHER
            MOVE WV-RI-VAL1 TO WS-TEST-12-X
            IF WS-TEST-12-N IS NUMERIC
                MOVE WV-RI-VAL2 TO WS-TEST-12-X
                IF WS-TEST-12-N IS NUMERIC
                    SET WS-REPAIR-PASSED TO TRUE
                ELSE
                    MOVE "NNUM" TO WS-FAIL-REASON
                END-IF
            ELSE
                MOVE "NNUM" TO WS-FAIL-REASON
            END-IF
    END-EVALUATE.

C-CHECK-KEYED.
*>  YESTRDAY and TODAYEXT carry account keys and are held to the
*>  check digit; MULTCHK's group keys are not account keys.
    MOVE WV-KY-VAL TO WS-TEST-12-X.
    MOVE "Y" TO WS-KEY-REPLY.
    IF WV-KY-KEY NOT = SPACES AND FIX-FEED NOT = "MULTCHK"
        CALL "KEYCHK" USING "V" WV-KY-KEY WS-KEY-REPLY
    END-IF.
    EVALUATE TRUE
        WHEN WV-KY-KEY = SPACES
            MOVE "KBLK" TO WS-FAIL-REASON
        WHEN WS-KEY-REPLY = "N"
            MOVE "KCHK" TO WS-FAIL-REASON
        WHEN WS-TEST-12-N IS NOT NUMERIC
            MOVE "NNUM" TO WS-FAIL-REASON
        WHEN OTHER
