*> Content-hash routine for the parameter files under change
*> control, CALLed once per line by PRMWATCH, which prints and
*> matches the hash, and by RATELOAD, which records the approval of
*> a validated day's rates -- so the hash an approval carries is
*> computed one way only. DREXPORT and DRREBLD fold the recovery
*> package's records through it 80 bytes at a time, for the same
*> reason. Every byte of the 80-byte line is folded into the
*> running value with its column, so any edit to any line -- a
*> blank line, a moved column -- changes it.
IDENTIFICATION DIVISION.
PROGRAM-ID. PRMHASH.
DATA DIVISION.
    WORKING-STORAGE SECTION.
        77 WS-B             PIC 9(3) COMP.
        77 WS-ACCUM         PIC 9(18) COMP.
*>  The same prime-modulus fold the change journal's chain uses.
        77 WS-MODULUS       PIC 9(9) VALUE 999999937.
LINKAGE SECTION.
01  LK-LINE                 PIC X(80).
01  LK-HASH                 PIC 9(9).
PROCEDURE DIVISION USING LK-LINE LK-HASH.
    MOVE LK-HASH TO WS-ACCUM.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 80
        COMPUTE WS-ACCUM = FUNCTION MOD(WS-ACCUM * 257
            + FUNCTION ORD(LK-LINE(WS-B:1)) + WS-B, WS-MODULUS)
    END-PERFORM.
    MOVE WS-ACCUM TO LK-HASH.
    GOBACK.
