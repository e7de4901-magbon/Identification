*> Shared chain-value routine for the Number Master change journal,
*> CALLed by NMJWRITE to stamp each entry and by everything that
*> checks the stamps (NMJVERFY, NMRESTOR, MASKCOPY's re-stamp), so
*> the value is computed one way only. The chain value of an entry
*> is folded from the value of the entry before it and every byte of
*> the entry itself up to and including its sequence number -- so
*> altering, removing, inserting or reordering any entry changes the
*> value of every entry after it, and a journal that still chains
*> from end to end is the journal NMJWRITE wrote.
IDENTIFICATION DIVISION.
PROGRAM-ID. NMJCHAIN.
DATA DIVISION.
    WORKING-STORAGE SECTION.
        77 WS-I             PIC 9(3) COMP.
        77 WS-ACCUM         PIC 9(18) COMP.
*>  The fold keeps to a prime modulus below the nine digits the
*>  journal carries.
        77 WS-MODULUS       PIC 9(9) VALUE 999999937.
LINKAGE SECTION.
01  LK-IMAGE                PIC X(89).
01  LK-PREV-CHAIN           PIC 9(9).
01  LK-CHAIN                PIC 9(9).
PROCEDURE DIVISION USING LK-IMAGE LK-PREV-CHAIN LK-CHAIN.
    MOVE LK-PREV-CHAIN TO WS-ACCUM.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 89
        COMPUTE WS-ACCUM = FUNCTION MOD(WS-ACCUM * 257
            + FUNCTION ORD(LK-IMAGE(WS-I:1)) + WS-I, WS-MODULUS)
    END-PERFORM.
    MOVE WS-ACCUM TO LK-CHAIN.
    GOBACK.
