*> Timed release of quarantined future-dated readings. FRONTEDT
*> holds any reading stamped after the business date on the keyed
*> TRANSQUA file; this step runs at the front of each night, moves
*> every held reading whose date has now arrived back onto the raw
*> TRANSIN feed -- so it flows through the same front-door edits as
*> everything else -- and expires readings that have sat in the pen
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QUARANTINE-FILE ASSIGN TO "TRANSQUA"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS QUAR-KEY
*>  tolerate-missing-file precedent.
    OPEN I-O QUARANTINE-FILE.
    IF WS-QUAR-STATUS NOT = "00"
        DISPLAY "QUARREL: TRANSQUA NOT PRESENT -- NOTHING HELD"
    ELSE
        MOVE LOW-VALUES TO QUAR-KEY
        START QUARANTINE-FILE KEY NOT < QUAR-KEY
