    SELECT TEST-THRESHLD ASSIGN TO "THRESHLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TH-STATUS.
    SELECT TEST-CALOFFS ASSIGN TO "CALOFFS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TC-KEY
        FILE STATUS IS WS-TC-STATUS.
    SELECT THR-CNTS-IN ASSIGN TO "THRCNTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-THR-STATUS.
FD  TEST-THRESHLD
    RECORDING MODE IS F.
01  TH-REC                  PIC X(80).
FD  TEST-CALOFFS.
01  TC-REC.
    05  TC-KEY              PIC X(18).
    05  FILLER              PIC X(35).
FD  THR-CNTS-IN
    RECORDING MODE IS F.
01  THR-CNT-REC.
        77 WS-SP-STATUS     PIC XX.
        77 WS-SC-STATUS     PIC XX.
        77 WS-FP-STATUS     PIC XX.
        77 WS-TC-STATUS     PIC XX.
        77 WS-YD-STATUS     PIC XX.
        77 WS-TE-STATUS     PIC XX.
        77 WS-TH-STATUS     PIC XX.
    OPEN OUTPUT TEST-THRESHLD.
    CLOSE TEST-THRESHLD.

*>  Nor any calibration offsets -- a correction left on CALOFFS for
*>  SENSOR0001/SENSOR0002 would move their readings across the band
*>  boundaries the same expected values are built on.
    OPEN OUTPUT TEST-CALOFFS.
    CLOSE TEST-CALOFFS.

A-RUN-SUITE.
*>  Runs the programs under test against the fixed inputs just
*>  written, the same way DRIVER calls them as job steps.
