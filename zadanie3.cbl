    05  IDX-RUN-DATE        PIC 9(8).
    05  IDX-SEP5            PIC X.
    05  IDX-RUN-SEQ         PIC 9(3).
*>  The value as it arrived, ahead of any calibration correction --
*>  the same as IDX-VALUE for every source but the band classifier.
    05  IDX-SEP6            PIC X.
    05  IDX-RAW-VALUE       PIC -(9)9.99.
    WORKING-STORAGE SECTION.
        77 X PIC S9(9).
        77 Z PIC 9.
    MOVE WS-RUN-ID TO IDX-RUN-DATE.
    MOVE SPACE TO IDX-SEP5.
    MOVE WS-RUN-SEQ TO IDX-RUN-SEQ.
    MOVE SPACE TO IDX-SEP6.
    MOVE X TO IDX-RAW-VALUE.
    WRITE IDX-REC.
    ADD 1 TO IDX-CTL-COUNT.
    ADD X TO IDX-CTL-HASH.
