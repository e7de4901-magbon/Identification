    05  IDX-IN-KEY          PIC X(10).
    05  FILLER              PIC X(49).
    05  IDX-IN-RUN-SEQ      PIC 9(3).
    05  FILLER              PIC X(14).
FD  ACK-IN
    RECORDING MODE IS F.
01  ACK-REC.
