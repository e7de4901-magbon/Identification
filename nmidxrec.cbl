    05  IDX-IN-KEY          PIC X(10).
    05  FILLER              PIC X(49).
    05  IDX-IN-RUN-SEQ      PIC 9(3).
    05  FILLER              PIC X(14).
SD  SORT-WORK.
01  SRT-REC.
    05  SRT-KEY             PIC X(10).
