    05  IDX-IO-BRANCH       PIC X(3).
    05  FILLER              PIC X.
    05  IDX-IO-VALUE        PIC X(13).
    05  FILLER              PIC X(57).
FD  RESEND-RPT
    RECORDING MODE IS F.
01  RESEND-LINE             PIC X(80).
*>  buffer precedent.
01  WS-RESEND-BUFFER.
    05  WS-RB-CNT           PIC 9(4) VALUE 0.
    05  WS-RB-IMAGE         PIC X(85) OCCURS 1000 TIMES.

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
