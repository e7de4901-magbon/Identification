    05  IDX-IN-VALUE        PIC X(13).
    05  FILLER              PIC X.
    05  IDX-IN-VERDICT      PIC X(20).
    05  FILLER              PIC X(27).
FD  SUB-EXTRACT
    RECORDING MODE IS F.
01  SUB-REC                 PIC X(85).
FD  DIST-RPT
    RECORDING MODE IS F.
01  DIST-LINE               PIC X(80).
