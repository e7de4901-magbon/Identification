    05  BAL-BRANCH          PIC X(3).
    05  FILLER              PIC X.
    05  BAL-VALUE-X         PIC X(13).
    05  FILLER              PIC X(48).
FD  BALANCE-RPT
    RECORDING MODE IS F.
01  BALANCE-LINE            PIC X(80).
        PERFORM C-REPORT-FAILURE
    END-IF.
    MOVE BAL-REC TO IDX-HEADER-REC.
    IF IDXH-LAYOUT-VER NOT = "0005"
        MOVE "HEADER CARRIES AN UNKNOWN LAYOUT VERSION" TO RM-TEXT
        PERFORM C-REPORT-FAILURE
    END-IF.
