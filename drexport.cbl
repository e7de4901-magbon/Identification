*> Nightly disaster-recovery export. NMVERIFY backs up NUMMAST and
*> nothing else, yet the suite now keeps its state in some thirty
*> VSAM clusters and as many control files and registers -- lose
*> SENSHIST's history or XMITREG's sequence register and there is
*> nothing to rebuild it from. This step unloads every file of the
*> DRLIST recovery set into one portable package, DRPKG, a
*> generation of which goes offsite each night, and writes the
*> DRMANF manifest beside it: per file its record count and content
*> hash (the PRMHASH fold over every record). The keyed clusters
*> arrive already flattened by the IDCAMS REPRO ahead of this step,
*> each under its own DD name, so every file is read the same way
*> -- the HOUSKEEP generic-file precedent -- and cut to its own
*> record length from DRLIST. A file that is not there (a cluster
*> never yet loaded, a register not yet started) goes in marked
*> absent and is rebuilt empty; a file that is there but cannot be
*> read stops the export, since a package missing a file is no
*> recovery at all. DRREBLD restores the package and verifies it.
IDENTIFICATION DIVISION.
PROGRAM-ID. DREXPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>  Each file of the recovery set in turn, by DD name.
    SELECT DR-FILE ASSIGN DYNAMIC WS-DR-DD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DR-STATUS.
    SELECT DR-PACKAGE ASSIGN TO "DRPKG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PKG-STATUS.
    SELECT DR-MANIFEST ASSIGN TO "DRMANF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAN-STATUS.
    SELECT EXPORT-RPT ASSIGN TO "DREXRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  DR-FILE
    RECORDING MODE IS F.
01  DR-FILE-REC             PIC X(300).
FD  DR-PACKAGE
    RECORDING MODE IS F.
    COPY DRPKG.
FD  DR-MANIFEST
    RECORDING MODE IS F.
    COPY DRMANF.
FD  EXPORT-RPT
    RECORDING MODE IS F.
01  EXPORT-LINE             PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-DR-STATUS     PIC XX.
        77 WS-PKG-STATUS    PIC XX.
        77 WS-MAN-STATUS    PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-DR-DD         PIC X(8).
        77 WS-F             PIC 9(2).
        77 WS-POS           PIC 9(3).
        77 WS-CHUNK-LEN     PIC 9(3).
        77 WS-CHUNK         PIC X(80).
        77 WS-PRESENT       PIC X.
        77 WS-FILE-COUNT    PIC 9(9).
        77 WS-FILE-HASH     PIC 9(9).
        77 WS-REC-TOTAL     PIC 9(11) VALUE 0.
        77 WS-HASH-TOTAL    PIC 9(11) VALUE 0.
        77 WS-ABSENT-CNT    PIC 9(2) VALUE 0.
        77 WS-USER-ID       PIC X(8).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

    COPY DRLIST.

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "DISASTER-RECOVERY EXPORT".
    05  FILLER              PIC X(15) VALUE "BUSINESS DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(10) VALUE "FILE".
    05  FILLER              PIC X(6)  VALUE "KIND".
    05  FILLER              PIC X(7)  VALUE "LRECL".
    05  FILLER              PIC X(14) VALUE "       RECORDS".
    05  FILLER              PIC X(13) VALUE "         HASH".
    05  FILLER              PIC X(10) VALUE "  NOTE".
01  WS-REPORT-DETAIL.
    05  D-FILE              PIC X(10).
    05  D-KIND              PIC X(6).
    05  D-LRECL             PIC ZZ9.
    05  FILLER              PIC X(4) VALUE SPACES.
    05  D-COUNT             PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE SPACES.
    05  D-HASH              PIC 9(9).
    05  FILLER              PIC X(3) VALUE SPACES.
    05  D-NOTE              PIC X(31).
01  WS-REPORT-TOTALS.
    05  T-LABEL             PIC X(30).
    05  T-COUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-OPEN-FILES.
    PERFORM B-EXPORT-FILE
        VARYING WS-F FROM 1 BY 1 UNTIL WS-F > DR-FILE-CNT.
    PERFORM C-CLOSE-PACKAGE.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "DR PACKAGE WRITTEN, " DR-FILE-CNT " FILES, "
        WS-REC-TOTAL " RECORDS" DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN5501I" WS-MSG-TEXT.
    PERFORM A-RUN-COMPLETION.
    GOBACK.

A-RUN-HEADER.
*>  Tags this run's console output with a run-id and timestamp so
*>  several jobs' SYSOUT can still be told apart once bundled together.
    CALL "BUSDATE" USING "G" BY CONTENT WS-RUN-ID
        BY REFERENCE WS-RUN-ID.
    CALL "RUNSEQ" USING "C" WS-RUN-ID WS-RUN-SEQ.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "DREXPORT RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "DREXPORT" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
    MOVE SPACES TO WS-USER-ID.
    DISPLAY "USER" UPON ENVIRONMENT-NAME.
    ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
    IF WS-USER-ID = SPACES
        MOVE "UNKNOWN" TO WS-USER-ID
    END-IF.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "DREXPORT" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "DREXPORT" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "DREXPORT" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-OPEN-FILES.
    OPEN OUTPUT DR-PACKAGE.
    IF WS-PKG-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "DRPKG OPEN FAILED, STATUS " WS-PKG-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 5501 TO WS-ERR-RC
        CALL "ERRHAND" USING "DREXPORT" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT DR-MANIFEST.
    IF WS-MAN-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "DRMANF OPEN FAILED, STATUS " WS-MAN-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 5501 TO WS-ERR-RC
        CALL "ERRHAND" USING "DREXPORT" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT EXPORT-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE EXPORT-LINE FROM WS-REPORT-HEADER-1.
    WRITE EXPORT-LINE FROM WS-REPORT-BLANK.
    WRITE EXPORT-LINE FROM WS-REPORT-COLHDR.
    MOVE SPACES TO DRP-REC.
    MOVE "P" TO DRP-TYPE.
    MOVE "DRPKG" TO DRP-FILE.
    MOVE 0 TO DRP-SEQ.
    MOVE WS-RUN-ID TO DRP-BUS-DATE.
    ACCEPT DRP-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-TIME(1:6) TO DRP-RUN-TIME.
    MOVE WS-USER-ID TO DRP-USER.
    WRITE DRP-REC.

B-EXPORT-FILE.
*>  A file that is not there at all (status 35) is exported absent;
*>  any other failure to open it stops the export.
    MOVE DR-FILE-DD(WS-F) TO WS-DR-DD.
    MOVE 0 TO WS-FILE-COUNT WS-FILE-HASH.
    OPEN INPUT DR-FILE.
    EVALUATE WS-DR-STATUS
        WHEN "00"
            MOVE "Y" TO WS-PRESENT
        WHEN "35"
            MOVE "N" TO WS-PRESENT
            ADD 1 TO WS-ABSENT-CNT
        WHEN OTHER
            MOVE SPACES TO WS-ERR-MSG
            STRING WS-DR-DD " OPEN FAILED, STATUS " WS-DR-STATUS
                " -- PACKAGE INCOMPLETE" DELIMITED BY SIZE
                INTO WS-ERR-MSG
            MOVE 5502 TO WS-ERR-RC
            CALL "ERRHAND" USING "DREXPORT" WS-ERR-MSG "A" WS-ERR-RC
    END-EVALUATE.
    MOVE SPACES TO DRP-REC.
    MOVE "H" TO DRP-TYPE.
    MOVE WS-DR-DD TO DRP-FILE.
    MOVE 0 TO DRP-SEQ DRP-COUNT DRP-HASH.
    MOVE DR-FILE-KIND(WS-F) TO DRP-KIND.
    MOVE DR-FILE-LRECL(WS-F) TO DRP-LRECL.
    MOVE WS-PRESENT TO DRP-PRESENT.
    WRITE DRP-REC.
    IF WS-PRESENT = "Y"
        PERFORM UNTIL WS-EOF
            READ DR-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-EXPORT-RECORD
            END-READ
        END-PERFORM
        CLOSE DR-FILE
        MOVE "N" TO WS-EOF-SW
    END-IF.
    MOVE SPACES TO DRP-REC.
    MOVE "T" TO DRP-TYPE.
    MOVE WS-DR-DD TO DRP-FILE.
    MOVE WS-FILE-COUNT TO DRP-SEQ DRP-COUNT.
    MOVE DR-FILE-KIND(WS-F) TO DRP-KIND.
    MOVE DR-FILE-LRECL(WS-F) TO DRP-LRECL.
    MOVE WS-PRESENT TO DRP-PRESENT.
    MOVE WS-FILE-HASH TO DRP-HASH.
    WRITE DRP-REC.
    ADD WS-FILE-COUNT TO WS-REC-TOTAL.
    ADD WS-FILE-HASH TO WS-HASH-TOTAL.
    PERFORM B-WRITE-MANIFEST-LINE.

B-EXPORT-RECORD.
*>  The record is cut to the file's own length, so the package holds
*>  exactly what the file held and the hash covers exactly that.
    ADD 1 TO WS-FILE-COUNT.
    MOVE SPACES TO DRP-REC.
    MOVE "D" TO DRP-TYPE.
    MOVE WS-DR-DD TO DRP-FILE.
    MOVE WS-FILE-COUNT TO DRP-SEQ.
    MOVE DR-FILE-REC(1:DR-FILE-LRECL(WS-F)) TO DRP-IMAGE.
    WRITE DRP-REC.
    PERFORM B-HASH-RECORD.

B-HASH-RECORD.
    PERFORM VARYING WS-POS FROM 1 BY 80
            UNTIL WS-POS > DR-FILE-LRECL(WS-F)
        COMPUTE WS-CHUNK-LEN = DR-FILE-LRECL(WS-F) - WS-POS + 1
        IF WS-CHUNK-LEN > 80
            MOVE 80 TO WS-CHUNK-LEN
        END-IF
        MOVE SPACES TO WS-CHUNK
        MOVE DRP-IMAGE(WS-POS:WS-CHUNK-LEN) TO WS-CHUNK
        CALL "PRMHASH" USING WS-CHUNK WS-FILE-HASH
    END-PERFORM.

B-WRITE-MANIFEST-LINE.
    MOVE SPACES TO MAN-REC.
    MOVE WS-DR-DD TO MAN-FILE.
    MOVE DR-FILE-KIND(WS-F) TO MAN-KIND.
    MOVE DR-FILE-LRECL(WS-F) TO MAN-LRECL.
    MOVE WS-PRESENT TO MAN-PRESENT.
    MOVE WS-FILE-COUNT TO MAN-COUNT.
    MOVE WS-FILE-HASH TO MAN-HASH.
    MOVE WS-RUN-ID TO MAN-BUS-DATE.
    WRITE MAN-REC.
    MOVE WS-DR-DD TO D-FILE.
    IF DR-FILE-KEYED(WS-F)
        MOVE "KEYED" TO D-KIND
    ELSE
        MOVE "SEQ" TO D-KIND
    END-IF.
    MOVE DR-FILE-LRECL(WS-F) TO D-LRECL.
    MOVE WS-FILE-COUNT TO D-COUNT.
    MOVE WS-FILE-HASH TO D-HASH.
    IF WS-PRESENT = "Y"
        MOVE SPACES TO D-NOTE
    ELSE
        MOVE "NOT PRESENT -- REBUILT EMPTY" TO D-NOTE
    END-IF.
    WRITE EXPORT-LINE FROM WS-REPORT-DETAIL.

C-CLOSE-PACKAGE.
    MOVE SPACES TO DRP-REC.
    MOVE "Z" TO DRP-TYPE.
    MOVE "DRPKG" TO DRP-FILE.
    MOVE 0 TO DRP-SEQ.
    MOVE DR-FILE-CNT TO DRP-FILE-CNT.
    MOVE WS-REC-TOTAL TO DRP-REC-TOTAL.
    MOVE WS-HASH-TOTAL TO DRP-HASH-TOTAL.
    WRITE DRP-REC.
    CLOSE DR-PACKAGE.
    MOVE SPACES TO MAN-REC.
    MOVE "*TOTAL*" TO MAN-FILE.
    MOVE DR-FILE-CNT TO MAN-LRECL.
    MOVE WS-REC-TOTAL TO MAN-COUNT.
    MOVE WS-HASH-TOTAL TO MAN-HASH.
    MOVE WS-RUN-ID TO MAN-BUS-DATE.
    WRITE MAN-REC.
    CLOSE DR-MANIFEST.
    WRITE EXPORT-LINE FROM WS-REPORT-BLANK.
    MOVE "FILES IN PACKAGE" TO T-LABEL.
    MOVE DR-FILE-CNT TO T-COUNT.
    WRITE EXPORT-LINE FROM WS-REPORT-TOTALS.
    MOVE "FILES NOT PRESENT" TO T-LABEL.
    MOVE WS-ABSENT-CNT TO T-COUNT.
    WRITE EXPORT-LINE FROM WS-REPORT-TOTALS.
    MOVE "RECORDS IN PACKAGE" TO T-LABEL.
    MOVE WS-REC-TOTAL TO T-COUNT.
    WRITE EXPORT-LINE FROM WS-REPORT-TOTALS.
    MOVE "HASH TOTAL" TO T-LABEL.
    MOVE WS-HASH-TOTAL TO T-COUNT.
    WRITE EXPORT-LINE FROM WS-REPORT-TOTALS.
    CLOSE EXPORT-RPT.
