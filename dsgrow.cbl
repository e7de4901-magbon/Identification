*> Nightly dataset growth capture. HOUSKEEP purges the append-forever
*> files on fixed retention rules and nobody can say whether that
*> keeps up: a file only announces it has outgrown its allocation by
*> abending the step that writes it, as LEAGOUT did. One GROWPARM
*> card per watched file drives this step -- the RETPARM layout --
*> naming the file's DD, where tonight's record count comes from,
*> and its allocated extent in records (zero when it has none worth
*> projecting, as with a GDG base read as a concatenation):
*>   C  count the file itself, read through generically under its
*>      own DD -- the HOUSKEEP precedent;
*>   R  take the count the writing program registered on tonight's
*>      RUNMANF under the program and label on the card, for a file
*>      rebuilt each night; if it did not register one, the file is
*>      counted instead;
*>   D  take the count from tonight's DRMANF manifest -- the keyed
*>      clusters, which a generic read cannot open, are counted there
*>      by the DR export ahead of this step.
*> Each count goes on the GROWHIST history keyed by file and
*> business date, the WINHIST precedent (a rerun REWRITEs), and is
*> listed on DSGROWRP against its extent. A file at or past
*> nine-tenths of its extent is warned on the console tonight
*> rather than waiting for the weekly DSGRPT forecast. A file not
*> present, or whose figure cannot be had, is listed and not
*> recorded -- a zero would read as a purge.
IDENTIFICATION DIVISION.
PROGRAM-ID. DSGROW.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GROW-PARM ASSIGN TO "GROWPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT COUNT-FILE ASSIGN DYNAMIC WS-COUNT-DD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CNT-STATUS.
    SELECT RUN-MANIFEST ASSIGN TO "RUNMANF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MF-KEY
        FILE STATUS IS WS-MF-STATUS.
    SELECT DR-MANIFEST ASSIGN TO "DRMANF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAN-STATUS.
    SELECT GROWTH-HIST ASSIGN TO "GROWHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GH-KEY
        FILE STATUS IS WS-HIST-STATUS.
    SELECT GROWTH-RPT ASSIGN TO "DSGROWRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  GROW-PARM
    RECORDING MODE IS F.
01  GP-CARD.
    05  GP-FILE             PIC X(8).
    05  GP-SEP1             PIC X.
    05  GP-SOURCE           PIC X.
        88  GP-SOURCE-COUNT         VALUE "C".
        88  GP-SOURCE-RUNMANF       VALUE "R".
        88  GP-SOURCE-DRMANF        VALUE "D".
    05  GP-SEP2             PIC X.
    05  GP-EXTENT           PIC 9(9).
    05  GP-SEP3             PIC X.
    05  GP-MANF-PROGRAM     PIC X(8).
    05  GP-SEP4             PIC X.
    05  GP-MANF-LABEL       PIC X(12).
    05  FILLER              PIC X(38).
FD  COUNT-FILE
    RECORDING MODE IS F.
01  COUNT-REC               PIC X(300).
FD  RUN-MANIFEST.
01  MF-REC.
    05  MF-KEY.
        10  MF-RUN-DATE     PIC 9(8).
        10  MF-PROGRAM      PIC X(8).
        10  MF-LABEL        PIC X(12).
    05  MF-COUNT            PIC 9(9).
FD  DR-MANIFEST
    RECORDING MODE IS F.
    COPY DRMANF.
FD  GROWTH-HIST.
    COPY GROWHIST.
FD  GROWTH-RPT
    RECORDING MODE IS F.
01  GROWTH-LINE             PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-PARM-STATUS   PIC XX.
        77 WS-CNT-STATUS    PIC XX.
        77 WS-MF-STATUS     PIC XX.
        77 WS-MAN-STATUS    PIC XX.
        77 WS-HIST-STATUS   PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-CNT-EOF-SW    PIC X VALUE "N".
            88 WS-CNT-EOF           VALUE "Y".
        77 WS-RUNMANF-SW    PIC X VALUE "N".
            88 WS-RUNMANF-OPEN      VALUE "Y".
        77 WS-FIGURE-SW     PIC X.
            88 WS-HAVE-FIGURE       VALUE "Y".
        77 WS-COUNT-DD      PIC X(8).
        77 WS-COUNT         PIC 9(11).
        77 WS-USED-PCT      PIC 9(3).
        77 WS-WARN-PCT      PIC 9(3) VALUE 90.
        77 WS-D             PIC 9(2).
        77 WS-FILES-READ    PIC 9(3) VALUE 0.
        77 WS-FILES-KEPT    PIC 9(3) VALUE 0.
        77 WS-FILES-WARNED  PIC 9(3) VALUE 0.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

*>  Tonight's DR manifest, one entry per file it counted.
01  WS-DR-TABLE.
    05  WS-DR-CNT           PIC 9(2) VALUE 0.
    05  WS-DR OCCURS 60 TIMES.
        10  WS-DR-FILE      PIC X(8).
        10  WS-DR-PRESENT   PIC X.
        10  WS-DR-COUNT     PIC 9(11).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "DATASET GROWTH CAPTURE".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(10) VALUE "FILE".
    05  FILLER              PIC X(8)  VALUE "SOURCE".
    05  FILLER              PIC X(14) VALUE "       RECORDS".
    05  FILLER              PIC X(15) VALUE "         EXTENT".
    05  FILLER              PIC X(6)  VALUE "  USED".
    05  FILLER              PIC X(27) VALUE "  NOTE".
01  WS-REPORT-DETAIL.
    05  D-FILE              PIC X(10).
    05  D-SOURCE            PIC X(8).
    05  D-COUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X VALUE SPACE.
    05  D-EXTENT            PIC ZZ,ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X VALUE SPACE.
    05  D-USED              PIC ZZZ9.
    05  D-PCT-SIGN          PIC X.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-NOTE              PIC X(24).
01  WS-REPORT-TOTALS.
    05  T-LABEL             PIC X(30).
    05  T-COUNT             PIC ZZ9.

PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-LOAD-DR-MANIFEST.
    PERFORM A-OPEN-FILES.
    PERFORM UNTIL WS-EOF
        READ GROW-PARM
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                IF GP-FILE NOT = SPACES
                    PERFORM B-CAPTURE-FILE
                END-IF
        END-READ
    END-PERFORM.
    PERFORM C-WRITE-TOTALS.
    CLOSE GROW-PARM GROWTH-HIST GROWTH-RPT.
    IF WS-RUNMANF-OPEN
        CLOSE RUN-MANIFEST
    END-IF.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "GROWTH CAPTURED FOR " WS-FILES-KEPT " OF "
        WS-FILES-READ " FILES, " WS-FILES-WARNED " NEAR EXTENT"
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN5701I" WS-MSG-TEXT.
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
    STRING "DSGROW RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "DSGROW  " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "DSGROW  " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "DSGROW  " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "DSGROW  " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-LOAD-DR-MANIFEST.
*>  No manifest tonight (the export did not run) leaves the D files
*>  without a figure; everything else is still captured.
    OPEN INPUT DR-MANIFEST.
    IF WS-MAN-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ DR-MANIFEST
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF MAN-FILE NOT = "*TOTAL*" AND WS-DR-CNT < 60
                        ADD 1 TO WS-DR-CNT
                        MOVE MAN-FILE TO WS-DR-FILE(WS-DR-CNT)
                        MOVE MAN-PRESENT TO WS-DR-PRESENT(WS-DR-CNT)
                        MOVE MAN-COUNT TO WS-DR-COUNT(WS-DR-CNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DR-MANIFEST
        MOVE "N" TO WS-EOF-SW
    END-IF.

A-OPEN-FILES.
*>  OPEN I-O fails with status 35 the very first time there is no
*>  history yet, which falls back to OPEN OUTPUT to create it -- the
*>  control-file precedent. RUNMANF not there only sends the R files
*>  to be counted.
    OPEN INPUT GROW-PARM.
    IF WS-PARM-STATUS NOT = "00"
        DISPLAY "DSGROW: GROWPARM NOT PRESENT -- NOTHING WATCHED"
        SET WS-EOF TO TRUE
    END-IF.
    OPEN I-O GROWTH-HIST.
    IF WS-HIST-STATUS = "35"
        OPEN OUTPUT GROWTH-HIST
        CLOSE GROWTH-HIST
        OPEN I-O GROWTH-HIST
    END-IF.
    IF WS-HIST-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "GROWHIST OPEN FAILED, STATUS " WS-HIST-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 5701 TO WS-ERR-RC
        CALL "ERRHAND" USING "DSGROW  " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN INPUT RUN-MANIFEST.
    IF WS-MF-STATUS = "00"
        SET WS-RUNMANF-OPEN TO TRUE
    END-IF.
    OPEN OUTPUT GROWTH-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE GROWTH-LINE FROM WS-REPORT-HEADER-1.
    WRITE GROWTH-LINE FROM WS-REPORT-BLANK.
    WRITE GROWTH-LINE FROM WS-REPORT-COLHDR.

B-CAPTURE-FILE.
    ADD 1 TO WS-FILES-READ.
    MOVE "N" TO WS-FIGURE-SW.
    MOVE 0 TO WS-COUNT.
    MOVE SPACES TO D-NOTE D-PCT-SIGN.
    MOVE GP-FILE TO D-FILE.
    IF GP-EXTENT IS NOT NUMERIC
        MOVE 0 TO GP-EXTENT
    END-IF.
    EVALUATE TRUE
        WHEN GP-SOURCE-DRMANF
            MOVE "DRMANF" TO D-SOURCE
            PERFORM B-FIGURE-FROM-DRMANF
        WHEN GP-SOURCE-RUNMANF
            MOVE "RUNMANF" TO D-SOURCE
            PERFORM B-FIGURE-FROM-RUNMANF
            IF NOT WS-HAVE-FIGURE
                MOVE "COUNTED" TO D-SOURCE
                PERFORM B-COUNT-FILE
            END-IF
        WHEN OTHER
            MOVE "COUNTED" TO D-SOURCE
            PERFORM B-COUNT-FILE
    END-EVALUATE.
    MOVE WS-COUNT TO D-COUNT.
    MOVE GP-EXTENT TO D-EXTENT.
    MOVE 0 TO D-USED.
    IF WS-HAVE-FIGURE
        PERFORM B-RECORD-FIGURE
    END-IF.
    WRITE GROWTH-LINE FROM WS-REPORT-DETAIL.

B-FIGURE-FROM-DRMANF.
    PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DR-CNT
        IF WS-DR-FILE(WS-D) = GP-FILE
            IF WS-DR-PRESENT(WS-D) = "Y"
                MOVE WS-DR-COUNT(WS-D) TO WS-COUNT
                SET WS-HAVE-FIGURE TO TRUE
            ELSE
                MOVE "NOT PRESENT AT EXPORT" TO D-NOTE
            END-IF
        END-IF
    END-PERFORM.
    IF NOT WS-HAVE-FIGURE AND D-NOTE = SPACES
        MOVE "NOT ON TONIGHT'S DRMANF" TO D-NOTE
    END-IF.

B-FIGURE-FROM-RUNMANF.
    IF WS-RUNMANF-OPEN
        MOVE WS-RUN-ID TO MF-RUN-DATE
        MOVE GP-MANF-PROGRAM TO MF-PROGRAM
        MOVE GP-MANF-LABEL TO MF-LABEL
        READ RUN-MANIFEST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE MF-COUNT TO WS-COUNT
                SET WS-HAVE-FIGURE TO TRUE
        END-READ
    END-IF.

B-COUNT-FILE.
*>  Read end to end under its own DD -- a GDG base read this way is
*>  every generation it holds, concatenated.
    MOVE GP-FILE TO WS-COUNT-DD.
    OPEN INPUT COUNT-FILE.
    EVALUATE WS-CNT-STATUS
        WHEN "00"
            MOVE "N" TO WS-CNT-EOF-SW
            PERFORM UNTIL WS-CNT-EOF
                READ COUNT-FILE
                    AT END
                        SET WS-CNT-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-COUNT
                END-READ
            END-PERFORM
            CLOSE COUNT-FILE
            SET WS-HAVE-FIGURE TO TRUE
        WHEN "35"
            MOVE "NOT PRESENT" TO D-NOTE
        WHEN OTHER
            MOVE SPACES TO D-NOTE
            STRING "UNREADABLE, STATUS " WS-CNT-STATUS
                DELIMITED BY SIZE INTO D-NOTE
            MOVE SPACES TO WS-ERR-MSG
            STRING GP-FILE " CANNOT BE COUNTED, STATUS "
                WS-CNT-STATUS DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 5702 TO WS-ERR-RC
            CALL "ERRHAND" USING "DSGROW  " WS-ERR-MSG "S" WS-ERR-RC
    END-EVALUATE.

B-RECORD-FIGURE.
*>  A rerun on the same date REWRITEs its record, the CLSHIST
*>  precedent.
    ADD 1 TO WS-FILES-KEPT.
    MOVE GP-FILE TO GH-FILE.
    MOVE WS-RUN-ID TO GH-DATE.
    MOVE WS-COUNT TO GH-COUNT.
    MOVE GP-EXTENT TO GH-EXTENT.
    MOVE GP-SOURCE TO GH-SOURCE.
    WRITE GH-REC
        INVALID KEY
            REWRITE GH-REC
                INVALID KEY
                    MOVE SPACES TO WS-ERR-MSG
                    STRING "GROWHIST PUT FAILED FOR " GH-FILE
                        DELIMITED BY SIZE INTO WS-ERR-MSG
                    MOVE 5703 TO WS-ERR-RC
                    CALL "ERRHAND" USING "DSGROW  " WS-ERR-MSG
                        "S" WS-ERR-RC
            END-REWRITE
    END-WRITE.
    IF GP-EXTENT > 0
        COMPUTE WS-USED-PCT = WS-COUNT * 100 / GP-EXTENT
            ON SIZE ERROR
                MOVE 999 TO WS-USED-PCT
        END-COMPUTE
        MOVE WS-USED-PCT TO D-USED
        MOVE "%" TO D-PCT-SIGN
        IF WS-USED-PCT NOT < WS-WARN-PCT
            ADD 1 TO WS-FILES-WARNED
            MOVE "NEAR ITS EXTENT" TO D-NOTE
            MOVE SPACES TO WS-MSG-TEXT
            STRING GP-FILE " AT " WS-USED-PCT
                " PER CENT OF ITS ALLOCATED EXTENT"
                DELIMITED BY SIZE INTO WS-MSG-TEXT
            CALL "MSGWRITE" USING "IDN5702W" WS-MSG-TEXT
        END-IF
    END-IF.

C-WRITE-TOTALS.
    WRITE GROWTH-LINE FROM WS-REPORT-BLANK.
    MOVE "FILES WATCHED" TO T-LABEL.
    MOVE WS-FILES-READ TO T-COUNT.
    WRITE GROWTH-LINE FROM WS-REPORT-TOTALS.
    MOVE "FILES RECORDED" TO T-LABEL.
    MOVE WS-FILES-KEPT TO T-COUNT.
    WRITE GROWTH-LINE FROM WS-REPORT-TOTALS.
    MOVE "FILES NEAR THEIR EXTENT" TO T-LABEL.
    MOVE WS-FILES-WARNED TO T-COUNT.
    WRITE GROWTH-LINE FROM WS-REPORT-TOTALS.
