*> Disaster-recovery rebuild from the DREXPORT package, in two
*> passes either side of the IDCAMS reload. The DRBPARM card picks
*> the pass in column 1:
*>   U  unpack -- reads DRPKG end to end and writes every file of
*>      the recovery set back out under its own DD name, checking as
*>      it goes that the package is whole: the files arrive in DRLIST
*>      order, each record numbered in turn, each file's count and
*>      content hash agreeing with its own trailer and with the
*>      DRMANF manifest, and the package totals with both. A file
*>      exported absent is written out empty.
*>   V  verify -- after the keyed files have been reloaded into
*>      their new clusters and flattened again by REPRO, reads every
*>      file of the set once more and holds its count and hash
*>      against the manifest: the proof that what now stands is what
*>      was exported.
*> Columns 3-42 carry a free label for the report heading -- the
*> rehearsal run names the scratch environment it rebuilt. Either
*> pass lists every file on DRRBRPT and, on any disagreement, holds
*> the job through ERRHAND after the report is written, the
*> FEEDGATE arrangement: a package that cannot be proved restorable
*> must be known the morning it was taken, not the day it is needed.
IDENTIFICATION DIVISION.
PROGRAM-ID. DRREBLD.
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
    SELECT REBUILD-RPT ASSIGN TO "DRRBRPT"
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
FD  REBUILD-RPT
    RECORDING MODE IS F.
01  REBUILD-LINE            PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-DR-STATUS     PIC XX.
        77 WS-PKG-STATUS    PIC XX.
        77 WS-MAN-STATUS    PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-DR-DD         PIC X(8).
        77 WS-OUT-OPEN-SW   PIC X VALUE "N".
            88 WS-OUT-OPEN          VALUE "Y".
        77 WS-F             PIC 9(2) VALUE 0.
        77 WS-M             PIC 9(2).
        77 WS-POS           PIC 9(3).
        77 WS-CHUNK-LEN     PIC 9(3).
        77 WS-LRECL         PIC 9(3).
        77 WS-CHUNK         PIC X(80).
        77 WS-IMAGE         PIC X(300).
        77 WS-FILE-COUNT    PIC 9(9).
        77 WS-FILE-HASH     PIC 9(9).
        77 WS-REC-TOTAL     PIC 9(11) VALUE 0.
        77 WS-HASH-TOTAL    PIC 9(11) VALUE 0.
        77 WS-FILES-SEEN    PIC 9(3) VALUE 0.
        77 WS-FAIL-CNT      PIC 9(4) VALUE 0.
        77 WS-TRAILER-SW    PIC X VALUE "N".
            88 WS-TRAILER-SEEN      VALUE "Y".
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "DRBPARM".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".
        77 WS-MODE          PIC X VALUE "U".
            88 WS-MODE-VERIFY       VALUE "V".
        77 WS-LABEL         PIC X(40) VALUE SPACES.

    COPY DRLIST.

*>  The manifest as exported, one entry per file of DRLIST, with
*>  what this pass found for it.
01  WS-MANIFEST-TABLE.
    05  WS-MAN-BUS-DATE     PIC 9(8) VALUE 0.
    05  WS-MAN-REC-TOTAL    PIC 9(11) VALUE 0.
    05  WS-MAN-HASH-TOTAL   PIC 9(11) VALUE 0.
    05  WS-MAN-TOTAL-SW     PIC X VALUE "N".
        88  WS-MAN-HAS-TOTAL        VALUE "Y".
    05  WS-MT OCCURS 63 TIMES.
        10  WS-MT-SW        PIC X.
            88  WS-MT-FOUND         VALUE "Y".
        10  WS-MT-PRESENT   PIC X.
        10  WS-MT-COUNT     PIC 9(11).
        10  WS-MT-HASH      PIC 9(11).

01  WS-REPORT-HEADER-1.
    05  H1-TITLE            PIC X(30).
    05  FILLER              PIC X(15) VALUE "PACKAGE OF:    ".
    05  H1-BUS-DATE         PIC 9999/99/99.
    05  FILLER              PIC X(12) VALUE "  RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-HEADER-2.
    05  FILLER              PIC X(13) VALUE "ENVIRONMENT: ".
    05  H2-LABEL            PIC X(40).
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TEXT          PIC X(80).
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(10) VALUE "FILE".
    05  FILLER              PIC X(14) VALUE "      EXPECTED".
    05  FILLER              PIC X(14) VALUE "         FOUND".
    05  FILLER              PIC X(11) VALUE "       HASH".
    05  FILLER              PIC X(31) VALUE "  RESULT".
01  WS-REPORT-DETAIL.
    05  D-FILE              PIC X(10).
    05  D-EXPECTED          PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE SPACES.
    05  D-FOUND             PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-HASH              PIC 9(9).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  D-RESULT            PIC X(31).
01  WS-REPORT-TOTALS.
    05  T-LABEL             PIC X(30).
    05  T-COUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.
01  WS-REPORT-VERDICT       PIC X(60).

PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-PARM.
    PERFORM A-LOAD-MANIFEST.
    PERFORM A-OPEN-REPORT.
    IF WS-MODE-VERIFY
        PERFORM C-VERIFY-FILE
            VARYING WS-F FROM 1 BY 1 UNTIL WS-F > DR-FILE-CNT
    ELSE
        PERFORM B-UNPACK-PACKAGE
    END-IF.
    PERFORM D-WRITE-SUMMARY.
    IF WS-FAIL-CNT > 0
        MOVE SPACES TO WS-ERR-MSG
        IF WS-MODE-VERIFY
            STRING "REBUILT FILES DISAGREE WITH MANIFEST, "
                WS-FAIL-CNT " FAILURES" DELIMITED BY SIZE
                INTO WS-ERR-MSG
            MOVE 5602 TO WS-ERR-RC
        ELSE
            STRING "DR PACKAGE NOT RESTORABLE, " WS-FAIL-CNT
                " FAILURES" DELIMITED BY SIZE INTO WS-ERR-MSG
            MOVE 5601 TO WS-ERR-RC
        END-IF
        CALL "ERRHAND" USING "DRREBLD " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE SPACES TO WS-MSG-TEXT.
    IF WS-MODE-VERIFY
        STRING "REBUILT FILES VERIFIED, " DR-FILE-CNT
            " FILES AGREE WITH MANIFEST" DELIMITED BY SIZE
            INTO WS-MSG-TEXT
    ELSE
        STRING "DR PACKAGE UNPACKED, " DR-FILE-CNT " FILES, "
            WS-REC-TOTAL " RECORDS" DELIMITED BY SIZE
            INTO WS-MSG-TEXT
    END-IF.
    CALL "MSGWRITE" USING "IDN5601I" WS-MSG-TEXT.
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
    STRING "DRREBLD RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "DRREBLD " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "DRREBLD " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "DRREBLD " " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "DRREBLD " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-PARM.
*>  No card is an unpack -- the first thing a recovery does.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF WS-PARM-FOUND
        IF WS-PARM-CARD(1:1) = "V"
            MOVE "V" TO WS-MODE
        END-IF
        MOVE WS-PARM-CARD(3:40) TO WS-LABEL
    END-IF.

A-LOAD-MANIFEST.
*>  Without the manifest there is nothing to prove the package
*>  against, so its absence stops the run before anything is
*>  written. A manifest naming a file the recovery set does not
*>  hold is from another release of the list and is refused.
    OPEN INPUT DR-MANIFEST.
    IF WS-MAN-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "DRMANF OPEN FAILED, STATUS " WS-MAN-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 5603 TO WS-ERR-RC
        CALL "ERRHAND" USING "DRREBLD " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    PERFORM UNTIL WS-EOF
        READ DR-MANIFEST
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM A-TAKE-MANIFEST-LINE
        END-READ
    END-PERFORM.
    CLOSE DR-MANIFEST.
    MOVE "N" TO WS-EOF-SW.

A-TAKE-MANIFEST-LINE.
    IF MAN-FILE = "*TOTAL*"
        SET WS-MAN-HAS-TOTAL TO TRUE
        MOVE MAN-COUNT TO WS-MAN-REC-TOTAL
        MOVE MAN-HASH TO WS-MAN-HASH-TOTAL
        MOVE MAN-BUS-DATE TO WS-MAN-BUS-DATE
    ELSE
        MOVE 0 TO WS-M
        PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > DR-FILE-CNT
            IF DR-FILE-DD(WS-F) = MAN-FILE
                MOVE WS-F TO WS-M
            END-IF
        END-PERFORM
        IF WS-M = 0
            MOVE SPACES TO WS-ERR-MSG
            STRING "DRMANF NAMES " MAN-FILE
                ", NOT IN THE RECOVERY SET" DELIMITED BY SIZE
                INTO WS-ERR-MSG
            MOVE 5603 TO WS-ERR-RC
            CALL "ERRHAND" USING "DRREBLD " WS-ERR-MSG "A" WS-ERR-RC
        END-IF
        MOVE "Y" TO WS-MT-SW(WS-M)
        MOVE MAN-PRESENT TO WS-MT-PRESENT(WS-M)
        MOVE MAN-COUNT TO WS-MT-COUNT(WS-M)
        MOVE MAN-HASH TO WS-MT-HASH(WS-M)
    END-IF.

A-OPEN-REPORT.
    OPEN OUTPUT REBUILD-RPT.
    IF WS-MODE-VERIFY
        MOVE "DR REBUILD VERIFICATION" TO H1-TITLE
    ELSE
        MOVE "DR PACKAGE UNPACK" TO H1-TITLE
    END-IF.
    MOVE WS-MAN-BUS-DATE TO H1-BUS-DATE.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE REBUILD-LINE FROM WS-REPORT-HEADER-1.
    MOVE WS-LABEL TO H2-LABEL.
    WRITE REBUILD-LINE FROM WS-REPORT-HEADER-2.
    WRITE REBUILD-LINE FROM WS-REPORT-BLANK.
    IF NOT WS-MAN-HAS-TOTAL
        MOVE "DRMANF HAS NO TOTAL LINE -- MANIFEST CUT SHORT"
            TO WS-REPORT-TEXT
        PERFORM D-FAILURE
    END-IF.
    WRITE REBUILD-LINE FROM WS-REPORT-COLHDR.

B-UNPACK-PACKAGE.
*>  WS-F follows the files in DRLIST order as their headers arrive.
    OPEN INPUT DR-PACKAGE.
    IF WS-PKG-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "DRPKG OPEN FAILED, STATUS " WS-PKG-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 5604 TO WS-ERR-RC
        CALL "ERRHAND" USING "DRREBLD " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    READ DR-PACKAGE
        AT END
            SET WS-EOF TO TRUE
    END-READ.
    IF WS-EOF OR NOT DRP-PACKAGE-HDR
        MOVE "DRPKG DOES NOT OPEN WITH ITS PACKAGE HEADER"
            TO WS-REPORT-TEXT
        PERFORM D-FAILURE
    ELSE
        IF DRP-BUS-DATE NOT = WS-MAN-BUS-DATE
            MOVE SPACES TO WS-REPORT-TEXT
            STRING "DRPKG IS OF " DRP-BUS-DATE ", DRMANF OF "
                WS-MAN-BUS-DATE " -- NOT THE SAME EXPORT"
                DELIMITED BY SIZE INTO WS-REPORT-TEXT
            PERFORM D-FAILURE
        END-IF
    END-IF.
    MOVE 0 TO WS-F.
    PERFORM UNTIL WS-EOF
        READ DR-PACKAGE
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM B-TAKE-PACKAGE-RECORD
        END-READ
    END-PERFORM.
    CLOSE DR-PACKAGE.
    MOVE "N" TO WS-EOF-SW.
    IF WS-OUT-OPEN
        CLOSE DR-FILE
        MOVE "N" TO WS-OUT-OPEN-SW
    END-IF.
    IF NOT WS-TRAILER-SEEN
        MOVE "DRPKG ENDS WITHOUT ITS PACKAGE TRAILER -- CUT SHORT"
            TO WS-REPORT-TEXT
        PERFORM D-FAILURE
    END-IF.
    IF WS-FILES-SEEN NOT = DR-FILE-CNT
        MOVE SPACES TO WS-REPORT-TEXT
        STRING "DRPKG HOLDS " WS-FILES-SEEN " FILES, THE RECOVERY SET "
            DR-FILE-CNT DELIMITED BY SIZE INTO WS-REPORT-TEXT
        PERFORM D-FAILURE
    END-IF.

B-TAKE-PACKAGE-RECORD.
    EVALUATE TRUE
        WHEN DRP-FILE-HDR
            PERFORM B-START-FILE
        WHEN DRP-DATA
            PERFORM B-RESTORE-RECORD
        WHEN DRP-FILE-TRL
            PERFORM B-END-FILE
        WHEN DRP-PACKAGE-TRL
            PERFORM B-END-PACKAGE
        WHEN OTHER
            MOVE SPACES TO WS-REPORT-TEXT
            STRING "DRPKG RECORD OF UNKNOWN TYPE '" DRP-TYPE
                "' AFTER " DRP-FILE DELIMITED BY SIZE
                INTO WS-REPORT-TEXT
            PERFORM D-FAILURE
    END-EVALUATE.

B-START-FILE.
*>  The next file of the list is expected, and nothing else.
    ADD 1 TO WS-FILES-SEEN.
    ADD 1 TO WS-F.
    MOVE 0 TO WS-FILE-COUNT WS-FILE-HASH.
    IF WS-F > DR-FILE-CNT
        MOVE SPACES TO WS-REPORT-TEXT
        STRING "DRPKG CARRIES " DRP-FILE
            " PAST THE END OF THE RECOVERY SET" DELIMITED BY SIZE
            INTO WS-REPORT-TEXT
        PERFORM D-FAILURE
        MOVE DR-FILE-CNT TO WS-F
    ELSE
        IF DRP-FILE NOT = DR-FILE-DD(WS-F)
                OR DRP-LRECL NOT = DR-FILE-LRECL(WS-F)
            MOVE SPACES TO WS-REPORT-TEXT
            STRING "DRPKG HAS " DRP-FILE " WHERE " DR-FILE-DD(WS-F)
                " BELONGS, OR ANOTHER LENGTH" DELIMITED BY SIZE
                INTO WS-REPORT-TEXT
            PERFORM D-FAILURE
        END-IF
    END-IF.
    MOVE DR-FILE-DD(WS-F) TO WS-DR-DD.
    MOVE DR-FILE-LRECL(WS-F) TO WS-LRECL.
    OPEN OUTPUT DR-FILE.
    IF WS-DR-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING WS-DR-DD " OPEN FOR OUTPUT FAILED, STATUS "
            WS-DR-STATUS DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 5605 TO WS-ERR-RC
        CALL "ERRHAND" USING "DRREBLD " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    SET WS-OUT-OPEN TO TRUE.

B-RESTORE-RECORD.
    IF NOT WS-OUT-OPEN OR DRP-FILE NOT = WS-DR-DD
        MOVE SPACES TO WS-REPORT-TEXT
        STRING "DRPKG RECORD " DRP-SEQ " OF " DRP-FILE
            " OUTSIDE ITS FILE" DELIMITED BY SIZE INTO WS-REPORT-TEXT
        PERFORM D-FAILURE
    ELSE
        ADD 1 TO WS-FILE-COUNT
        IF DRP-SEQ NOT = WS-FILE-COUNT
            MOVE SPACES TO WS-REPORT-TEXT
            STRING WS-DR-DD " RECORD " DRP-SEQ " WHERE "
                WS-FILE-COUNT " BELONGS -- RECORDS LOST"
                DELIMITED BY SIZE INTO WS-REPORT-TEXT
            PERFORM D-FAILURE
            MOVE DRP-SEQ TO WS-FILE-COUNT
        END-IF
        MOVE DRP-IMAGE(1:WS-LRECL) TO DR-FILE-REC
        WRITE DR-FILE-REC
        MOVE SPACES TO WS-IMAGE
        MOVE DRP-IMAGE(1:WS-LRECL) TO WS-IMAGE
        PERFORM D-HASH-RECORD
    END-IF.

B-END-FILE.
*>  Count and hash held against the file's trailer and the manifest.
    IF WS-OUT-OPEN
        CLOSE DR-FILE
        MOVE "N" TO WS-OUT-OPEN-SW
    END-IF.
    ADD WS-FILE-COUNT TO WS-REC-TOTAL.
    ADD WS-FILE-HASH TO WS-HASH-TOTAL.
    MOVE WS-DR-DD TO D-FILE.
    MOVE WS-MT-COUNT(WS-F) TO D-EXPECTED.
    MOVE WS-FILE-COUNT TO D-FOUND.
    MOVE WS-FILE-HASH TO D-HASH.
    EVALUATE TRUE
        WHEN DRP-FILE NOT = WS-DR-DD
            MOVE "TRAILER OF ANOTHER FILE" TO D-RESULT
            ADD 1 TO WS-FAIL-CNT
        WHEN DRP-COUNT NOT = WS-FILE-COUNT
                OR DRP-HASH NOT = WS-FILE-HASH
            MOVE "DISAGREES WITH ITS TRAILER" TO D-RESULT
            ADD 1 TO WS-FAIL-CNT
        WHEN NOT WS-MT-FOUND(WS-F)
            MOVE "NOT ON THE MANIFEST" TO D-RESULT
            ADD 1 TO WS-FAIL-CNT
        WHEN WS-MT-COUNT(WS-F) NOT = WS-FILE-COUNT
                OR WS-MT-HASH(WS-F) NOT = WS-FILE-HASH
            MOVE "DISAGREES WITH THE MANIFEST" TO D-RESULT
            ADD 1 TO WS-FAIL-CNT
        WHEN DRP-PRESENT = "N"
            MOVE "RESTORED EMPTY (NOT EXPORTED)" TO D-RESULT
        WHEN OTHER
            MOVE "RESTORED" TO D-RESULT
    END-EVALUATE.
    WRITE REBUILD-LINE FROM WS-REPORT-DETAIL.

B-END-PACKAGE.
    SET WS-TRAILER-SEEN TO TRUE.
    IF DRP-REC-TOTAL NOT = WS-REC-TOTAL
            OR DRP-HASH-TOTAL NOT = WS-HASH-TOTAL
            OR DRP-REC-TOTAL NOT = WS-MAN-REC-TOTAL
            OR DRP-HASH-TOTAL NOT = WS-MAN-HASH-TOTAL
        MOVE "PACKAGE TOTALS DISAGREE WITH ITS FILES OR THE MANIFEST"
            TO WS-REPORT-TEXT
        PERFORM D-FAILURE
    END-IF.

C-VERIFY-FILE.
*>  A file the manifest has absent may be missing or empty; one it
*>  has present must be there with every record -- bar the run
*>  control files, which this job itself writes to.
    MOVE DR-FILE-DD(WS-F) TO WS-DR-DD.
    MOVE DR-FILE-LRECL(WS-F) TO WS-LRECL.
    MOVE 0 TO WS-FILE-COUNT WS-FILE-HASH.
    MOVE WS-DR-DD TO D-FILE.
    MOVE WS-MT-COUNT(WS-F) TO D-EXPECTED.
    OPEN INPUT DR-FILE.
    IF WS-DR-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ DR-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM C-TAKE-FILE-RECORD
            END-READ
        END-PERFORM
        CLOSE DR-FILE
        MOVE "N" TO WS-EOF-SW
    END-IF.
    ADD WS-FILE-COUNT TO WS-REC-TOTAL.
    ADD WS-FILE-HASH TO WS-HASH-TOTAL.
    MOVE WS-FILE-COUNT TO D-FOUND.
    MOVE WS-FILE-HASH TO D-HASH.
    EVALUATE TRUE
        WHEN NOT WS-MT-FOUND(WS-F)
            MOVE "NOT ON THE MANIFEST" TO D-RESULT
            ADD 1 TO WS-FAIL-CNT
        WHEN WS-DR-STATUS NOT = "00" AND WS-DR-STATUS NOT = "35"
            MOVE SPACES TO D-RESULT
            STRING "CANNOT BE READ, STATUS " WS-DR-STATUS
                DELIMITED BY SIZE INTO D-RESULT
            ADD 1 TO WS-FAIL-CNT
        WHEN WS-DR-STATUS = "35" AND WS-MT-PRESENT(WS-F) = "Y"
            MOVE "MISSING FROM THE REBUILD" TO D-RESULT
            ADD 1 TO WS-FAIL-CNT
        WHEN WS-DR-STATUS = "00" AND DR-FILE-REWRITTEN(WS-F)
            MOVE "PRESENT, REWRITTEN BY EVERY RUN" TO D-RESULT
        WHEN WS-DR-STATUS = "00" AND DR-FILE-APPENDED(WS-F)
                AND WS-FILE-COUNT NOT < WS-MT-COUNT(WS-F)
                AND WS-FILE-HASH = WS-MT-HASH(WS-F)
            MOVE "VERIFIED, PLUS THIS JOB'S RUNS" TO D-RESULT
        WHEN WS-MT-COUNT(WS-F) NOT = WS-FILE-COUNT
                OR WS-MT-HASH(WS-F) NOT = WS-FILE-HASH
            MOVE "DISAGREES WITH THE MANIFEST" TO D-RESULT
            ADD 1 TO WS-FAIL-CNT
        WHEN OTHER
            MOVE "VERIFIED" TO D-RESULT
    END-EVALUATE.
    WRITE REBUILD-LINE FROM WS-REPORT-DETAIL.
    ADD 1 TO WS-FILES-SEEN.

C-TAKE-FILE-RECORD.
*>  An appended file is held to the records it had when exported;
*>  the entries written since by the rebuild job itself are counted
*>  but not hashed.
    ADD 1 TO WS-FILE-COUNT.
    IF NOT DR-FILE-APPENDED(WS-F)
            OR WS-FILE-COUNT NOT > WS-MT-COUNT(WS-F)
        MOVE SPACES TO WS-IMAGE
        MOVE DR-FILE-REC(1:WS-LRECL) TO WS-IMAGE
        PERFORM D-HASH-RECORD
    END-IF.

D-HASH-RECORD.
*>  The DREXPORT fold, over the record as cut to its own length.
    PERFORM VARYING WS-POS FROM 1 BY 80 UNTIL WS-POS > WS-LRECL
        COMPUTE WS-CHUNK-LEN = WS-LRECL - WS-POS + 1
        IF WS-CHUNK-LEN > 80
            MOVE 80 TO WS-CHUNK-LEN
        END-IF
        MOVE SPACES TO WS-CHUNK
        MOVE WS-IMAGE(WS-POS:WS-CHUNK-LEN) TO WS-CHUNK
        CALL "PRMHASH" USING WS-CHUNK WS-FILE-HASH
    END-PERFORM.

D-FAILURE.
    ADD 1 TO WS-FAIL-CNT.
    WRITE REBUILD-LINE FROM WS-REPORT-TEXT.

D-WRITE-SUMMARY.
    WRITE REBUILD-LINE FROM WS-REPORT-BLANK.
    MOVE "FILES" TO T-LABEL.
    MOVE WS-FILES-SEEN TO T-COUNT.
    WRITE REBUILD-LINE FROM WS-REPORT-TOTALS.
    MOVE "RECORDS" TO T-LABEL.
    MOVE WS-REC-TOTAL TO T-COUNT.
    WRITE REBUILD-LINE FROM WS-REPORT-TOTALS.
    MOVE "RECORDS PER MANIFEST" TO T-LABEL.
    MOVE WS-MAN-REC-TOTAL TO T-COUNT.
    WRITE REBUILD-LINE FROM WS-REPORT-TOTALS.
    MOVE "FAILURES" TO T-LABEL.
    MOVE WS-FAIL-CNT TO T-COUNT.
    WRITE REBUILD-LINE FROM WS-REPORT-TOTALS.
    WRITE REBUILD-LINE FROM WS-REPORT-BLANK.
    EVALUATE TRUE
        WHEN WS-FAIL-CNT > 0
            MOVE "VERDICT: NOT RESTORABLE AS IT STANDS -- SEE ABOVE"
                TO WS-REPORT-VERDICT
        WHEN WS-MODE-VERIFY
            MOVE "VERDICT: EVERY FILE REBUILT AND VERIFIED"
                TO WS-REPORT-VERDICT
        WHEN OTHER
            MOVE "VERDICT: PACKAGE WHOLE -- EVERY FILE RESTORED"
                TO WS-REPORT-VERDICT
    END-EVALUATE.
    WRITE REBUILD-LINE FROM WS-REPORT-VERDICT.
    CLOSE REBUILD-RPT.
