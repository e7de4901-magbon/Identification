*> NM-ID key allocation. New account keys used to be made up at the
*> branch and typed straight onto an NMMAINT add card; now each
*> branch is given a number range and asks for keys. The KEYRANGE
*> cards assign the ranges -- branch, lowest and highest nine-digit
*> number -- and each KEYREQ card asks for a number of keys for a
*> branch on behalf of a named requester. Keys are issued upward
*> from the highest the branch has had out of its range, each
*> completed with its check digit by the shared KEYCHK routine, and
*> each goes on the KEYREG register with its branch, date, the
*> requester it was issued to and the userid that ran the
*> allocation, for KEYRECON to follow up. A number whose nine digits
*> already lead a key on the Number Master is passed over, so no
*> issued key is one check digit away from a legacy account. A range
*> card that is malformed, duplicates a branch or overlaps another
*> branch's range is refused; a request the range cannot meet in
*> full is met as far as it can be. Either is warned and ends RC 4.
IDENTIFICATION DIVISION.
PROGRAM-ID. KEYALLOC.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RANGE-IN ASSIGN TO "KEYRANGE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RNG-STATUS.
    SELECT REQUEST-IN ASSIGN TO "KEYREQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQ-STATUS.
    SELECT KEY-REGISTER ASSIGN TO "KEYREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KR-KEY
        FILE STATUS IS WS-KR-STATUS.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NM-ID
        FILE STATUS IS WS-NM-STATUS.
    SELECT ALLOC-RPT ASSIGN TO "KEYALRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  RANGE-IN
    RECORDING MODE IS F.
01  RNG-CARD.
    05  RNG-BRANCH          PIC X(3).
    05  RNG-SEP1            PIC X.
    05  RNG-LOW             PIC X(9).
    05  RNG-SEP2            PIC X.
    05  RNG-HIGH            PIC X(9).
FD  REQUEST-IN
    RECORDING MODE IS F.
01  REQ-CARD.
    05  REQ-BRANCH          PIC X(3).
    05  REQ-SEP1            PIC X.
    05  REQ-REQUESTER       PIC X(8).
    05  REQ-SEP2            PIC X.
    05  REQ-COUNT           PIC X(3).
FD  KEY-REGISTER.
    COPY KEYREG.
FD  NUMBER-MASTER.
01  NM-RECORD.
    05  NM-ID               PIC X(10).
    05  NM-AMOUNT           PIC S9(10)V99.
    05  NM-BRANCH           PIC X(3).
    05  NM-STATUS-FLAG      PIC X.
    05  NM-LAST-ACT-DATE    PIC 9(8).
    05  NM-CURRENCY         PIC X(3).
FD  ALLOC-RPT
    RECORDING MODE IS F.
01  RPT-LINE                PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-RNG-STATUS    PIC XX.
        77 WS-REQ-STATUS    PIC XX.
        77 WS-KR-STATUS     PIC XX.
        77 WS-NM-STATUS     PIC XX.
        77 WS-RPT-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-KR-EOF-SW     PIC X.
            88 WS-KR-EOF            VALUE "Y".
        77 WS-RG            PIC 9(2).
        77 WS-RG-MATCH      PIC 9(2).
        77 WS-RG-CLASH      PIC 9(2).
        77 WS-WANTED        PIC 9(3).
        77 WS-GIVEN         PIC 9(3).
        77 WS-ISSUED-CNT    PIC 9(6) VALUE 0.
        77 WS-SHORT-CNT     PIC 9(6) VALUE 0.
        77 WS-REFUSED-CNT   PIC 9(6) VALUE 0.
        77 WS-TAKEN-SW      PIC X.
            88 WS-NUMBER-TAKEN      VALUE "Y".
        77 WS-KEY-REPLY     PIC X.
        77 WS-USER-ID       PIC X(8).
        77 WS-NOTE          PIC X(30).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

*>  The assigned ranges, one per branch, with the next number each
*>  will issue -- the branch roster holds at most twenty branches.
01  WS-RANGE-TABLE.
    05  WS-RG-CNT           PIC 9(2) VALUE 0.
    05  WS-RG-ENTRY OCCURS 20 TIMES.
        10  WS-RG-BRANCH    PIC X(3).
        10  WS-RG-LOW       PIC 9(9).
        10  WS-RG-HIGH      PIC 9(9).
        10  WS-RG-NEXT      PIC 9(10).
        10  WS-RG-ISSUED    PIC 9(6).

*>  The nine-digit number both ways round, for the register and
*>  master key probes.
01  WS-NUMBER-WORK.
    05  WS-NUMBER-X         PIC X(9).
    05  WS-NUMBER-N REDEFINES WS-NUMBER-X PIC 9(9).
01  WS-CARD-LOW-WORK.
    05  WS-CARD-LOW-X       PIC X(9).
    05  WS-CARD-LOW-N REDEFINES WS-CARD-LOW-X PIC 9(9).
01  WS-CARD-HIGH-WORK.
    05  WS-CARD-HIGH-X      PIC X(9).
    05  WS-CARD-HIGH-N REDEFINES WS-CARD-HIGH-X PIC 9(9).
01  WS-COUNT-WORK.
    05  WS-COUNT-X          PIC X(3).
    05  WS-COUNT-N REDEFINES WS-COUNT-X PIC 9(3).
01  WS-NEW-KEY              PIC X(10).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "NM-ID KEY ALLOCATION".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-TITLE.
    05  RT-TITLE            PIC X(60).
01  WS-REPORT-COLHDR.
    05  FILLER              PIC X(8)  VALUE "BRANCH".
    05  FILLER              PIC X(12) VALUE "KEY".
    05  FILLER              PIC X(12) VALUE "ISSUED TO".
    05  FILLER              PIC X(30) VALUE "NOTE".
01  WS-REPORT-DETAIL.
    05  D-BRANCH            PIC X(8).
    05  D-KEY               PIC X(12).
    05  D-REQUESTER         PIC X(12).
    05  D-NOTE              PIC X(30).
01  WS-REPORT-RANGE.
    05  R-BRANCH            PIC X(8).
    05  R-LOW               PIC 9(9).
    05  FILLER              PIC X(3) VALUE " - ".
    05  R-HIGH              PIC 9(9).
    05  FILLER              PIC X(3) VALUE SPACES.
    05  R-ISSUED            PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE SPACES.
    05  R-LEFT              PIC ZZZ,ZZZ,ZZ9.
01  WS-REPORT-RANGE-HDR.
    05  FILLER              PIC X(8)  VALUE "BRANCH".
    05  FILLER              PIC X(24) VALUE "RANGE".
    05  FILLER              PIC X(10) VALUE "THIS RUN".
    05  FILLER              PIC X(12) VALUE "LEFT".
01  WS-REPORT-TOTALS.
    05  FILLER              PIC X(34) VALUE
        "ISSUED / REQUESTS SHORT / REFUSED ".
    05  T-ISSUED            PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-SHORT             PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-REFUSED           PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-OPEN-FILES.
    PERFORM A-LOAD-RANGES.
    PERFORM A-FIND-NEXT-NUMBERS.
    MOVE "KEYS ISSUED" TO RT-TITLE.
    WRITE RPT-LINE FROM WS-REPORT-BLANK.
    WRITE RPT-LINE FROM WS-REPORT-TITLE.
    WRITE RPT-LINE FROM WS-REPORT-COLHDR.
    OPEN INPUT REQUEST-IN.
    IF WS-REQ-STATUS NOT = "00"
        DISPLAY "KEYALLOC: KEYREQ NOT PRESENT -- NO KEYS REQUESTED"
    ELSE
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ REQUEST-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM B-TAKE-REQUEST
            END-READ
        END-PERFORM
        CLOSE REQUEST-IN
    END-IF.
    PERFORM C-LIST-RANGES.
    WRITE RPT-LINE FROM WS-REPORT-BLANK.
    MOVE WS-ISSUED-CNT TO T-ISSUED.
    MOVE WS-SHORT-CNT TO T-SHORT.
    MOVE WS-REFUSED-CNT TO T-REFUSED.
    WRITE RPT-LINE FROM WS-REPORT-TOTALS.
    CLOSE KEY-REGISTER.
    CLOSE NUMBER-MASTER.
    CLOSE ALLOC-RPT.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "NM-ID KEYS ISSUED: " WS-ISSUED-CNT
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN9601I" WS-MSG-TEXT.
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
    STRING "KEYALLOC RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "KEYALLOC" WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
*>  The userid that runs the allocation goes on every key it issues,
*>  captured the way RUNLOG captures it.
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
    CALL "RUNLOG" USING "KEYALLOC" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  Issuing account keys is controlled like keying them.
    CALL "AUTHCHK" USING "KEYALLOC" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "KEYALLOC" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-OPEN-FILES.
*>  OPEN I-O with the status-35 OPEN OUTPUT fallback, the
*>  control-file precedent -- the first allocation creates the
*>  register.
    OPEN I-O KEY-REGISTER.
    IF WS-KR-STATUS = "35"
        OPEN OUTPUT KEY-REGISTER
        CLOSE KEY-REGISTER
        OPEN I-O KEY-REGISTER
    END-IF.
    IF WS-KR-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "KEYREG OPEN FAILED, STATUS " WS-KR-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 9602 TO WS-ERR-RC
        CALL "ERRHAND" USING "KEYALLOC" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN INPUT NUMBER-MASTER.
    IF WS-NM-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "NUMBER-MASTER OPEN FAILED, STATUS " WS-NM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 9603 TO WS-ERR-RC
        CALL "ERRHAND" USING "KEYALLOC" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    OPEN OUTPUT ALLOC-RPT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE RPT-LINE FROM WS-REPORT-HEADER-1.

A-LOAD-RANGES.
*>  No range cards means no branch can be issued a key, and the run
*>  stops here rather than refuse every request one by one.
    OPEN INPUT RANGE-IN.
    IF WS-RNG-STATUS NOT = "00"
        MOVE "KEYRANGE NOT PRESENT - NO NUMBER RANGES ASSIGNED"
            TO WS-ERR-MSG
        MOVE 9601 TO WS-ERR-RC
        CALL "ERRHAND" USING "KEYALLOC" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE "RANGE CARDS REFUSED" TO RT-TITLE.
    WRITE RPT-LINE FROM WS-REPORT-BLANK.
    WRITE RPT-LINE FROM WS-REPORT-TITLE.
    MOVE "N" TO WS-EOF-SW.
    PERFORM UNTIL WS-EOF
        READ RANGE-IN
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM A-TAKE-RANGE-CARD
        END-READ
    END-PERFORM.
    CLOSE RANGE-IN.

A-TAKE-RANGE-CARD.
    MOVE RNG-LOW TO WS-CARD-LOW-X.
    MOVE RNG-HIGH TO WS-CARD-HIGH-X.
    MOVE SPACES TO WS-NOTE.
    EVALUATE TRUE
        WHEN RNG-BRANCH = SPACES
            MOVE "NO BRANCH ON CARD" TO WS-NOTE
        WHEN WS-CARD-LOW-N IS NOT NUMERIC
                OR WS-CARD-HIGH-N IS NOT NUMERIC
            MOVE "RANGE NOT NUMERIC" TO WS-NOTE
        WHEN WS-CARD-LOW-N > WS-CARD-HIGH-N
            MOVE "LOW ABOVE HIGH" TO WS-NOTE
        WHEN WS-RG-CNT = 20
            MOVE "MORE THAN 20 RANGES" TO WS-NOTE
    END-EVALUATE.
    IF WS-NOTE = SPACES
        MOVE 0 TO WS-RG-CLASH
        PERFORM VARYING WS-RG FROM 1 BY 1 UNTIL WS-RG > WS-RG-CNT
            IF WS-RG-BRANCH(WS-RG) = RNG-BRANCH
                MOVE "BRANCH ALREADY HAS A RANGE" TO WS-NOTE
            END-IF
            IF WS-CARD-LOW-N NOT > WS-RG-HIGH(WS-RG)
                    AND WS-CARD-HIGH-N NOT < WS-RG-LOW(WS-RG)
                MOVE WS-RG TO WS-RG-CLASH
            END-IF
        END-PERFORM
        IF WS-NOTE = SPACES AND WS-RG-CLASH > 0
            STRING "OVERLAPS RANGE OF "
                WS-RG-BRANCH(WS-RG-CLASH)
                DELIMITED BY SIZE INTO WS-NOTE
        END-IF
    END-IF.
    IF WS-NOTE = SPACES
        ADD 1 TO WS-RG-CNT
        MOVE RNG-BRANCH TO WS-RG-BRANCH(WS-RG-CNT)
        MOVE WS-CARD-LOW-N TO WS-RG-LOW(WS-RG-CNT)
        MOVE WS-CARD-HIGH-N TO WS-RG-HIGH(WS-RG-CNT)
        MOVE WS-CARD-LOW-N TO WS-RG-NEXT(WS-RG-CNT)
        MOVE 0 TO WS-RG-ISSUED(WS-RG-CNT)
    ELSE
        MOVE RNG-BRANCH TO D-BRANCH
        MOVE SPACES TO D-KEY
        MOVE SPACES TO D-REQUESTER
        MOVE WS-NOTE TO D-NOTE
        WRITE RPT-LINE FROM WS-REPORT-DETAIL
        MOVE SPACES TO WS-MSG-TEXT
        STRING "KEYRANGE " RNG-BRANCH " REFUSED: " WS-NOTE
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN9602W" WS-MSG-TEXT
        MOVE 4 TO WS-RUN-RC
    END-IF.

A-FIND-NEXT-NUMBERS.
*>  Each branch carries on from the highest key the register shows
*>  it was issued out of its range, so a range narrowed or moved on
*>  the cards never hands the same number out twice.
    PERFORM VARYING WS-RG FROM 1 BY 1 UNTIL WS-RG > WS-RG-CNT
        MOVE WS-RG-LOW(WS-RG) TO WS-NUMBER-N
        MOVE WS-NUMBER-X TO KR-KEY(1:9)
        MOVE "0" TO KR-KEY(10:1)
        MOVE "N" TO WS-KR-EOF-SW
        START KEY-REGISTER KEY NOT < KR-KEY
            INVALID KEY
                SET WS-KR-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-KR-EOF
            READ KEY-REGISTER NEXT RECORD
                AT END
                    SET WS-KR-EOF TO TRUE
                NOT AT END
                    MOVE KR-KEY(1:9) TO WS-NUMBER-X
                    IF WS-NUMBER-N IS NOT NUMERIC
                            OR WS-NUMBER-N > WS-RG-HIGH(WS-RG)
                        SET WS-KR-EOF TO TRUE
                    ELSE
                        COMPUTE WS-RG-NEXT(WS-RG) = WS-NUMBER-N + 1
                    END-IF
            END-READ
        END-PERFORM
    END-PERFORM.

B-TAKE-REQUEST.
    MOVE REQ-COUNT TO WS-COUNT-X.
    INSPECT WS-COUNT-X REPLACING LEADING SPACES BY ZEROS.
    MOVE 0 TO WS-RG-MATCH.
    PERFORM VARYING WS-RG FROM 1 BY 1 UNTIL WS-RG > WS-RG-CNT
        IF WS-RG-BRANCH(WS-RG) = REQ-BRANCH
            MOVE WS-RG TO WS-RG-MATCH
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-NOTE.
    EVALUATE TRUE
        WHEN WS-RG-MATCH = 0
            MOVE "NO RANGE FOR BRANCH" TO WS-NOTE
        WHEN REQ-REQUESTER = SPACES
            MOVE "NO REQUESTER NAMED" TO WS-NOTE
        WHEN WS-COUNT-N IS NOT NUMERIC
            MOVE "COUNT NOT NUMERIC" TO WS-NOTE
        WHEN WS-COUNT-N = 0
            MOVE "COUNT IS ZERO" TO WS-NOTE
    END-EVALUATE.
    IF WS-NOTE NOT = SPACES
        ADD 1 TO WS-REFUSED-CNT
        PERFORM B-REGISTER-REQUEST-NOTE
    ELSE
        MOVE WS-COUNT-N TO WS-WANTED
        MOVE 0 TO WS-GIVEN
        PERFORM B-ISSUE-ONE-KEY
            UNTIL WS-GIVEN = WS-WANTED
               OR WS-RG-NEXT(WS-RG-MATCH) > WS-RG-HIGH(WS-RG-MATCH)
        IF WS-GIVEN < WS-WANTED
            ADD 1 TO WS-SHORT-CNT
            MOVE SPACES TO WS-NOTE
            STRING "RANGE EXHAUSTED - " WS-GIVEN " OF " WS-WANTED
                DELIMITED BY SIZE INTO WS-NOTE
            PERFORM B-REGISTER-REQUEST-NOTE
        END-IF
    END-IF.

B-REGISTER-REQUEST-NOTE.
    MOVE REQ-BRANCH TO D-BRANCH.
    MOVE SPACES TO D-KEY.
    MOVE REQ-REQUESTER TO D-REQUESTER.
    MOVE WS-NOTE TO D-NOTE.
    WRITE RPT-LINE FROM WS-REPORT-DETAIL.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "KEYREQ " REQ-BRANCH " NOT MET: " WS-NOTE
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN9603W" WS-MSG-TEXT.
    MOVE 4 TO WS-RUN-RC.

B-ISSUE-ONE-KEY.
*>  The next number is passed over while nine digits of it already
*>  lead a key on the master -- a legacy account with the same
*>  number and any check digit.
    MOVE WS-RG-NEXT(WS-RG-MATCH) TO WS-NUMBER-N.
    PERFORM B-PROBE-MASTER.
    IF WS-NUMBER-TAKEN
        ADD 1 TO WS-RG-NEXT(WS-RG-MATCH)
    ELSE
        MOVE SPACES TO WS-NEW-KEY
        MOVE WS-NUMBER-X TO WS-NEW-KEY(1:9)
        CALL "KEYCHK" USING "C" WS-NEW-KEY WS-KEY-REPLY
        MOVE SPACES TO KR-REC
        MOVE WS-NEW-KEY TO KR-KEY
        MOVE REQ-BRANCH TO KR-BRANCH
        MOVE WS-RUN-ID TO KR-ISSUE-DATE
        MOVE REQ-REQUESTER TO KR-ISSUED-TO
        MOVE WS-USER-ID TO KR-ISSUED-BY
        SET KR-ISSUED TO TRUE
        MOVE 0 TO KR-ADDED-DATE
        WRITE KR-REC
            INVALID KEY
                MOVE SPACES TO WS-ERR-MSG
                STRING "KEYREG WRITE FAILED FOR " WS-NEW-KEY
                    DELIMITED BY SIZE INTO WS-ERR-MSG
                MOVE 9604 TO WS-ERR-RC
                CALL "ERRHAND" USING "KEYALLOC" WS-ERR-MSG "A"
                    WS-ERR-RC
        END-WRITE
        ADD 1 TO WS-RG-NEXT(WS-RG-MATCH)
        ADD 1 TO WS-RG-ISSUED(WS-RG-MATCH)
        ADD 1 TO WS-GIVEN
        ADD 1 TO WS-ISSUED-CNT
        MOVE REQ-BRANCH TO D-BRANCH
        MOVE WS-NEW-KEY TO D-KEY
        MOVE REQ-REQUESTER TO D-REQUESTER
        MOVE "ISSUED" TO D-NOTE
        WRITE RPT-LINE FROM WS-REPORT-DETAIL
    END-IF.

B-PROBE-MASTER.
    MOVE "N" TO WS-TAKEN-SW.
    MOVE WS-NUMBER-X TO NM-ID(1:9).
    MOVE LOW-VALUES TO NM-ID(10:1).
    START NUMBER-MASTER KEY NOT < NM-ID
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            READ NUMBER-MASTER NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    IF NM-ID(1:9) = WS-NUMBER-X
                        SET WS-NUMBER-TAKEN TO TRUE
                    END-IF
            END-READ
    END-START.

C-LIST-RANGES.
*>  What each branch has left, so a range is reassigned before it
*>  runs dry rather than after.
    MOVE "NUMBER RANGES" TO RT-TITLE.
    WRITE RPT-LINE FROM WS-REPORT-BLANK.
    WRITE RPT-LINE FROM WS-REPORT-TITLE.
    WRITE RPT-LINE FROM WS-REPORT-RANGE-HDR.
    PERFORM VARYING WS-RG FROM 1 BY 1 UNTIL WS-RG > WS-RG-CNT
        MOVE WS-RG-BRANCH(WS-RG) TO R-BRANCH
        MOVE WS-RG-LOW(WS-RG) TO R-LOW
        MOVE WS-RG-HIGH(WS-RG) TO R-HIGH
        MOVE WS-RG-ISSUED(WS-RG) TO R-ISSUED
        IF WS-RG-NEXT(WS-RG) > WS-RG-HIGH(WS-RG)
            MOVE 0 TO R-LEFT
        ELSE
            COMPUTE R-LEFT = WS-RG-HIGH(WS-RG)
                - WS-RG-NEXT(WS-RG) + 1
        END-IF
        WRITE RPT-LINE FROM WS-REPORT-RANGE
    END-PERFORM.
