*> Shared exclusive-use guard for the Number Master. Every program
*> that updates NUMMAST -- NMMAINT, NMAPPROV, PPADJUST, SUSPROC,
*> NMRESTOR, NMPURGE, ZADANIE2 and CLASSALL -- claims the one-record
*> NMLOCKS register before it opens the master and releases it at
*> normal end, so an ad-hoc restore or purge submitted while the
*> nightly classification pass is half-way through is refused at
*> the door with the holder named, instead of being left to the
*> file system or the provisional read-only fallback. The register
*> carries the holder's program, userid, run date, run sequence and
*> start time. An abend deliberately leaves the claim standing: the
*> half-finished update is exactly what the next claimant must not
*> walk over, and only an authorized NMUNLOCK run releases it.
*> Function "C" claims (reply "Y" granted, "N" refused), "R"
*> releases the caller's own claim.
IDENTIFICATION DIVISION.
PROGRAM-ID. NMLOCK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOCK-REGISTER ASSIGN TO "NMLOCKS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCK-STATUS.
DATA DIVISION.
FILE SECTION.
FD  LOCK-REGISTER
    RECORDING MODE IS F.
01  LOCK-CARD               PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-LOCK-STATUS   PIC XX.
        77 WS-USER-ID       PIC X(8).
        77 WS-NOW-TIME      PIC 9(8).
        77 WS-MSG-TEXT      PIC X(60).

*>  The register record, as NMUNLOCK and HANDOVER read it.
01  WS-LOCK-REC.
    05  WS-LK-RESOURCE      PIC X(8).
    05  WS-LK-SEP1          PIC X.
    05  WS-LK-STATE         PIC X.
        88  WS-LK-HELD              VALUE "H".
        88  WS-LK-FREE              VALUE "F".
    05  WS-LK-SEP2          PIC X.
    05  WS-LK-PROGRAM       PIC X(8).
    05  WS-LK-SEP3          PIC X.
    05  WS-LK-USER          PIC X(8).
    05  WS-LK-SEP4          PIC X.
    05  WS-LK-RUN-DATE      PIC 9(8).
    05  WS-LK-SEP5          PIC X.
    05  WS-LK-RUN-SEQ       PIC 9(3).
    05  WS-LK-SEP6          PIC X.
    05  WS-LK-START-TIME    PIC 9(8).
    05  FILLER              PIC X(30).
LINKAGE SECTION.
01  LK-FUNCTION             PIC X.
    88  LK-FUNC-CLAIM               VALUE "C".
    88  LK-FUNC-RELEASE             VALUE "R".
01  LK-PROGRAM-ID           PIC X(8).
01  LK-RUN-DATE             PIC 9(8).
01  LK-RUN-SEQ              PIC 9(3).
01  LK-REPLY                PIC X.
PROCEDURE DIVISION USING LK-FUNCTION LK-PROGRAM-ID LK-RUN-DATE
        LK-RUN-SEQ LK-REPLY.
    MOVE "N" TO LK-REPLY.
    PERFORM A-READ-REGISTER.
    EVALUATE TRUE
        WHEN LK-FUNC-CLAIM
            PERFORM B-CLAIM
        WHEN LK-FUNC-RELEASE
            PERFORM B-RELEASE
    END-EVALUATE.
    GOBACK.

A-READ-REGISTER.
*>  A missing or empty register is a free master -- the first claim
*>  creates it.
    MOVE SPACES TO WS-LOCK-REC.
    SET WS-LK-FREE TO TRUE.
    OPEN INPUT LOCK-REGISTER.
    IF WS-LOCK-STATUS = "00"
        READ LOCK-REGISTER
            AT END
                CONTINUE
            NOT AT END
                MOVE LOCK-CARD TO WS-LOCK-REC
        END-READ
        CLOSE LOCK-REGISTER
    END-IF.

B-CLAIM.
*>  A standing claim refuses every claimant, the holder's own rerun
*>  included: a claim still held by the same program means that run
*>  died part-way, and the rerun must wait for NMUNLOCK like anyone.
    IF WS-LK-HELD
        MOVE SPACES TO WS-MSG-TEXT
        STRING "HELD BY " WS-LK-PROGRAM " " WS-LK-USER
            " RUN " WS-LK-RUN-DATE "/" WS-LK-RUN-SEQ
            " AT " WS-LK-START-TIME
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN9002E" WS-MSG-TEXT
        DISPLAY "NMLOCK: " LK-PROGRAM-ID " REFUSED -- RELEASE A "
            "DEAD HOLDER'S CLAIM WITH NMUNLOCK"
    ELSE
        MOVE SPACES TO WS-USER-ID
        DISPLAY "USER" UPON ENVIRONMENT-NAME
        ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
        IF WS-USER-ID = SPACES
            MOVE "UNKNOWN" TO WS-USER-ID
        END-IF
        ACCEPT WS-NOW-TIME FROM TIME
        MOVE SPACES TO WS-LOCK-REC
        MOVE "NUMMAST " TO WS-LK-RESOURCE
        SET WS-LK-HELD TO TRUE
        MOVE LK-PROGRAM-ID TO WS-LK-PROGRAM
        MOVE WS-USER-ID TO WS-LK-USER
        MOVE LK-RUN-DATE TO WS-LK-RUN-DATE
        MOVE LK-RUN-SEQ TO WS-LK-RUN-SEQ
        MOVE WS-NOW-TIME TO WS-LK-START-TIME
        MOVE "Y" TO LK-REPLY
        PERFORM C-WRITE-REGISTER
    END-IF.

B-RELEASE.
*>  Only the claim this run made is released -- program, run date
*>  and sequence must all match -- so a stray release can never free
*>  another job's hold. The released record keeps the last holder's
*>  details for NMUNLOCK's report.
    IF WS-LK-HELD
            AND WS-LK-PROGRAM = LK-PROGRAM-ID
            AND WS-LK-RUN-DATE = LK-RUN-DATE
            AND WS-LK-RUN-SEQ = LK-RUN-SEQ
        SET WS-LK-FREE TO TRUE
        MOVE "Y" TO LK-REPLY
        PERFORM C-WRITE-REGISTER
    ELSE
        DISPLAY "NMLOCK: " LK-PROGRAM-ID
            " RELEASE IGNORED -- NOT THE CURRENT HOLDER"
    END-IF.

C-WRITE-REGISTER.
*>  The caller's "Y" stands only when the register really holds the
*>  new state -- a claim or release not on NMLOCKS is refused, never
*>  granted.
    OPEN OUTPUT LOCK-REGISTER.
    IF WS-LOCK-STATUS = "00"
        WRITE LOCK-CARD FROM WS-LOCK-REC
        IF WS-LOCK-STATUS NOT = "00"
            DISPLAY "NMLOCK: NMLOCKS WRITE FAILED, STATUS "
                WS-LOCK-STATUS
            MOVE "N" TO LK-REPLY
        END-IF
        CLOSE LOCK-REGISTER
    ELSE
        DISPLAY "NMLOCK: NMLOCKS WRITE FAILED, STATUS "
            WS-LOCK-STATUS
        MOVE "N" TO LK-REPLY
    END-IF.
