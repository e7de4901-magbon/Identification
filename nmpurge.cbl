        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-MASTER-LOCK-REPLY PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "PRGPARM".
    CALL "RUNLOG" USING "NMPURGE " WS-RUN-ID WS-RUN-TIME "S"
        WS-RUN-RC WS-RUN-SEQ.
    PERFORM A-CHECK-AUTHORITY.
    PERFORM A-CLAIM-MASTER-LOCK.

A-RUN-COMPLETION.
*>  Matching end-of-run record for the A-RUN-HEADER start entry, for
*>  the batch-window report.
    PERFORM A-RELEASE-MASTER-LOCK.
    ACCEPT WS-RUN-TIME FROM TIME.
    CALL "RUNLOG" USING "NMPURGE " WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.
        CALL "ERRHAND" USING "NMPURGE " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-CLAIM-MASTER-LOCK.
*>  Exclusive use of the Number Master for the length of the run,
*>  claimed on the NMLOCKS register before the master is opened. A
*>  refusal means another of our own jobs holds it -- or died holding
*>  it -- and this run stops here without touching a record.
    CALL "NMLOCK" USING "C" "NMPURGE " WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.
    IF WS-MASTER-LOCK-REPLY NOT = "Y"
        MOVE "NUMMAST IN USE BY ANOTHER JOB - SEE NMLOCKS" TO WS-ERR-MSG
        MOVE 9002 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMPURGE " WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-RELEASE-MASTER-LOCK.
*>  Normal end only -- an abend leaves the claim standing for NMUNLOCK.
    CALL "NMLOCK" USING "R" "NMPURGE " WS-RUN-ID WS-RUN-SEQ
        WS-MASTER-LOCK-REPLY.

A-READ-PARM.
*>  Optional card: columns 1-4 the retention in days. Compiled-in
*>  365-day default when the card is missing, same as every other
