        77 WS-G             PIC 9(3).
        77 WS-G-MATCH       PIC 9(3).
        77 WS-G-SHIFT       PIC 9(3).
        77 WS-DUTY-EVENT    PIC X.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).

*>  The grant as it goes on the duty trail.
01  WS-DUTY-SUBJECT.
    05  WS-DS-USER          PIC X(8).
    05  WS-DS-PROGRAM       PIC X(8).
    05  WS-DS-FUNC          PIC X.
    05  WS-DS-BRANCH        PIC X(3).

*>  The grants as loaded plus the day's applied changes -- the file
*>  is rewritten whole from this table at end of run.
01  WS-GRANT-TABLE.
    MOVE "APPLIED" TO D-RESULT.
    MOVE SPACES TO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.
    MOVE "G" TO WS-DUTY-EVENT.
    PERFORM B-LOG-DUTY.

B-APPLY-REVOKE.
*>  The revoked slot closes up, the RUNSEQ shift precedent, so the
    MOVE "APPLIED" TO D-RESULT.
    MOVE SPACES TO D-REASON.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.
    MOVE "V" TO WS-DUTY-EVENT.
    PERFORM B-LOG-DUTY.

B-LOG-DUTY.
*>  Every applied grant or revocation goes on the duty trail with the
*>  maintainer's userid, so a change made and then used the same day
*>  by the same person can be found afterwards.
    MOVE ATR-USER TO WS-DS-USER.
    MOVE ATR-PROGRAM TO WS-DS-PROGRAM.
    MOVE ATR-FUNC TO WS-DS-FUNC.
    MOVE ATR-BRANCH TO WS-DS-BRANCH.
    CALL "DUTYLOG" USING "AUTHMNT " WS-DUTY-EVENT WS-DUTY-SUBJECT
        ATR-USER WS-RUN-ID.

B-REJECT-DUPLICATE.
    ADD 1 TO WS-REJECTED-CNT.
