*> Shared duty-trail writer, CALLed by the programs where one person
*> plays a control role over another's work -- NMAPPROV's approvals
*> and rejections, TRIBRIDG's drafted corrections, AUTHMNT's grants
*> and revocations. RUNLOG already says who ran a program; this says
*> who decided what about which key or grant, with the submitting
*> userid alongside when there is one, so the segregation-of-duties
*> report (SODRPT) can hold one role against the other afterwards.
*> Appends one record per call to DUTYLOG, the RUNLOG precedent:
*> userid from the job's own environment, never from a card.
IDENTIFICATION DIVISION.
PROGRAM-ID. DUTYLOG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DUTY-OUT ASSIGN TO "DUTYLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DUTY-STATUS.
DATA DIVISION.
FILE SECTION.
FD  DUTY-OUT
    RECORDING MODE IS F.
01  DUTY-REC.
    05  DUTY-USER-ID            PIC X(8).
    05  DUTY-SEP1               PIC X.
    05  DUTY-DATE               PIC 9(8).
    05  DUTY-SEP2               PIC X.
    05  DUTY-TIME               PIC 9(8).
    05  DUTY-SEP3               PIC X.
    05  DUTY-PROGRAM-ID         PIC X(8).
    05  DUTY-SEP4               PIC X.
    05  DUTY-EVENT              PIC X.
    05  DUTY-SEP5               PIC X.
    05  DUTY-SUBJECT            PIC X(20).
    05  DUTY-SEP6               PIC X.
    05  DUTY-COUNTERPART        PIC X(8).
    WORKING-STORAGE SECTION.
        77 WS-DUTY-STATUS       PIC XX.
        77 WS-USER-ID           PIC X(8).
        77 WS-DUTY-TIME         PIC 9(8).
LINKAGE SECTION.
01  LK-PROGRAM-ID               PIC X(8).
*>  A approved, R rejected, D drafted for approval, G granted,
*>  V revoked.
01  LK-EVENT                    PIC X.
*>  The NUMMAST key for approvals and drafts; the grantee, program,
*>  function and branch for authority changes.
01  LK-SUBJECT                  PIC X(20).
*>  The submitter an approval decided on, or the grantee of an
*>  authority change; spaces where there is none.
01  LK-COUNTERPART              PIC X(8).
01  LK-RUN-DATE                 PIC 9(8).
PROCEDURE DIVISION USING LK-PROGRAM-ID LK-EVENT LK-SUBJECT
        LK-COUNTERPART LK-RUN-DATE.
    PERFORM A-OPEN-LOG.
    PERFORM A-GET-USER-ID.
    ACCEPT WS-DUTY-TIME FROM TIME.
    MOVE WS-USER-ID TO DUTY-USER-ID.
    MOVE SPACE TO DUTY-SEP1.
    MOVE LK-RUN-DATE TO DUTY-DATE.
    MOVE SPACE TO DUTY-SEP2.
    MOVE WS-DUTY-TIME TO DUTY-TIME.
    MOVE SPACE TO DUTY-SEP3.
    MOVE LK-PROGRAM-ID TO DUTY-PROGRAM-ID.
    MOVE SPACE TO DUTY-SEP4.
    MOVE LK-EVENT TO DUTY-EVENT.
    MOVE SPACE TO DUTY-SEP5.
    MOVE LK-SUBJECT TO DUTY-SUBJECT.
    MOVE SPACE TO DUTY-SEP6.
    MOVE LK-COUNTERPART TO DUTY-COUNTERPART.
    WRITE DUTY-REC.
    CLOSE DUTY-OUT.
    GOBACK.

A-OPEN-LOG.
*>  The trail accumulates across every run, so each CALL appends;
*>  the very first call finds nothing to extend and creates it.
    OPEN EXTEND DUTY-OUT.
    IF WS-DUTY-STATUS NOT = "00"
        OPEN OUTPUT DUTY-OUT
    END-IF.

A-GET-USER-ID.
*>  The same environment userid RUNLOG and AUTHCHK use -- the identity
*>  on the trail is the identity that was checked and logged.
    MOVE SPACES TO WS-USER-ID.
    DISPLAY "USER" UPON ENVIRONMENT-NAME.
    ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
    IF WS-USER-ID = SPACES
        MOVE "UNKNOWN" TO WS-USER-ID
    END-IF.
