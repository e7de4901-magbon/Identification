*> Mass maintenance batch approval. A batch NMMASGEN has written is
*> approved or rejected here as a whole, by a second user: the
*> MASSAPTR card names the batch and carries back the card count and
*> control hash printed on the impact report, so the approver can
*> only release what they actually read. Before approval releases
*> anything, the cards on MASSTRAN and MASSSENS are recounted
*> against the register, and every change card is checked against
*> the Number Master as it stands now -- a key changed since the
*> batch was generated makes the whole batch stale, and it is
*> rejected rather than half-applied. An approved batch is copied to
*> MASSREL and MASSSREL, which the following NMMAINT and SENSMNT
*> steps apply; anything short of approval ends RC 4 or more so
*> those steps do not run.
IDENTIFICATION DIVISION.
PROGRAM-ID. NMMASAPV.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BATCH-CONTROL ASSIGN TO "MASSCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MB-STATUS.
    SELECT MASS-TRANS ASSIGN TO "MASSTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MT-STATUS.
    SELECT MASS-SENS ASSIGN TO "MASSSENS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MS-STATUS.
    SELECT NUMBER-MASTER ASSIGN TO "NUMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NM-ID
        FILE STATUS IS WS-NM-STATUS.
*>  The released copies, written only for an approved batch.
    SELECT TRANS-RELEASE ASSIGN TO "MASSREL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TR-STATUS.
    SELECT SENS-RELEASE ASSIGN TO "MASSSREL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SR-STATUS.
    SELECT REGISTER-OUT ASSIGN TO "MASSAREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  BATCH-CONTROL
    RECORDING MODE IS F.
01  MB-REC.
    05  MB-BATCH-ID         PIC X(11).
    05  MB-STATE            PIC X.
        88  MB-PENDING              VALUE "P".
        88  MB-APPROVED             VALUE "A".
        88  MB-REJECTED             VALUE "R".
    05  MB-GEN-USER         PIC X(8).
    05  MB-GEN-DATE         PIC 9(8).
    05  MB-SEL-TYPE         PIC X.
    05  MB-SEL-VALUE        PIC X(20).
    05  MB-ACTION           PIC X.
    05  MB-TO-BRANCH        PIC X(3).
    05  MB-PCT              PIC S9(3)V99 SIGN LEADING SEPARATE.
    05  MB-EFF-DATE         PIC X(8).
    05  MB-CARD-CNT         PIC 9(6).
    05  MB-CARD-HASH        PIC 9(12)V99.
    05  MB-SENS-CNT         PIC 9(6).
    05  MB-DEC-USER         PIC X(8).
    05  MB-DEC-DATE         PIC 9(8).
    05  MB-REASON           PIC X(25).
FD  MASS-TRANS
    RECORDING MODE IS F.
01  MNT-REC.
    05  MNT-ACTION          PIC X.
    05  MNT-ID              PIC X(10).
    05  MNT-AMOUNT          PIC S9(10)V99.
    05  MNT-BRANCH          PIC X(3).
    05  MNT-CURRENCY        PIC X(3).
    05  MNT-EFF-DATE        PIC X(8).
FD  MASS-SENS
    RECORDING MODE IS F.
01  SMT-REC                 PIC X(38).
FD  NUMBER-MASTER.
01  NM-RECORD.
    05  NM-ID               PIC X(10).
    05  NM-AMOUNT           PIC S9(10)V99.
    05  NM-BRANCH           PIC X(3).
    05  NM-STATUS-FLAG      PIC X.
    05  NM-LAST-ACT-DATE    PIC 9(8).
*>  Booking currency, appended so existing records read back with
*>  spaces -- which every reader treats as the base currency, the
*>  stand-up convention.
    05  NM-CURRENCY         PIC X(3).
FD  TRANS-RELEASE
    RECORDING MODE IS F.
01  TR-REC                  PIC X(37).
FD  SENS-RELEASE
    RECORDING MODE IS F.
01  SR-REC                  PIC X(38).
FD  REGISTER-OUT
    RECORDING MODE IS F.
01  REGISTER-LINE           PIC X(80).
    WORKING-STORAGE SECTION.
        77 WS-MB-STATUS     PIC XX.
        77 WS-MT-STATUS     PIC XX.
        77 WS-MS-STATUS     PIC XX.
        77 WS-NM-STATUS     PIC XX.
        77 WS-TR-STATUS     PIC XX.
        77 WS-SR-STATUS     PIC XX.
        77 WS-REG-STATUS    PIC XX.
        77 WS-EOF-SW        PIC X VALUE "N".
            88 WS-EOF               VALUE "Y".
        77 WS-MB            PIC 9(3).
        77 WS-MB-MATCH      PIC 9(3) VALUE 0.
        77 WS-TRAN-CNT      PIC 9(6) VALUE 0.
        77 WS-TRAN-HASH     PIC 9(12)V99 VALUE 0.
        77 WS-SENS-CNT      PIC 9(6) VALUE 0.
        77 WS-STALE-CNT     PIC 9(6) VALUE 0.
        77 WS-EXPECT-AMT    PIC S9(10)V99.
        77 WS-PCT           PIC S9(3)V99.
        77 WS-USER-ID       PIC X(8).
        77 WS-REJECT-REASON PIC X(40).
        77 WS-STALE-REASON  PIC X(30).
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
        77 WS-RUN-SEQ       PIC 9(3) VALUE 1.
        77 WS-MSG-TEXT      PIC X(60).
        77 WS-AUTH-REPLY    PIC X.
        77 WS-ERR-MSG       PIC X(60).
        77 WS-ERR-RC        PIC 9(4).
        77 WS-PARM-FILE     PIC X(8) VALUE "MASSAPTR".
        77 WS-PARM-CARD     PIC X(80).
        77 WS-PARM-FOUND-SW PIC X.
            88 WS-PARM-FOUND        VALUE "Y".

*>  The decision card: column 1 A approves, R rejects; the batch id
*>  in 2-12; for an approval the card count (13-18) and control hash
*>  (19-32) exactly as the impact report's approval card image.
01  WS-DECISION-CARD.
    05  DC-ACTION           PIC X.
        88  DC-APPROVE              VALUE "A".
        88  DC-REJECT               VALUE "R".
    05  DC-BATCH-ID         PIC X(11).
    05  DC-CARD-CNT         PIC 9(6).
    05  DC-CARD-HASH        PIC 9(12)V99.
    05  FILLER              PIC X(48).

*>  The batch register, loaded whole and written back whole -- the
*>  SENSMAST convention for a flat master.
01  WS-BATCH-TABLE.
    05  WS-BT-CNT           PIC 9(3) VALUE 0.
    05  WS-BT OCCURS 500 TIMES.
        10  WS-BT-REC       PIC X(134).

01  WS-REPORT-HEADER-1.
    05  FILLER              PIC X(30) VALUE
        "MASS MAINTENANCE APPROVAL".
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  H1-RUN-DATE         PIC 9999/99/99.
01  WS-REPORT-BLANK         PIC X(80) VALUE SPACES.
01  WS-REPORT-ITEM.
    05  RI-LABEL            PIC X(22).
    05  RI-VALUE            PIC X(50).
01  WS-REPORT-COUNT.
    05  C-LABEL             PIC X(22).
    05  C-REGISTER          PIC ZZZ,ZZ9.
    05  FILLER              PIC X(4) VALUE SPACES.
    05  C-FOUND             PIC ZZZ,ZZ9.
01  WS-REPORT-HASH.
    05  FILLER              PIC X(22) VALUE "CONTROL HASH".
    05  C-HASH-REGISTER     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  C-HASH-FOUND        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
01  WS-REPORT-COUNT-HDR.
    05  FILLER              PIC X(22) VALUE SPACES.
    05  FILLER              PIC X(11) VALUE "   BATCH".
    05  FILLER              PIC X(10) VALUE "   FOUND".
01  WS-REPORT-STALE.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  S-KEY               PIC X(12).
    05  S-CARD              PIC -(9)9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  S-REASON            PIC X(30).
01  WS-REPORT-DECISION.
    05  FILLER              PIC X(10) VALUE "DECISION: ".
    05  RD-DECISION         PIC X(10).
    05  RD-REASON           PIC X(40).
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-READ-DECISION.
    PERFORM A-LOAD-BATCHES.
    OPEN OUTPUT REGISTER-OUT.
    MOVE WS-RUN-ID TO H1-RUN-DATE.
    WRITE REGISTER-LINE FROM WS-REPORT-HEADER-1.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    PERFORM B-EDIT-DECISION.
    IF WS-REJECT-REASON NOT = SPACES
        MOVE "REFUSED" TO RD-DECISION
        MOVE WS-REJECT-REASON TO RD-REASON
        WRITE REGISTER-LINE FROM WS-REPORT-DECISION
        MOVE SPACES TO WS-MSG-TEXT
        STRING "BATCH " DC-BATCH-ID " DECISION REFUSED"
            DELIMITED BY SIZE INTO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN4702W" WS-MSG-TEXT
        MOVE WS-REJECT-REASON TO WS-MSG-TEXT
        CALL "MSGWRITE" USING "IDN4702W" WS-MSG-TEXT
        MOVE 8 TO WS-RUN-RC
    ELSE
        PERFORM C-DECIDE-BATCH
        PERFORM C-REWRITE-BATCHES
    END-IF.
    CLOSE REGISTER-OUT.
    PERFORM A-RUN-COMPLETION.
    MOVE WS-RUN-RC TO RETURN-CODE.
    GOBACK.

A-RUN-HEADER.
*>  Tags this run's console output with a run-id and timestamp so
*>  several jobs' SYSOUT can still be told apart once bundled together.
    CALL "BUSDATE" USING "G" BY CONTENT WS-RUN-ID
        BY REFERENCE WS-RUN-ID.
    CALL "RUNSEQ" USING "C" WS-RUN-ID WS-RUN-SEQ.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "NMMASAPV RUN-ID " WS-RUN-ID "-" WS-RUN-TIME
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    CALL "MSGWRITE" USING "IDN0001I" WS-MSG-TEXT.
    CALL "RUNLOG" USING "NMMASAPV" WS-RUN-ID WS-RUN-TIME "S"
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
    CALL "RUNLOG" USING "NMMASAPV" WS-RUN-ID WS-RUN-TIME "E"
        WS-RUN-RC WS-RUN-SEQ.

A-CHECK-AUTHORITY.
*>  The authority master decides whether this userid may run this
*>  program at all -- checked here, before any processing file is
*>  opened, so a refused attempt changes nothing on disk.
    CALL "AUTHCHK" USING "NMMASAPV" " " WS-AUTH-REPLY.
    IF WS-AUTH-REPLY NOT = "Y"
        MOVE "USER NOT AUTHORIZED FOR THIS PROGRAM" TO WS-ERR-MSG
        MOVE 9001 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMMASAPV" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.

A-READ-DECISION.
    CALL "PARMCARD" USING WS-PARM-FILE WS-PARM-CARD WS-PARM-FOUND-SW.
    IF NOT WS-PARM-FOUND
        MOVE "MASSAPTR CARD MISSING -- NO DECISION TO APPLY"
            TO WS-ERR-MSG
        MOVE 4701 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMMASAPV" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE WS-PARM-CARD TO WS-DECISION-CARD.

A-LOAD-BATCHES.
    OPEN INPUT BATCH-CONTROL.
    IF WS-MB-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "MASSCTL OPEN FAILED, STATUS " WS-MB-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 4702 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMMASAPV" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    PERFORM UNTIL WS-EOF
        READ BATCH-CONTROL
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                IF WS-BT-CNT = 500
                    MOVE "MASSCTL OVER 500 BATCHES -- TABLE FULL"
                        TO WS-ERR-MSG
                    MOVE 4703 TO WS-ERR-RC
                    CALL "ERRHAND" USING "NMMASAPV" WS-ERR-MSG "A"
                        WS-ERR-RC
                END-IF
                ADD 1 TO WS-BT-CNT
                MOVE MB-REC TO WS-BT-REC(WS-BT-CNT)
                IF MB-BATCH-ID = DC-BATCH-ID
                    MOVE WS-BT-CNT TO WS-MB-MATCH
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BATCH-CONTROL.
    MOVE "N" TO WS-EOF-SW.

B-EDIT-DECISION.
*>  Refusals here leave the batch exactly as it was: a mistyped card
*>  is not a decision. Four eyes means another user's eyes -- the
*>  userid that generated the batch may neither approve nor reject
*>  it. An approval must key the totals back from the impact report.
    MOVE SPACES TO WS-REJECT-REASON.
    IF WS-MB-MATCH > 0
        MOVE WS-BT-REC(WS-MB-MATCH) TO MB-REC
    END-IF.
    MOVE "BATCH" TO RI-LABEL.
    MOVE DC-BATCH-ID TO RI-VALUE.
    WRITE REGISTER-LINE FROM WS-REPORT-ITEM.
    MOVE "DECIDED BY" TO RI-LABEL.
    MOVE WS-USER-ID TO RI-VALUE.
    WRITE REGISTER-LINE FROM WS-REPORT-ITEM.
    EVALUATE TRUE
        WHEN NOT DC-APPROVE AND NOT DC-REJECT
            MOVE "DECISION NOT A OR R" TO WS-REJECT-REASON
        WHEN WS-MB-MATCH = 0
            MOVE "BATCH NOT ON MASSCTL" TO WS-REJECT-REASON
        WHEN NOT MB-PENDING
            MOVE "BATCH ALREADY DECIDED" TO WS-REJECT-REASON
        WHEN MB-GEN-USER = WS-USER-ID
            MOVE "APPROVER MAY NOT BE THE GENERATING USER"
                TO WS-REJECT-REASON
        WHEN DC-APPROVE AND (DC-CARD-CNT IS NOT NUMERIC
                OR DC-CARD-HASH IS NOT NUMERIC)
            MOVE "CONTROL TOTALS NOT KEYED" TO WS-REJECT-REASON
        WHEN DC-APPROVE AND (DC-CARD-CNT NOT = MB-CARD-CNT
                OR DC-CARD-HASH NOT = MB-CARD-HASH)
            MOVE "KEYED CONTROL TOTALS DO NOT MATCH BATCH"
                TO WS-REJECT-REASON
    END-EVALUATE.
    IF WS-MB-MATCH > 0
        MOVE "GENERATED BY" TO RI-LABEL
        MOVE MB-GEN-USER TO RI-VALUE
        WRITE REGISTER-LINE FROM WS-REPORT-ITEM
    END-IF.
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.

C-DECIDE-BATCH.
    MOVE WS-USER-ID TO MB-DEC-USER.
    MOVE WS-RUN-ID TO MB-DEC-DATE.
    IF DC-REJECT
        SET MB-REJECTED TO TRUE
        MOVE "REJECTED BY APPROVER" TO MB-REASON
        MOVE "REJECTED" TO RD-DECISION
        MOVE MB-REASON TO RD-REASON
        MOVE 4 TO WS-RUN-RC
    ELSE
        PERFORM C-VERIFY-CARDS
        IF WS-REJECT-REASON = SPACES
            PERFORM C-VERIFY-AGAINST-MASTER
        END-IF
        IF WS-REJECT-REASON = SPACES
            PERFORM C-RELEASE-BATCH
            SET MB-APPROVED TO TRUE
            MOVE SPACES TO MB-REASON
            MOVE "APPROVED" TO RD-DECISION
            MOVE "RELEASED TO NMMAINT AND SENSMNT" TO RD-REASON
        ELSE
            SET MB-REJECTED TO TRUE
            MOVE WS-REJECT-REASON TO MB-REASON
            MOVE "REJECTED" TO RD-DECISION
            MOVE WS-REJECT-REASON TO RD-REASON
            MOVE 8 TO WS-RUN-RC
        END-IF
    END-IF.
    MOVE MB-REC TO WS-BT-REC(WS-MB-MATCH).
    WRITE REGISTER-LINE FROM WS-REPORT-BLANK.
    WRITE REGISTER-LINE FROM WS-REPORT-DECISION.
    MOVE SPACES TO WS-MSG-TEXT.
    STRING "BATCH " MB-BATCH-ID " " RD-DECISION " " MB-REASON
        DELIMITED BY SIZE INTO WS-MSG-TEXT.
    IF MB-APPROVED
        CALL "MSGWRITE" USING "IDN4701I" WS-MSG-TEXT
    ELSE
        CALL "MSGWRITE" USING "IDN4702W" WS-MSG-TEXT
    END-IF.

C-VERIFY-CARDS.
*>  The files must still hold what the register says was generated:
*>  a card added, dropped or altered since changes count or hash.
    OPEN INPUT MASS-TRANS.
    IF WS-MT-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ MASS-TRANS
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-TRAN-CNT
                    IF MNT-AMOUNT < 0
                        SUBTRACT MNT-AMOUNT FROM WS-TRAN-HASH
                    ELSE
                        ADD MNT-AMOUNT TO WS-TRAN-HASH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MASS-TRANS
    END-IF.
    MOVE "N" TO WS-EOF-SW.
    OPEN INPUT MASS-SENS.
    IF WS-MS-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ MASS-SENS
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-SENS-CNT
            END-READ
        END-PERFORM
        CLOSE MASS-SENS
    END-IF.
    MOVE "N" TO WS-EOF-SW.
    WRITE REGISTER-LINE FROM WS-REPORT-COUNT-HDR.
    MOVE "NMMAINT CARDS" TO C-LABEL.
    MOVE MB-CARD-CNT TO C-REGISTER.
    MOVE WS-TRAN-CNT TO C-FOUND.
    WRITE REGISTER-LINE FROM WS-REPORT-COUNT.
    MOVE MB-CARD-HASH TO C-HASH-REGISTER.
    MOVE WS-TRAN-HASH TO C-HASH-FOUND.
    WRITE REGISTER-LINE FROM WS-REPORT-HASH.
    MOVE "SENSMNT CARDS" TO C-LABEL.
    MOVE MB-SENS-CNT TO C-REGISTER.
    MOVE WS-SENS-CNT TO C-FOUND.
    WRITE REGISTER-LINE FROM WS-REPORT-COUNT.
    IF WS-TRAN-CNT NOT = MB-CARD-CNT
            OR WS-TRAN-HASH NOT = MB-CARD-HASH
            OR WS-SENS-CNT NOT = MB-SENS-CNT
        MOVE "CARD FILES DO NOT MATCH BATCH" TO WS-REJECT-REASON
    END-IF.

C-VERIFY-AGAINST-MASTER.
*>  Each card was computed from the record as it stood at generation.
*>  A move card carries that amount unchanged, and a branch-wide move
*>  expects the key still on the branch being emptied; a scale card
*>  must equal the percentage applied to today's amount. Anything
*>  else means the key was maintained in between.
    OPEN INPUT NUMBER-MASTER.
    IF WS-NM-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "NUMBER-MASTER OPEN FAILED, STATUS " WS-NM-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 4704 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMMASAPV" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    MOVE MB-PCT TO WS-PCT.
    OPEN INPUT MASS-TRANS.
    IF WS-MT-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ MASS-TRANS
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM C-VERIFY-ONE-CARD
            END-READ
        END-PERFORM
        CLOSE MASS-TRANS
    END-IF.
    CLOSE NUMBER-MASTER.
    MOVE "N" TO WS-EOF-SW.
    IF WS-STALE-CNT > 0
        MOVE "BATCH STALE -- KEYS CHANGED" TO WS-REJECT-REASON
    END-IF.

C-VERIFY-ONE-CARD.
    MOVE SPACES TO WS-STALE-REASON.
    MOVE MNT-ID TO NM-ID.
    READ NUMBER-MASTER
        INVALID KEY
            MOVE "KEY NO LONGER ON MASTER" TO WS-STALE-REASON
        NOT INVALID KEY
            IF MB-ACTION = "M"
                IF NM-AMOUNT NOT = MNT-AMOUNT
                    MOVE "AMOUNT CHANGED SINCE GENERATED"
                        TO WS-STALE-REASON
                END-IF
                IF MB-SEL-TYPE = "B"
                        AND NM-BRANCH NOT = MB-SEL-VALUE(1:3)
                    MOVE "BRANCH CHANGED SINCE GENERATED"
                        TO WS-STALE-REASON
                END-IF
            ELSE
                COMPUTE WS-EXPECT-AMT ROUNDED =
                        NM-AMOUNT * (100 + WS-PCT) / 100
                    ON SIZE ERROR
                        MOVE "AMOUNT CHANGED SINCE GENERATED"
                            TO WS-STALE-REASON
                END-COMPUTE
                IF WS-STALE-REASON = SPACES
                        AND WS-EXPECT-AMT NOT = MNT-AMOUNT
                    MOVE "AMOUNT CHANGED SINCE GENERATED"
                        TO WS-STALE-REASON
                END-IF
            END-IF
    END-READ.
    IF WS-STALE-REASON NOT = SPACES
        ADD 1 TO WS-STALE-CNT
        MOVE MNT-ID TO S-KEY
        MOVE MNT-AMOUNT TO S-CARD
        MOVE WS-STALE-REASON TO S-REASON
        WRITE REGISTER-LINE FROM WS-REPORT-STALE
    END-IF.

C-RELEASE-BATCH.
*>  Whole files, as verified -- the release is the batch or nothing.
    OPEN OUTPUT TRANS-RELEASE.
    OPEN INPUT MASS-TRANS.
    IF WS-MT-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ MASS-TRANS
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    WRITE TR-REC FROM MNT-REC
            END-READ
        END-PERFORM
        CLOSE MASS-TRANS
    END-IF.
    CLOSE TRANS-RELEASE.
    MOVE "N" TO WS-EOF-SW.
    OPEN OUTPUT SENS-RELEASE.
    OPEN INPUT MASS-SENS.
    IF WS-MS-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ MASS-SENS
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    WRITE SR-REC FROM SMT-REC
            END-READ
        END-PERFORM
        CLOSE MASS-SENS
    END-IF.
    CLOSE SENS-RELEASE.
    MOVE "N" TO WS-EOF-SW.

C-REWRITE-BATCHES.
    OPEN OUTPUT BATCH-CONTROL.
    IF WS-MB-STATUS NOT = "00"
        MOVE SPACES TO WS-ERR-MSG
        STRING "MASSCTL REWRITE FAILED, STATUS " WS-MB-STATUS
            DELIMITED BY SIZE INTO WS-ERR-MSG
        MOVE 4705 TO WS-ERR-RC
        CALL "ERRHAND" USING "NMMASAPV" WS-ERR-MSG "A" WS-ERR-RC
    END-IF.
    PERFORM VARYING WS-MB FROM 1 BY 1 UNTIL WS-MB > WS-BT-CNT
        MOVE WS-BT-REC(WS-MB) TO MB-REC
        WRITE MB-REC
    END-PERFORM.
    CLOSE BATCH-CONTROL.
