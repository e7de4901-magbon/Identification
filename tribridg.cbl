*> correction must never apply blind -- a pending-approval record
*> per key on PENDAPPR, routed through the same NMAPPROV four-eyes
*> path the high-value maintenance uses. The register links every
*> generated card back to its originating verdict line. A verdict
*> whose key fails the NM-ID check digit (KEYCHK) is registered and
*> drafted into nothing -- a correction to a mistyped key would only
*> open the orphan it was meant to close.
IDENTIFICATION DIVISION.
PROGRAM-ID. TRIBRIDG.
ENVIRONMENT DIVISION.
        77 WS-LINE-NO       PIC 9(6) VALUE 0.
        77 WS-DRAFT-CNT     PIC 9(6) VALUE 0.
        77 WS-DUPPEND-CNT   PIC 9(6) VALUE 0.
        77 WS-BADKEY-CNT    PIC 9(6) VALUE 0.
        77 WS-KEY-REPLY     PIC X.
        77 WS-SRC-AMOUNT    PIC S9(10)V99.
        77 WS-DUTY-SUBJECT  PIC X(20).
        77 WS-DUTY-NONE     PIC X(8) VALUE SPACES.
        77 WS-RUN-ID        PIC 9(8).
        77 WS-RUN-TIME      PIC 9(8).
        77 WS-RUN-RC        PIC 9(4) VALUE 0.
    05  T-DRAFTED           PIC ZZZ,ZZ9.
    05  FILLER              PIC X(3) VALUE " / ".
    05  T-DUPPEND           PIC ZZZ,ZZ9.
01  WS-REPORT-BADKEY.
    05  FILLER              PIC X(34) VALUE
        "KEYS FAILING CHECK DIGIT          ".
    05  T-BADKEY            PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-OPEN-FILES.
            NOT AT END
                ADD 1 TO WS-LINE-NO
                IF TRI-VERDICT = "TODAY ODD"
                    CALL "KEYCHK" USING "V" TRI-KEY WS-KEY-REPLY
                    IF WS-KEY-REPLY = "N"
                        PERFORM B-REGISTER-BAD-CHECK-DIGIT
                    ELSE
                        PERFORM B-BRIDGE-ONE-VERDICT
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    MOVE WS-DRAFT-CNT TO T-DRAFTED.
    MOVE WS-DUPPEND-CNT TO T-DUPPEND.
    WRITE REGISTER-LINE FROM WS-REPORT-TOTALS.
    IF WS-BADKEY-CNT > 0
        MOVE WS-BADKEY-CNT TO T-BADKEY
        WRITE REGISTER-LINE FROM WS-REPORT-BADKEY
    END-IF.
    CLOSE TRIVERD-IN.
    CLOSE DRAFT-OUT.
    CLOSE PENDING-APPROVAL.
            PERFORM B-WRITE-DRAFT-CARD
    END-WRITE.

B-REGISTER-BAD-CHECK-DIGIT.
    ADD 1 TO WS-BADKEY-CNT.
    MOVE WS-LINE-NO TO D-LINE-NO.
    MOVE TRI-KEY TO D-KEY.
    MOVE 0 TO D-AMOUNT.
    MOVE "KEY FAILS CHECK DIGIT" TO D-NOTE.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.

B-REGISTER-ALREADY-PENDING.
    ADD 1 TO WS-DUPPEND-CNT.
    MOVE WS-LINE-NO TO D-LINE-NO.
    MOVE WS-SRC-AMOUNT TO D-AMOUNT.
    MOVE "DRAFTED -- AWAITING OK" TO D-NOTE.
    WRITE REGISTER-LINE FROM WS-REPORT-DETAIL.
*>  The pending record is submitted as TRIBRIDG, so the person who ran
*>  the bridge is named on the duty trail instead.
    MOVE TRI-KEY TO WS-DUTY-SUBJECT.
    CALL "DUTYLOG" USING "TRIBRIDG" "D" WS-DUTY-SUBJECT
        WS-DUTY-NONE WS-RUN-ID.
