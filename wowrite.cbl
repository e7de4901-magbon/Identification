*> Shared field work-order opener, CALLed by the sensor monitors that
*> find something wrong with a device -- SILENTSR for a silence
*> streak, SENSHIST for calibration drift -- the same way NMJWRITE
*> centralizes the Number Master journal. The work-order file holds
*> one order per device per problem, so a device reported night
*> after night keeps its one open order (the last night seen and the
*> latest finding are brought up to date) rather than collecting a
*> fresh order each night. A closed order whose device is reported
*> again soon after its fix -- or, for a silent device, one that has
*> not been heard from since the fix at all -- is reopened rather
*> than replaced, so the engineering list shows the fix did not
*> hold. Anything else reported against a closed order starts a new
*> order on the same key. Orders are closed by WOMAINT.
IDENTIFICATION DIVISION.
PROGRAM-ID. WOWRITE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>  Keyed sensor id + problem code. Created on first use, the
*>  control-file precedent.
    SELECT WORK-ORDERS ASSIGN TO "WORKORD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WO-KEY
        FILE STATUS IS WS-WO-STATUS.
DATA DIVISION.
FILE SECTION.
FD  WORK-ORDERS.
01  WO-REC.
    05  WO-KEY.
        10  WO-SENSOR       PIC X(10).
        10  WO-PROBLEM      PIC X.
            88  WO-SILENT           VALUE "S".
            88  WO-DRIFT            VALUE "D".
    05  WO-STATUS           PIC X.
        88  WO-OPEN                 VALUE "O".
        88  WO-CLOSED               VALUE "C".
    05  WO-OPENED-DATE      PIC 9(8).
    05  WO-OPENED-BY        PIC X(8).
    05  WO-LAST-SEEN        PIC 9(8).
    05  WO-DETAIL           PIC X(30).
    05  WO-REOPEN-CNT       PIC 9(3).
*>  Close-out fields, set by WOMAINT. They survive a reopen so the
*>  open-orders report can show the fix that did not hold.
    05  WO-ENGINEER         PIC X(8).
    05  WO-FIX-DATE         PIC 9(8).
    05  WO-CAL-SW           PIC X.
        88  WO-CAL-SET              VALUE "Y".
    05  WO-NEW-OFFSET       PIC S9(2) SIGN LEADING SEPARATE.
    05  WO-CLOSED-DATE      PIC 9(8).
    05  WO-FIX-NOTE         PIC X(20).
    WORKING-STORAGE SECTION.
        77 WS-WO-STATUS     PIC XX.
*>  A closed order reported again within this many days of its fix
*>  is the same fault coming back, not a new one.
        77 WS-REOPEN-DAYS   PIC 9(3) VALUE 7.
        77 WS-SINCE-FIX     PIC S9(7).
LINKAGE SECTION.
01  LK-PROGRAM-ID           PIC X(8).
01  LK-SENSOR               PIC X(10).
01  LK-PROBLEM              PIC X.
*>  The last date the caller knows the device was behaving -- the
*>  last-heard date for a silent device (zero if never heard), the
*>  run date itself where the caller has nothing better.
01  LK-GOOD-SINCE           PIC 9(8).
01  LK-DETAIL               PIC X(30).
01  LK-RUN-DATE             PIC 9(8).
*>  Comes back "N" new order opened, "R" closed order reopened, "O"
*>  order already open (brought up to date), "E" file unavailable.
01  LK-RESULT               PIC X.
PROCEDURE DIVISION USING LK-PROGRAM-ID LK-SENSOR LK-PROBLEM
        LK-GOOD-SINCE LK-DETAIL LK-RUN-DATE LK-RESULT.
*>  Opened and closed per call, the NMJWRITE precedent, so an abend
*>  in the caller can't strand an unwritten order.
    OPEN I-O WORK-ORDERS.
    IF WS-WO-STATUS = "35"
        OPEN OUTPUT WORK-ORDERS
        CLOSE WORK-ORDERS
        OPEN I-O WORK-ORDERS
    END-IF.
    IF WS-WO-STATUS NOT = "00"
        DISPLAY "*ERROR* WOWRITE COULD NOT OPEN WORKORD, STATUS "
            WS-WO-STATUS
        MOVE "E" TO LK-RESULT
        GOBACK
    END-IF.
    MOVE LK-SENSOR TO WO-SENSOR.
    MOVE LK-PROBLEM TO WO-PROBLEM.
    READ WORK-ORDERS
        INVALID KEY
            PERFORM A-NEW-ORDER
            WRITE WO-REC
        NOT INVALID KEY
            PERFORM A-EXISTING-ORDER
            REWRITE WO-REC
    END-READ.
    CLOSE WORK-ORDERS.
    GOBACK.

A-EXISTING-ORDER.
    IF WO-OPEN
        MOVE "O" TO LK-RESULT
        MOVE LK-RUN-DATE TO WO-LAST-SEEN
        MOVE LK-DETAIL TO WO-DETAIL
    ELSE
        COMPUTE WS-SINCE-FIX =
            FUNCTION INTEGER-OF-DATE(LK-RUN-DATE)
            - FUNCTION INTEGER-OF-DATE(WO-FIX-DATE)
        IF LK-GOOD-SINCE < WO-FIX-DATE
                OR WS-SINCE-FIX NOT > WS-REOPEN-DAYS
            MOVE "R" TO LK-RESULT
            MOVE "O" TO WO-STATUS
            ADD 1 TO WO-REOPEN-CNT
            MOVE LK-RUN-DATE TO WO-LAST-SEEN
            MOVE LK-DETAIL TO WO-DETAIL
        ELSE
            PERFORM A-NEW-ORDER
        END-IF
    END-IF.

A-NEW-ORDER.
    MOVE "N" TO LK-RESULT.
    MOVE LK-SENSOR TO WO-SENSOR.
    MOVE LK-PROBLEM TO WO-PROBLEM.
    MOVE "O" TO WO-STATUS.
    MOVE LK-RUN-DATE TO WO-OPENED-DATE.
    MOVE LK-PROGRAM-ID TO WO-OPENED-BY.
    MOVE LK-RUN-DATE TO WO-LAST-SEEN.
    MOVE LK-DETAIL TO WO-DETAIL.
    MOVE 0 TO WO-REOPEN-CNT.
    MOVE SPACES TO WO-ENGINEER.
    MOVE 0 TO WO-FIX-DATE.
    MOVE "N" TO WO-CAL-SW.
    MOVE 0 TO WO-NEW-OFFSET.
    MOVE 0 TO WO-CLOSED-DATE.
    MOVE SPACES TO WO-FIX-NOTE.
