*> Batch driver: runs every exercise program in this suite as one
*> set of job steps, the way a JCL PROC would chain them. The roster
*> itself -- each step's id, program, frequency and the steps it
*> depends on -- comes from the STEPDEF step-definition file, so a new
*> step is a new card rather than a recompile; with no STEPDEF the
*> suite's own built-in roster is used. Which steps actually run is
*> governed by the STEPCTL step-control file: each step's record
*> carries its completion status, updated on disk the moment the step
*> starts and again when it finishes. A step runs as soon as every
*> step it depends on is complete, so a failure only holds up the
*> steps downstream of it -- those are marked blocked in STEPCTL while
*> the independent branches carry on. A rerun after a failure
*> therefore resumes at the failed step instead of re-running
*> ZADANIE1-3 and re-appending duplicate verdicts into IDXTRACT, and
*> operations can pre-mark a step "S" to skip it on a day its input
    SELECT STEP-CONTROL ASSIGN TO "STEPCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.
*>  One card per step, in the order the steps should be considered:
*>  step id, program, frequency, weekday columns and up to five
*>  prerequisite step ids. A "*" in column 1 is a comment card.
    SELECT STEP-DEFINITION ASSIGN TO "STEPDEF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEF-STATUS.
DATA DIVISION.
FILE SECTION.
FD  STEP-CONTROL
    05  SC-SEP1             PIC X.
    05  SC-PROGRAM          PIC X(8).
    05  SC-SEP2             PIC X.
*>  R is written the moment a step is started and only replaced once
*>  it returns, so an R left on disk means the run died inside that
*>  step. F is a step that came back failed; B a step that could not
*>  run because something it depends on failed.
    05  SC-STATUS           PIC X.
        88  SC-PENDING              VALUE "P".
        88  SC-COMPLETE             VALUE "C".
        88  SC-SKIP                 VALUE "S".
        88  SC-RUNNING              VALUE "R".
        88  SC-FAILED               VALUE "F".
        88  SC-BLOCKED              VALUE "B".
*>  Frequency rule behind the status: D runs daily, W runs on the
*>  weekdays flagged Y in the seven Monday-to-Sunday columns, F runs
*>  on the month's first business day, L on its last -- evaluated
        88  SC-FREQ-LAST-BD         VALUE "L".
    05  SC-SEP4             PIC X.
    05  SC-DAYS             PIC X(7).
FD  STEP-DEFINITION
    RECORDING MODE IS F.
01  STEP-DEF-REC.
    05  SD-STEP-ID          PIC X(8).
    05  SD-SEP1             PIC X.
    05  SD-PROGRAM          PIC X(8).
    05  SD-SEP2             PIC X.
    05  SD-FREQ             PIC X.
    05  SD-SEP3             PIC X.
    05  SD-DAYS             PIC X(7).
    05  SD-PREREQ-ENTRY OCCURS 5 TIMES.
        10  SD-SEP4         PIC X.
        10  SD-PREREQ       PIC X(8).
    WORKING-STORAGE SECTION.
        77 WS-IDEONE-RC     PIC 9(2).
        77 WS-CTL-STATUS    PIC XX.
        77 WS-DEF-STATUS    PIC XX.
        77 WS-CTL-EOF-SW    PIC X VALUE "N".
            88 WS-CTL-EOF           VALUE "Y".
        77 WS-DEF-EOF-SW    PIC X VALUE "N".
            88 WS-DEF-EOF           VALUE "Y".
        77 WS-ALL-DONE-SW   PIC X.
            88 WS-ALL-DONE          VALUE "Y".
        77 WS-STEP-COUNT    PIC 9(2) VALUE 0.
        77 WS-STEP-IDX      PIC 9(2).
        77 WS-LOAD-IDX      PIC 9(2).
        77 WS-DEP-IDX       PIC 9(2).
        77 WS-PRQ           PIC 9.
        77 WS-RUN-CNT       PIC 9(2) VALUE 0.
        77 WS-SKIP-CNT      PIC 9(2) VALUE 0.
        77 WS-DONE-CNT      PIC 9(2) VALUE 0.
        77 WS-NOTDUE-CNT    PIC 9(2) VALUE 0.
        77 WS-FAIL-CNT      PIC 9(2) VALUE 0.
        77 WS-BLOCK-CNT     PIC 9(2) VALUE 0.
        77 WS-WAIT-CNT      PIC 9(2) VALUE 0.
        77 WS-BUS-DATE      PIC 9(8).
        77 WS-OTHER-DATE    PIC 9(8).
        77 WS-DATE-INT      PIC 9(8).
        77 WS-DAY-OF-WEEK   PIC 9.
        77 WS-DUE-SW        PIC X.
            88 WS-STEP-DUE          VALUE "Y".
        77 WS-READY-SW      PIC X.
            88 WS-STEP-READY        VALUE "Y".
        77 WS-PROGRESS-SW   PIC X.
            88 WS-PROGRESS          VALUE "Y".
        77 WS-CHANGED-SW    PIC X.
            88 WS-CHANGED           VALUE "Y".
        77 WS-STEP-OK-SW    PIC X.
            88 WS-STEP-OK           VALUE "Y".
*>  "N" runs only steps that did not fail last time; "A" then lets
*>  the retried steps in as well, once everything else has had its
*>  chance -- an unfixed failure that abends again cannot starve the
*>  independent branches a second night running.
        77 WS-PHASE-SW      PIC X.
            88 WS-PHASE-NEW-ONLY    VALUE "N".

*>  The roster in run order, mirrored to STEPCTL. The statuses are
*>  reloaded from the file when it exists, so the file -- not this
*>  table's initial values -- is what decides what runs. Each
*>  prerequisite is held both as the step id from the definition and
*>  as its resolved position on the roster.
01  WS-STEP-TABLE.
    05  WS-STEP-ENTRY OCCURS 40 TIMES.
        10  WS-STEP-ID      PIC X(8).
        10  WS-STEP-PROGRAM PIC X(8).
        10  WS-STEP-STATUS  PIC X.
            88  WS-STEP-PENDING     VALUE "P".
            88  WS-STEP-COMPLETE    VALUE "C".
            88  WS-STEP-SKIPPED     VALUE "S".
            88  WS-STEP-RUNNING     VALUE "R".
            88  WS-STEP-FAILED      VALUE "F".
            88  WS-STEP-BLOCKED     VALUE "B".
            88  WS-STEP-SATISFIED   VALUE "C" "S".
            88  WS-STEP-BROKEN      VALUE "R" "F" "B".
        10  WS-STEP-FREQ    PIC X.
            88  WS-FREQ-DAILY       VALUE "D" " ".
            88  WS-FREQ-WEEKDAYS    VALUE "W".
            88  WS-FREQ-FIRST-BD    VALUE "F".
            88  WS-FREQ-LAST-BD     VALUE "L".
        10  WS-STEP-DAYS    PIC X(7).
        10  WS-STEP-RETRY-SW PIC X.
            88  WS-STEP-RETRY       VALUE "Y".
        10  WS-STEP-MARK-SW PIC X.
            88  WS-STEP-MARKED      VALUE "Y".
        10  WS-STEP-PREREQ-ENTRY OCCURS 5 TIMES.
            15  WS-PREREQ-ID    PIC X(8).
            15  WS-PREREQ-IDX   PIC 9(2).
PROCEDURE DIVISION.
A-MAIN.
    DISPLAY "===== BATCH SUITE RUN START =====".
    PERFORM A-LOAD-STEP-CONTROL.
    PERFORM A-APPLY-CALENDAR.
    PERFORM B-RUN-STEPS.
    PERFORM C-DEPENDENCY-REPORT.
    DISPLAY "STEPS RUN / SKIPPED / ALREADY DONE / NOT DUE : "
        WS-RUN-CNT " / " WS-SKIP-CNT " / " WS-DONE-CNT
        " / " WS-NOTDUE-CNT.
    DISPLAY "STEPS FAILED / BLOCKED / NOT REACHED         : "
        WS-FAIL-CNT " / " WS-BLOCK-CNT " / " WS-WAIT-CNT.
    DISPLAY "===== BATCH SUITE RUN END =====".
    STOP RUN.

A-INIT-ROSTER.
*>  STEPDEF when present; otherwise the built-in roster, so a site
*>  that has never cut a definition file runs exactly as before.
    OPEN INPUT STEP-DEFINITION.
    IF WS-DEF-STATUS = "00"
        PERFORM UNTIL WS-DEF-EOF
            READ STEP-DEFINITION
                AT END
                    SET WS-DEF-EOF TO TRUE
                NOT AT END
                    PERFORM A-APPLY-DEF-RECORD
            END-READ
        END-PERFORM
        CLOSE STEP-DEFINITION
        DISPLAY "ROSTER LOADED FROM STEPDEF -- " WS-STEP-COUNT
            " STEPS"
    END-IF.
    IF WS-STEP-COUNT = 0
        DISPLAY "STEPDEF NOT PRESENT -- BUILT-IN ROSTER USED"
        PERFORM A-DEFAULT-ROSTER
    END-IF.
    PERFORM A-RESOLVE-PREREQS.

A-APPLY-DEF-RECORD.
    IF SD-STEP-ID(1:1) = "*" OR SD-STEP-ID = SPACES
        CONTINUE
    ELSE
        IF WS-STEP-COUNT = 40
            DISPLAY "STEPDEF HOLDS MORE THAN 40 STEPS -- "
                SD-STEP-ID " IGNORED"
        ELSE
            ADD 1 TO WS-STEP-COUNT
            MOVE SD-STEP-ID TO WS-STEP-ID(WS-STEP-COUNT)
            MOVE SD-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-COUNT)
            MOVE "P" TO WS-STEP-STATUS(WS-STEP-COUNT)
            MOVE SD-FREQ TO WS-STEP-FREQ(WS-STEP-COUNT)
            IF SD-FREQ = SPACE
                MOVE "D" TO WS-STEP-FREQ(WS-STEP-COUNT)
            END-IF
            MOVE SD-DAYS TO WS-STEP-DAYS(WS-STEP-COUNT)
            MOVE "N" TO WS-STEP-RETRY-SW(WS-STEP-COUNT)
            PERFORM VARYING WS-PRQ FROM 1 BY 1 UNTIL WS-PRQ > 5
                MOVE SD-PREREQ(WS-PRQ)
                    TO WS-PREREQ-ID(WS-STEP-COUNT WS-PRQ)
            END-PERFORM
        END-IF
    END-IF.

A-DEFAULT-ROSTER.
*>  The month-end-only steps carry frequency "L" (last business day
*>  of the month); everything else defaults daily. The prerequisites
*>  follow the data: ZADANIE2 and 3 append to the IDXTRACT ZADANIE1
*>  starts, EODSUM reads the three checkers' count files, DASHBOARD
*>  reads those plus ZADANIE4's exceptions, MOSTMT reads ZADANIE6/7's
*>  control files and NMREFRSH the master ZADANIE2 has just updated.
*>  ZADANIE4-7 and IDEONE depend on nothing, so a failure in one of
*>  them holds up nothing but its own downstream.
    MOVE 13 TO WS-STEP-COUNT.
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
        UNTIL WS-STEP-IDX > WS-STEP-COUNT
        MOVE "P" TO WS-STEP-STATUS(WS-STEP-IDX)
        MOVE "D" TO WS-STEP-FREQ(WS-STEP-IDX)
        MOVE SPACES TO WS-STEP-DAYS(WS-STEP-IDX)
        MOVE "N" TO WS-STEP-RETRY-SW(WS-STEP-IDX)
        PERFORM VARYING WS-PRQ FROM 1 BY 1 UNTIL WS-PRQ > 5
            MOVE SPACES TO WS-PREREQ-ID(WS-STEP-IDX WS-PRQ)
        END-PERFORM
    END-PERFORM.
    MOVE "STEP010" TO WS-STEP-ID(1).
    MOVE "ZADANIE1" TO WS-STEP-PROGRAM(1).
    MOVE "STEP020" TO WS-STEP-ID(2).
    MOVE "ZADANIE2" TO WS-STEP-PROGRAM(2).
    MOVE "STEP010" TO WS-PREREQ-ID(2 1).
    MOVE "STEP030" TO WS-STEP-ID(3).
    MOVE "ZADANIE3" TO WS-STEP-PROGRAM(3).
    MOVE "STEP020" TO WS-PREREQ-ID(3 1).
    MOVE "STEP040" TO WS-STEP-ID(4).
    MOVE "ZADANIE4" TO WS-STEP-PROGRAM(4).
    MOVE "STEP050" TO WS-STEP-ID(5).
    MOVE "IDEONE" TO WS-STEP-PROGRAM(8).
    MOVE "STEP090" TO WS-STEP-ID(9).
    MOVE "EODSUM" TO WS-STEP-PROGRAM(9).
    MOVE "STEP010" TO WS-PREREQ-ID(9 1).
    MOVE "STEP020" TO WS-PREREQ-ID(9 2).
    MOVE "STEP030" TO WS-PREREQ-ID(9 3).
    MOVE "STEP100" TO WS-STEP-ID(10).
    MOVE "DASHBOARD" TO WS-STEP-PROGRAM(10).
    MOVE "STEP040" TO WS-PREREQ-ID(10 1).
    MOVE "STEP090" TO WS-PREREQ-ID(10 2).
    MOVE "STEP110" TO WS-STEP-ID(11).
    MOVE "MONTHEND" TO WS-STEP-PROGRAM(11).
    MOVE "STEP120" TO WS-STEP-ID(12).
    MOVE "MOSTMT" TO WS-STEP-PROGRAM(12).
    MOVE "STEP060" TO WS-PREREQ-ID(12 1).
    MOVE "STEP070" TO WS-PREREQ-ID(12 2).
    MOVE "STEP130" TO WS-STEP-ID(13).
    MOVE "NMREFRSH" TO WS-STEP-PROGRAM(13).
    MOVE "STEP020" TO WS-PREREQ-ID(13 1).
    MOVE "L" TO WS-STEP-FREQ(11).
    MOVE "L" TO WS-STEP-FREQ(12).
    MOVE "L" TO WS-STEP-FREQ(13).

A-RESOLVE-PREREQS.
*>  Turns each prerequisite step id into its roster position once,
*>  up front. A prerequisite naming no step on the roster is a
*>  definition error: it is reported and dropped rather than left to
*>  hold its step back for ever.
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
        UNTIL WS-STEP-IDX > WS-STEP-COUNT
        PERFORM VARYING WS-PRQ FROM 1 BY 1 UNTIL WS-PRQ > 5
            MOVE 0 TO WS-PREREQ-IDX(WS-STEP-IDX WS-PRQ)
            IF WS-PREREQ-ID(WS-STEP-IDX WS-PRQ) NOT = SPACES
                PERFORM VARYING WS-LOAD-IDX FROM 1 BY 1
                    UNTIL WS-LOAD-IDX > WS-STEP-COUNT
                    IF WS-STEP-ID(WS-LOAD-IDX)
                            = WS-PREREQ-ID(WS-STEP-IDX WS-PRQ)
                        MOVE WS-LOAD-IDX
                            TO WS-PREREQ-IDX(WS-STEP-IDX WS-PRQ)
                    END-IF
                END-PERFORM
                IF WS-PREREQ-IDX(WS-STEP-IDX WS-PRQ) = 0
                    DISPLAY WS-STEP-ID(WS-STEP-IDX)
                        " PREREQUISITE "
                        WS-PREREQ-ID(WS-STEP-IDX WS-PRQ)
                        " IS NOT ON THE ROSTER -- IGNORED"
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM.

A-LOAD-STEP-CONTROL.
*>  A missing control file just means a first-ever run -- everything
*>  pending, and the file is created as steps complete. Statuses are
*>  matched back onto the roster by step id, so a hand-edited file
*>  still lands on the right steps. When the file shows no step left
*>  to do, the previous run finished cleanly -- this run is a fresh
*>  day, so the roster resets to pending (operator skip marks
*>  included: a skip is a one-day instruction, not a standing one).
*>  Otherwise this is the rerun after a fix: a step that failed, or
*>  that the last run died in, is tried again, and blocked steps go
*>  back to pending to wait on it.
    OPEN INPUT STEP-CONTROL.
    IF WS-CTL-STATUS = "00"
        PERFORM UNTIL WS-CTL-EOF
        END-PERFORM
        CLOSE STEP-CONTROL
        PERFORM A-RESET-IF-ALL-DONE
        PERFORM A-RELEASE-FOR-RERUN
    ELSE
        DISPLAY "STEPCTL NOT PRESENT -- ALL STEPS PENDING"
    END-IF.

A-APPLY-CTL-RECORD.
*>  Only the status comes back from STEPCTL. Frequency and days are
*>  STEPDEF's: the copy on STEPCTL is a record of the rule the last
*>  run went by, so a frequency changed on STEPDEF takes effect on
*>  the next run.
    PERFORM VARYING WS-LOAD-IDX FROM 1 BY 1
        UNTIL WS-LOAD-IDX > WS-STEP-COUNT
        IF WS-STEP-ID(WS-LOAD-IDX) = SC-STEP-ID
            MOVE SC-STATUS TO WS-STEP-STATUS(WS-LOAD-IDX)
        END-IF
    END-PERFORM.

A-RELEASE-FOR-RERUN.
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
        UNTIL WS-STEP-IDX > WS-STEP-COUNT
        EVALUATE TRUE
            WHEN WS-STEP-RUNNING(WS-STEP-IDX)
                DISPLAY WS-STEP-ID(WS-STEP-IDX) " "
                    WS-STEP-PROGRAM(WS-STEP-IDX)
                    " DID NOT FINISH LAST RUN -- RETRIED LAST"
                MOVE "P" TO WS-STEP-STATUS(WS-STEP-IDX)
                MOVE "Y" TO WS-STEP-RETRY-SW(WS-STEP-IDX)
            WHEN WS-STEP-FAILED(WS-STEP-IDX)
                DISPLAY WS-STEP-ID(WS-STEP-IDX) " "
                    WS-STEP-PROGRAM(WS-STEP-IDX)
                    " FAILED LAST RUN -- RETRIED LAST"
                MOVE "P" TO WS-STEP-STATUS(WS-STEP-IDX)
                MOVE "Y" TO WS-STEP-RETRY-SW(WS-STEP-IDX)
            WHEN WS-STEP-BLOCKED(WS-STEP-IDX)
                MOVE "P" TO WS-STEP-STATUS(WS-STEP-IDX)
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM.

A-APPLY-CALENDAR.
*>  Evaluates each still-pending step's frequency against today's
*>  business date: a step not due today is marked skipped for this
    END-EVALUATE.

A-RESET-IF-ALL-DONE.
*>  A failed, blocked or interrupted step is work still owed, the
*>  same as a pending one -- only a roster of complete and skipped
*>  steps counts as a finished day.
    MOVE "Y" TO WS-ALL-DONE-SW.
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
        UNTIL WS-STEP-IDX > WS-STEP-COUNT
        IF NOT WS-STEP-SATISFIED(WS-STEP-IDX)
            MOVE "N" TO WS-ALL-DONE-SW
        END-IF
    END-PERFORM.
    END-IF.

B-RUN-STEPS.
*>  The control file is rewritten on disk as every step starts and
*>  again as it finishes -- not once at the end -- precisely so an
*>  abend mid-suite leaves an accurate restart point behind. A step
*>  that comes back failed is marked F and its dependants B, and the
*>  passes carry on with whatever does not depend on it. ERRHAND's
*>  STOP RUN still takes the driver down with an abending step; the
*>  step is left R on disk with its dependants already B, and the
*>  next run retries it only after the independent branches have run.
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
        UNTIL WS-STEP-IDX > WS-STEP-COUNT
        IF WS-STEP-COMPLETE(WS-STEP-IDX)
            DISPLAY WS-STEP-ID(WS-STEP-IDX) " "
                WS-STEP-PROGRAM(WS-STEP-IDX)
                " ALREADY COMPLETE -- NOT RERUN"
        END-IF
        IF WS-STEP-SKIPPED(WS-STEP-IDX)
            ADD 1 TO WS-SKIP-CNT
            DISPLAY WS-STEP-ID(WS-STEP-IDX) " "
                WS-STEP-PROGRAM(WS-STEP-IDX)
                " MARKED SKIP BY OPERATIONS"
        END-IF
    END-PERFORM.
    MOVE "N" TO WS-PHASE-SW.
    PERFORM B-RUN-PASSES.
    MOVE "A" TO WS-PHASE-SW.
    PERFORM B-RUN-PASSES.

B-RUN-PASSES.
*>  One pass runs every pending step whose prerequisites are all
*>  complete or skipped; passes repeat until one starts nothing.
    MOVE "Y" TO WS-PROGRESS-SW.
    PERFORM UNTIL NOT WS-PROGRESS
        MOVE "N" TO WS-PROGRESS-SW
        PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
            IF WS-STEP-PENDING(WS-STEP-IDX)
                AND (NOT WS-PHASE-NEW-ONLY
                     OR NOT WS-STEP-RETRY(WS-STEP-IDX))
                PERFORM B-CHECK-PREREQS
                IF WS-STEP-READY
                    MOVE "Y" TO WS-PROGRESS-SW
                    PERFORM B-RUN-ONE-STEP
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM.

B-CHECK-PREREQS.
    MOVE "Y" TO WS-READY-SW.
    PERFORM VARYING WS-PRQ FROM 1 BY 1 UNTIL WS-PRQ > 5
        MOVE WS-PREREQ-IDX(WS-STEP-IDX WS-PRQ) TO WS-DEP-IDX
        IF WS-DEP-IDX > 0
            IF NOT WS-STEP-SATISFIED(WS-DEP-IDX)
                MOVE "N" TO WS-READY-SW
            END-IF
        END-IF
    END-PERFORM.

B-RUN-ONE-STEP.
*>  A step fails when it hands back a return code above the warning
*>  level of 4, when IDEONE's own return code is not zero, or when
*>  the program named on its definition cannot be loaded. The suite's
*>  own programs are linked in; anything else on STEPDEF is loaded by
*>  name at the CALL.
    ADD 1 TO WS-RUN-CNT.
    DISPLAY WS-STEP-ID(WS-STEP-IDX) " "
        WS-STEP-PROGRAM(WS-STEP-IDX).
    MOVE "R" TO WS-STEP-STATUS(WS-STEP-IDX).
    PERFORM B-MARK-BLOCKED.
    PERFORM C-WRITE-STEP-CONTROL.
    MOVE "Y" TO WS-STEP-OK-SW.
    MOVE 0 TO RETURN-CODE.
    MOVE 0 TO WS-IDEONE-RC.
    EVALUATE WS-STEP-PROGRAM(WS-STEP-IDX)
        WHEN "ZADANIE1" CALL "ZADANIE1"
        WHEN "ZADANIE2" CALL "ZADANIE2"
        WHEN "ZADANIE5" CALL "ZADANIE5"
        WHEN "ZADANIE6" CALL "ZADANIE6"
        WHEN "ZADANIE7" CALL "ZADANIE7"
        WHEN "IDEONE"
            CALL "IDEONE" USING WS-IDEONE-RC
            IF WS-IDEONE-RC NOT = 0
                MOVE "N" TO WS-STEP-OK-SW
            END-IF
        WHEN "EODSUM" CALL "EODSUM"
        WHEN "DASHBOAR" CALL "DASHBOARD"
        WHEN "MONTHEND" CALL "MONTHEND"
        WHEN "MOSTMT" CALL "MOSTMT"
        WHEN "NMREFRSH" CALL "NMREFRSH"
        WHEN OTHER
            CALL WS-STEP-PROGRAM(WS-STEP-IDX)
                ON EXCEPTION
                    DISPLAY "UNKNOWN STEP PROGRAM "
                        WS-STEP-PROGRAM(WS-STEP-IDX)
                    MOVE "N" TO WS-STEP-OK-SW
            END-CALL
    END-EVALUATE.
    IF RETURN-CODE > 4
        MOVE "N" TO WS-STEP-OK-SW
    END-IF.
    IF WS-STEP-OK
        MOVE "C" TO WS-STEP-STATUS(WS-STEP-IDX)
    ELSE
        MOVE "F" TO WS-STEP-STATUS(WS-STEP-IDX)
        DISPLAY WS-STEP-ID(WS-STEP-IDX) " "
            WS-STEP-PROGRAM(WS-STEP-IDX)
            " FAILED -- DEPENDANT STEPS BLOCKED"
    END-IF.
    MOVE 0 TO RETURN-CODE.
    PERFORM B-MARK-BLOCKED.
    PERFORM C-WRITE-STEP-CONTROL.

B-MARK-BLOCKED.
*>  Recomputed from scratch each time: every blocked mark is lifted,
*>  then any pending step with a running, failed or blocked
*>  prerequisite is blocked, repeated until nothing more changes so
*>  the block reaches every step downstream, however far. A step
*>  marked blocked while another was running is released again the
*>  moment that one completes.
    PERFORM VARYING WS-LOAD-IDX FROM 1 BY 1
        UNTIL WS-LOAD-IDX > WS-STEP-COUNT
        IF WS-STEP-BLOCKED(WS-LOAD-IDX)
            MOVE "P" TO WS-STEP-STATUS(WS-LOAD-IDX)
        END-IF
    END-PERFORM.
    MOVE "Y" TO WS-CHANGED-SW.
    PERFORM UNTIL NOT WS-CHANGED
        MOVE "N" TO WS-CHANGED-SW
        PERFORM VARYING WS-LOAD-IDX FROM 1 BY 1
            UNTIL WS-LOAD-IDX > WS-STEP-COUNT
            IF WS-STEP-PENDING(WS-LOAD-IDX)
                PERFORM VARYING WS-PRQ FROM 1 BY 1 UNTIL WS-PRQ > 5
                    MOVE WS-PREREQ-IDX(WS-LOAD-IDX WS-PRQ)
                        TO WS-DEP-IDX
                    IF WS-DEP-IDX > 0
                        IF WS-STEP-BROKEN(WS-DEP-IDX)
                                AND WS-STEP-PENDING(WS-LOAD-IDX)
                            MOVE "B" TO WS-STEP-STATUS(WS-LOAD-IDX)
                            MOVE "Y" TO WS-CHANGED-SW
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM
    END-PERFORM.

C-DEPENDENCY-REPORT.
*>  What the morning shift needs after a failure: each failed step,
*>  followed in roster order by every step it has blocked, directly
*>  or further downstream -- exactly the steps the rerun after the
*>  fix will pick up. A step still pending here never had its
*>  prerequisites met at all, which only a circular STEPDEF can do.
    DISPLAY "===== DEPENDENCY REPORT =====".
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
        UNTIL WS-STEP-IDX > WS-STEP-COUNT
        EVALUATE TRUE
            WHEN WS-STEP-FAILED(WS-STEP-IDX)
                ADD 1 TO WS-FAIL-CNT
                PERFORM C-REPORT-FAILED-STEP
            WHEN WS-STEP-BLOCKED(WS-STEP-IDX)
                ADD 1 TO WS-BLOCK-CNT
            WHEN WS-STEP-PENDING(WS-STEP-IDX)
                ADD 1 TO WS-WAIT-CNT
                DISPLAY "NOT REACHED " WS-STEP-ID(WS-STEP-IDX) " "
                    WS-STEP-PROGRAM(WS-STEP-IDX)
                    " -- PREREQUISITES NEVER MET, CHECK STEPDEF"
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM.
    IF WS-FAIL-CNT = 0 AND WS-WAIT-CNT = 0
        DISPLAY "NO FAILED STEPS -- NOTHING TO RERUN"
    ELSE
        DISPLAY "AFTER THE FIX, RERUN DRIVER -- FAILED STEPS ARE "
            "RETRIED AND THE STEPS THEY BLOCKED FOLLOW"
    END-IF.

C-REPORT-FAILED-STEP.
*>  Marks the failed step, then spreads the mark through blocked
*>  steps one dependency at a time until it stops spreading.
    DISPLAY "FAILED      " WS-STEP-ID(WS-STEP-IDX) " "
        WS-STEP-PROGRAM(WS-STEP-IDX) " -- FIX AND RERUN".
    PERFORM VARYING WS-LOAD-IDX FROM 1 BY 1
        UNTIL WS-LOAD-IDX > WS-STEP-COUNT
        MOVE "N" TO WS-STEP-MARK-SW(WS-LOAD-IDX)
    END-PERFORM.
    MOVE "Y" TO WS-STEP-MARK-SW(WS-STEP-IDX).
    MOVE "Y" TO WS-CHANGED-SW.
    PERFORM UNTIL NOT WS-CHANGED
        MOVE "N" TO WS-CHANGED-SW
        PERFORM VARYING WS-LOAD-IDX FROM 1 BY 1
            UNTIL WS-LOAD-IDX > WS-STEP-COUNT
            IF WS-STEP-BLOCKED(WS-LOAD-IDX)
                    AND NOT WS-STEP-MARKED(WS-LOAD-IDX)
                PERFORM VARYING WS-PRQ FROM 1 BY 1 UNTIL WS-PRQ > 5
                    MOVE WS-PREREQ-IDX(WS-LOAD-IDX WS-PRQ)
                        TO WS-DEP-IDX
                    IF WS-DEP-IDX > 0
                        IF WS-STEP-MARKED(WS-DEP-IDX)
                            MOVE "Y" TO WS-STEP-MARK-SW(WS-LOAD-IDX)
                            MOVE "Y" TO WS-CHANGED-SW
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM
    END-PERFORM.
    PERFORM VARYING WS-LOAD-IDX FROM 1 BY 1
        UNTIL WS-LOAD-IDX > WS-STEP-COUNT
        IF WS-STEP-MARKED(WS-LOAD-IDX)
                AND WS-LOAD-IDX NOT = WS-STEP-IDX
            DISPLAY "  BLOCKED   " WS-STEP-ID(WS-LOAD-IDX) " "
                WS-STEP-PROGRAM(WS-LOAD-IDX)
                " -- RERUN AFTER " WS-STEP-ID(WS-STEP-IDX)
        END-IF
    END-PERFORM.

C-WRITE-STEP-CONTROL.
*>  Small roster, so the whole file is rewritten each time -- the
*>  same way zadanie6 rewrites its one-record checkpoint -- rather
*>  than updating records in place.
    OPEN OUTPUT STEP-CONTROL.
    PERFORM VARYING WS-LOAD-IDX FROM 1 BY 1
        UNTIL WS-LOAD-IDX > WS-STEP-COUNT
