      *---------------------------------------------------------------
      * JOBCTL.cbl -- Job-control driver for the CARDMAST batch chain
      * Runs the night's batch steps in sequence against the same
      * CARDMAST, checking each step's condition code before
      * starting the next -- mirrors a JCL COND-parameter chain, but
      * as a CALLed-program chain since this shop has no JES to drive.
      * BALCTL runs after every posting step so a truncated read
      * is caught by comparing their RUNCTL.DAT totals, instead
      * of surfacing later as a month-end complaint.
      * Every batch program in the shop ends with GOBACK, never STOP
      * RUN -- its open-failure exits set condition code 12 first --
      * so it still runs standalone (GOBACK in the top-level program
      * of a run unit behaves exactly like STOP RUN) while also
      * returning control -- and its RETURN-CODE -- to this driver
      * when CALLed.
      *
      * The chain checkpoints itself: every step start and completion
      * is appended to the JOBSTAT step-status file, and on startup
      * rerunning CARDPROC and double-appending RUNCTL records. The
      * operator can force a full rerun with 'F' on JOBPARM.
      *
      * The step list comes from the JOBSCHED schedule table, one
      * row per program: its predecessors, the JOBCAL day type it
      * runs on (daily, cycle-end, month-end), the highest
      * condition code it may end with before the chain stops, and
      * whether it is restartable. Tonight's steps are the rows
      * whose day type matches the calendar, run in dependency
      * order -- a step goes once every predecessor running tonight
      * has gone, ties in table order. Putting a program on the
      * night is a table row, not a code change: any program can
      * be scheduled, since all of them end with GOBACK. A
      * predecessor that names no row, or a loop of predecessors,
      * is a schedule error and nothing runs. Without JOBSCHED the
      * built-in rows below give the original chain: TRANLOAD and
      * the ODSWEEP overdraft sweep ahead of CARDPROC, BILLING and
      * REPORT, INTEREST at cycle end, ARCHIVE and RECONCIL at
      * month-end, GLFEED after every posting step, then BALCTL,
      * the PRIORRPT prior-period report, and at month-end PERCLOSE
      * closing the accounting month once it is reported.
      *
      * The TRANLOAD, INTEREST, ARCHIVE and RECONCIL runs are
      * recorded back on the calendar, and one already run for the
      * business date (TRANLOAD) or month (the others) is left off
      * with a warning -- the double-posted finance charge cannot
      * happen from a mis-remembered schedule again. Without a
      * calendar on file the rows that need one are left off.
      *
      * A step that started or failed and is not restartable is not
      * run again by a resume: the chain stops until the operator
      * has repaired what it half did and confirms the rerun with
      * 'Y' in the second JOBPARM byte.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCTL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT SCHEDULE-FILE
               ASSIGN TO 'JOBSCHED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JSC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-STATUS-FILE.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  JBP-FORCE-RERUN     PIC X(01).
           05  JBP-RESTART-CONFIRM PIC X(01).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           COPY JOB-SCHEDULE.

       WORKING-STORAGE SECTION.
       01  WS-JST-STATUS               PIC XX.
           88  WS-JST-SUCCESS          VALUE '00'.
           88  WS-PARM-SUCCESS         VALUE '00'.
       01  WS-FORCE-RERUN-FLAG         PIC X(01) VALUE 'N'.
           88  WS-FORCE-RERUN          VALUE 'Y'.
       01  WS-RESTART-CONFIRM-FLAG     PIC X(01) VALUE 'N'.
           88  WS-RESTART-CONFIRMED    VALUE 'Y'.
       01  WS-JSC-STATUS               PIC XX.
           88  WS-JSC-SUCCESS          VALUE '00'.
           88  WS-JSC-EOF              VALUE '10'.
       01  WS-SCHED-ERROR-FLAG         PIC X(01) VALUE 'N'.
           88  WS-SCHED-ERROR          VALUE 'Y'.
       01  WS-CURRENT-DATE             PIC 9(08).
       01  WS-STEP-NAME                PIC X(8).
       01  WS-STEP-RC                  PIC 9(4).
       01  WS-STEP-START-TIME          PIC 9(6).
       01  WS-STEP-IDX                 PIC 9(03).
       01  WS-STATUS-IDX               PIC 9(03).
       01  WS-START-STEP               PIC 9(02) VALUE 1.
       01  WS-RESUME-FOUND-FLAG        PIC X(01) VALUE 'N'.
           88  WS-RESUME-FOUND         VALUE 'Y'.
           COPY JOB-CALENDAR
               REPLACING LEADING ==JCL== BY ==CAL==.

      *    The schedule: JOBSCHED rows in table order, each marked
      *    when it runs tonight and once it has its place in the
      *    run order.
       01  WS-SCH-MAX                  PIC 9(02) VALUE 99.
       01  WS-SCH-COUNT                PIC 9(02) VALUE 0.
       01  WS-SCH-IDX                  PIC 9(03).
       01  WS-SCH-SUB                  PIC 9(03).
       01  WS-PRED-IDX                 PIC 9(01).
       01  WS-PRED-SUB                 PIC 9(02).
       01  WS-PLACED-THIS-PASS         PIC 9(02).
       01  WS-PRED-READY-FLAG          PIC X(01).
           88  WS-PRED-READY           VALUE 'Y'.
       01  WS-FIND-NAME                PIC X(08).
       01  WS-SCHED-TABLE.
           05  WS-SCH-ENTRY OCCURS 99 TIMES.
               10  WS-SCH-PROGRAM      PIC X(08).
               10  WS-SCH-DAY-TYPE     PIC X(01).
               10  WS-SCH-MAX-CC       PIC 9(04).
               10  WS-SCH-RESTART      PIC X(01).
               10  WS-SCH-NEEDS-CAL    PIC X(01).
               10  WS-SCH-PRED-COUNT   PIC 9(01).
               10  WS-SCH-PRED         PIC X(08) OCCURS 5 TIMES.
               10  WS-SCH-TONIGHT-FLAG PIC X(01).
                   88  WS-SCH-TONIGHT  VALUE 'Y'.
               10  WS-SCH-PLACED-FLAG  PIC X(01).
                   88  WS-SCH-PLACED   VALUE 'Y'.

      *    Built-in schedule when no JOBSCHED is on file: program,
      *    day type, max condition code, restartable, needs the
      *    calendar, predecessor count; then the predecessors.
       01  WS-DEFAULT-SCHED-VALUES.
           05  FILLER              PIC X(16) VALUE 'TRANLOADD0004NY0'.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE 'ODSWEEP D0004YY1'.
           05  FILLER              PIC X(40)
                   VALUE 'TRANLOAD'.
           05  FILLER              PIC X(16) VALUE 'CARDPROCD0004YN2'.
           05  FILLER              PIC X(40)
                   VALUE 'TRANLOADODSWEEP '.
           05  FILLER              PIC X(16) VALUE 'BILLING D0004YN1'.
           05  FILLER              PIC X(40)
                   VALUE 'CARDPROC'.
           05  FILLER              PIC X(16) VALUE 'REPORT  D0004YN1'.
           05  FILLER              PIC X(40)
                   VALUE 'BILLING '.
           05  FILLER              PIC X(16) VALUE 'INTERESTE0004NN1'.
           05  FILLER              PIC X(40)
                   VALUE 'REPORT  '.
           05  FILLER              PIC X(16) VALUE 'ARCHIVE M0004YN1'.
           05  FILLER              PIC X(40)
                   VALUE 'INTEREST'.
           05  FILLER              PIC X(16) VALUE 'RECONCILM0004YN1'.
           05  FILLER              PIC X(40)
                   VALUE 'ARCHIVE '.
           05  FILLER              PIC X(16) VALUE 'GLFEED  D0004YN3'.
           05  FILLER              PIC X(40)
                   VALUE 'REPORT  INTERESTRECONCIL'.
           05  FILLER              PIC X(16) VALUE 'BALCTL  D0004YN1'.
           05  FILLER              PIC X(40)
                   VALUE 'GLFEED  '.
           05  FILLER              PIC X(16) VALUE 'PRIORRPTD0004YN1'.
           05  FILLER              PIC X(40)
                   VALUE 'BALCTL  '.
           05  FILLER              PIC X(16) VALUE 'PERCLOSEM0004YY1'.
           05  FILLER              PIC X(40)
                   VALUE 'PRIORRPT'.
       01  WS-DEFAULT-SCHED REDEFINES WS-DEFAULT-SCHED-VALUES.
           05  WS-DFT-ENTRY OCCURS 12 TIMES.
               10  WS-DFT-PROGRAM      PIC X(08).
               10  WS-DFT-DAY-TYPE     PIC X(01).
               10  WS-DFT-MAX-CC       PIC 9(04).
               10  WS-DFT-RESTART      PIC X(01).
               10  WS-DFT-NEEDS-CAL    PIC X(01).
               10  WS-DFT-PRED-COUNT   PIC 9(01).
               10  WS-DFT-PRED         PIC X(08) OCCURS 5 TIMES.
       01  WS-DEFAULT-COUNT            PIC 9(02) VALUE 12.

      *    Tonight's step list in run order (built from the schedule
      *    and the JOBCAL calendar), with the latest JOBSTAT status
      *    for today's date loaded beside each step.
       01  WS-STEP-COUNT               PIC 9(02) VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 99 TIMES.
               10  WS-STP-NAME         PIC X(08).
               10  WS-STP-LAST-STATUS  PIC X(01).
               10  WS-STP-MAX-CC       PIC 9(04).
               10  WS-STP-RESTART      PIC X(01).
                   88  WS-STP-RESTARTABLE VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM 0050-READ-CALENDAR
           PERFORM 0350-LOAD-SCHEDULE
           IF NOT WS-SCHED-ERROR
               PERFORM 0400-BUILD-STEP-LIST
           END-IF
           IF WS-SCHED-ERROR
               DISPLAY 'JOBCTL: SCHEDULE ERROR -- NO STEPS RUN'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-STEP-COUNT = 0
               DISPLAY 'JOBCTL: NO STEPS SCHEDULED TONIGHT'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-READ-PARM
           PERFORM 0200-LOAD-STEP-STATUS
           PERFORM 0300-PICK-START-STEP
           IF WS-SCHED-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND STEP-STATUS-FILE
           IF WS-JST-NOT-FOUND
               OPEN OUTPUT STEP-STATUS-FILE
           END-IF.

      *===============================================================
      * 0350-LOAD-SCHEDULE: JOBSCHED rows in table order, or the
      * built-in rows when there is no schedule on file. A table
      * longer than the chain can hold is a schedule error -- a
      * night with steps quietly missing is worse than no night.
      *===============================================================
       0350-LOAD-SCHEDULE.
           MOVE 0 TO WS-SCH-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-JSC-SUCCESS
               PERFORM 0360-READ-SCHEDULE-ROW
                   UNTIL WS-JSC-EOF
               CLOSE SCHEDULE-FILE
               DISPLAY 'JOBCTL: SCHEDULE ROWS LOADED: ' WS-SCH-COUNT
           ELSE
               PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-DEFAULT-COUNT
                   MOVE WS-DFT-ENTRY(WS-SCH-IDX)
                       TO WS-SCH-ENTRY(WS-SCH-IDX)
               END-PERFORM
               MOVE WS-DEFAULT-COUNT TO WS-SCH-COUNT
               DISPLAY 'JOBCTL: NO SCHEDULE ON FILE -- '
                   'BUILT-IN STEPS'
           END-IF.

       0360-READ-SCHEDULE-ROW.
           READ SCHEDULE-FILE
               AT END SET WS-JSC-EOF TO TRUE
               NOT AT END
                   IF WS-SCH-COUNT >= WS-SCH-MAX
                       DISPLAY 'JOBCTL: SCHEDULE TABLE FULL AT '
                           JSC-PROGRAM
                       SET WS-SCHED-ERROR TO TRUE
                   ELSE
                       ADD 1 TO WS-SCH-COUNT
                       MOVE SCHEDULE-RECORD
                           TO WS-SCH-ENTRY(WS-SCH-COUNT)
                   END-IF
                   IF JSC-PRED-COUNT NOT NUMERIC
                       OR JSC-PRED-COUNT > 5
                       DISPLAY 'JOBCTL: BAD PREDECESSOR COUNT FOR '
                           JSC-PROGRAM
                       SET WS-SCHED-ERROR TO TRUE
                   END-IF
                   IF NOT JSC-DAILY AND NOT JSC-CYCLE-END
                       AND NOT JSC-MONTH-END
                       DISPLAY 'JOBCTL: BAD DAY TYPE FOR '
                           JSC-PROGRAM
                       SET WS-SCHED-ERROR TO TRUE
                   END-IF
                   IF JSC-MAX-COND-CODE NOT NUMERIC
                       DISPLAY 'JOBCTL: BAD MAX CONDITION CODE FOR '
                           JSC-PROGRAM
                       SET WS-SCHED-ERROR TO TRUE
                   END-IF
           END-READ.

      *===============================================================
      * 0400-BUILD-STEP-LIST: The calendar decides which rows run
      * tonight, the predecessors decide their order. Each pass
      * places, in table order, every step whose predecessors
      * running tonight are all placed; a pass that places nothing
      * while steps remain means the predecessors loop.
      *===============================================================
       0400-BUILD-STEP-LIST.
           MOVE 0 TO WS-STEP-COUNT
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
               UNTIL WS-SCH-IDX > WS-SCH-COUNT
               MOVE 'N' TO WS-SCH-PLACED-FLAG(WS-SCH-IDX)
               PERFORM 0420-CHECK-TONIGHT
               PERFORM 0410-CHECK-PREDECESSORS
           END-PERFORM
           IF WS-SCHED-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PLACED-THIS-PASS
           PERFORM UNTIL WS-PLACED-THIS-PASS = 0
               MOVE 0 TO WS-PLACED-THIS-PASS
               PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-COUNT
                   IF WS-SCH-TONIGHT(WS-SCH-IDX)
                       AND NOT WS-SCH-PLACED(WS-SCH-IDX)
                       PERFORM 0440-PLACE-IF-READY
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
               UNTIL WS-SCH-IDX > WS-SCH-COUNT
               IF WS-SCH-TONIGHT(WS-SCH-IDX)
                   AND NOT WS-SCH-PLACED(WS-SCH-IDX)
                   DISPLAY 'JOBCTL: PREDECESSOR LOOP AT '
                       WS-SCH-PROGRAM(WS-SCH-IDX)
                   SET WS-SCHED-ERROR TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE SPACE TO WS-STP-LAST-STATUS(WS-STEP-IDX)
           END-PERFORM.

      *===============================================================
      * 0410-CHECK-PREDECESSORS: Every predecessor must name a row
      * of the schedule -- a misspelt one would otherwise let the
      * step run ahead of what it waits for.
      *===============================================================
       0410-CHECK-PREDECESSORS.
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
               UNTIL WS-PRED-IDX > WS-SCH-PRED-COUNT(WS-SCH-IDX)
               MOVE WS-SCH-PRED(WS-SCH-IDX WS-PRED-IDX)
                   TO WS-FIND-NAME
               PERFORM 0450-FIND-SCHEDULE-ROW
               IF WS-PRED-SUB = 0
                   DISPLAY 'JOBCTL: ' WS-SCH-PROGRAM(WS-SCH-IDX)
                       ' WAITS FOR UNSCHEDULED ' WS-FIND-NAME
                   SET WS-SCHED-ERROR TO TRUE
               END-IF
           END-PERFORM.

      *===============================================================
      * 0420-CHECK-TONIGHT: Day type against the calendar, the
      * calendar requirement, then the already-ran guards.
      *===============================================================
       0420-CHECK-TONIGHT.
           MOVE 'N' TO WS-SCH-TONIGHT-FLAG(WS-SCH-IDX)
           EVALUATE WS-SCH-DAY-TYPE(WS-SCH-IDX)
               WHEN 'D'
                   SET WS-SCH-TONIGHT(WS-SCH-IDX) TO TRUE
               WHEN 'E'
                   IF CAL-CYCLE-END OR CAL-MONTH-END
                       SET WS-SCH-TONIGHT(WS-SCH-IDX) TO TRUE
                   END-IF
               WHEN 'M'
                   IF CAL-MONTH-END
                       SET WS-SCH-TONIGHT(WS-SCH-IDX) TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-SCH-NEEDS-CAL(WS-SCH-IDX) = 'Y'
               AND NOT WS-CAL-FOUND
               MOVE 'N' TO WS-SCH-TONIGHT-FLAG(WS-SCH-IDX)
           END-IF
           IF WS-SCH-TONIGHT(WS-SCH-IDX)
               PERFORM 0430-CHECK-ALREADY-RAN
           END-IF.

      *===============================================================
      * 0430-CHECK-ALREADY-RAN: The steps the calendar keeps a last-
      * run date for: TRANLOAD once per business date, INTEREST,
      * ARCHIVE and RECONCIL once per business month.
      *===============================================================
       0430-CHECK-ALREADY-RAN.
           EVALUATE WS-SCH-PROGRAM(WS-SCH-IDX)
               WHEN 'TRANLOAD'
                   IF WS-CAL-FOUND
                       AND CAL-TRANLOAD-LAST-RUN = WS-BUSINESS-DATE
                       DISPLAY 'JOBCTL: TRANLOAD ALREADY RAN FOR '
                           WS-BUSINESS-DATE ' -- SKIPPED'
                       MOVE 'N' TO WS-SCH-TONIGHT-FLAG(WS-SCH-IDX)
                   END-IF
               WHEN 'INTEREST'
                   MOVE CAL-INTEREST-LAST-RUN(1:6)
                       TO WS-LAST-RUN-MONTH
                   IF WS-LAST-RUN-MONTH = WS-BUSINESS-MONTH
                       DISPLAY 'JOBCTL: INTEREST ALREADY RAN THIS '
                           'MONTH (' CAL-INTEREST-LAST-RUN
                           ') -- SKIPPED'
                       MOVE 'N' TO WS-SCH-TONIGHT-FLAG(WS-SCH-IDX)
                   END-IF
               WHEN 'ARCHIVE '
                   MOVE CAL-ARCHIVE-LAST-RUN(1:6)
                       TO WS-LAST-RUN-MONTH
                   IF WS-LAST-RUN-MONTH = WS-BUSINESS-MONTH
                       DISPLAY 'JOBCTL: ARCHIVE ALREADY RAN THIS '
                           'MONTH -- SKIPPED'
                       MOVE 'N' TO WS-SCH-TONIGHT-FLAG(WS-SCH-IDX)
                   END-IF
               WHEN 'RECONCIL'
                   MOVE CAL-RECONCIL-LAST-RUN(1:6)
                       TO WS-LAST-RUN-MONTH
                   IF WS-LAST-RUN-MONTH = WS-BUSINESS-MONTH
                       DISPLAY 'JOBCTL: RECONCIL ALREADY RAN THIS '
                           'MONTH -- SKIPPED'
                       MOVE 'N' TO WS-SCH-TONIGHT-FLAG(WS-SCH-IDX)
                   END-IF
           END-EVALUATE.

      *===============================================================
      * 0440-PLACE-IF-READY: A predecessor holds the step back only
      * while it runs tonight and is not yet placed.
      *===============================================================
       0440-PLACE-IF-READY.
           SET WS-PRED-READY TO TRUE
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
               UNTIL WS-PRED-IDX > WS-SCH-PRED-COUNT(WS-SCH-IDX)
               OR NOT WS-PRED-READY
               MOVE WS-SCH-PRED(WS-SCH-IDX WS-PRED-IDX)
                   TO WS-FIND-NAME
               PERFORM 0450-FIND-SCHEDULE-ROW
               IF WS-SCH-TONIGHT(WS-PRED-SUB)
                   AND NOT WS-SCH-PLACED(WS-PRED-SUB)
                   MOVE 'N' TO WS-PRED-READY-FLAG
               END-IF
           END-PERFORM
           IF WS-PRED-READY
               SET WS-SCH-PLACED(WS-SCH-IDX) TO TRUE
               ADD 1 TO WS-PLACED-THIS-PASS
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-SCH-PROGRAM(WS-SCH-IDX)
                   TO WS-STP-NAME(WS-STEP-COUNT)
               MOVE WS-SCH-MAX-CC(WS-SCH-IDX)
                   TO WS-STP-MAX-CC(WS-STEP-COUNT)
               MOVE WS-SCH-RESTART(WS-SCH-IDX)
                   TO WS-STP-RESTART(WS-STEP-COUNT)
           END-IF.

       0450-FIND-SCHEDULE-ROW.
           MOVE 0 TO WS-PRED-SUB
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT
               OR WS-PRED-SUB > 0
               IF WS-SCH-PROGRAM(WS-SCH-SUB) = WS-FIND-NAME
                   MOVE WS-SCH-SUB TO WS-PRED-SUB
               END-IF
           END-PERFORM.

       0100-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-SUCCESS
                           DISPLAY 'JOBCTL: FULL RERUN FORCED '
                               'BY OPERATOR'
                       END-IF
                       IF JBP-RESTART-CONFIRM = 'Y'
                           SET WS-RESTART-CONFIRMED TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
               DISPLAY 'JOBCTL: RESUMING -- STEPS BEFORE '
                   WS-STP-NAME(WS-START-STEP)
                   ' ALREADY COMPLETED TODAY'
           END-IF
      *    A step that started or failed tonight and cannot simply
      *    be run again waits for the operator's confirmation.
           IF WS-RESUME-FOUND
               AND WS-STP-LAST-STATUS(WS-START-STEP) NOT = SPACE
               AND NOT WS-STP-RESTARTABLE(WS-START-STEP)
               IF WS-RESTART-CONFIRMED
                   DISPLAY 'JOBCTL: RERUN OF '
                       WS-STP-NAME(WS-START-STEP)
                       ' CONFIRMED BY OPERATOR'
               ELSE
                   DISPLAY 'JOBCTL: ' WS-STP-NAME(WS-START-STEP)
                       ' IS NOT RESTARTABLE -- REPAIR AND '
                       'CONFIRM THE RERUN ON JOBPARM'
                   SET WS-SCHED-ERROR TO TRUE
               END-IF
           END-IF.

      *===============================================================
      * 2000-RUN-STEP: Persist the step start, CALL the step, then
      * persist its completion and condition code. A step ending
      * above its scheduled maximum condition code aborts the chain
      * -- but the next invocation picks up right here instead of at
      * the top.
      *===============================================================
       2000-RUN-STEP.
           MOVE WS-STEP-NAME TO JST-STEP-NAME
           MOVE WS-STEP-RC TO JST-COND-CODE
           DISPLAY 'JOBCTL: ' WS-STEP-NAME ' RETURN CODE: '
               WS-STEP-RC
           IF WS-STEP-RC > WS-STP-MAX-CC(WS-STEP-IDX)
               SET JST-FAILED TO TRUE
               WRITE STEP-STATUS-RECORD
               CLOSE STEP-STATUS-FILE
