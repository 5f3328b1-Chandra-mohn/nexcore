      *---------------------------------------------------------------
      * JOB-SCHEDULE.cpy -- One row of the JOBSCHED nightly schedule
      * table: a step's program, the steps it must follow, the
      * calendar day type it runs on, the highest condition code
      * that still lets the chain go on, and whether it can simply
      * be run again after a failure. Operations adds a program to
      * the night by adding a row here.
      *   Day type: 'D' every night, 'E' cycle-end nights (month-
      *   end is also a cycle end), 'M' month-end nights only.
      *   A step flagged as needing the calendar is left off when
      *   no JOBCAL record is on file. A predecessor not running
      *   tonight does not hold its followers back.
      * Shared across: JOBCTL
      *---------------------------------------------------------------
           05  JSC-PROGRAM          PIC X(08).
           05  JSC-DAY-TYPE         PIC X(01).
               88  JSC-DAILY        VALUE 'D'.
               88  JSC-CYCLE-END    VALUE 'E'.
               88  JSC-MONTH-END    VALUE 'M'.
           05  JSC-MAX-COND-CODE    PIC 9(04).
           05  JSC-RESTARTABLE      PIC X(01).
               88  JSC-IS-RESTARTABLE VALUE 'Y'.
           05  JSC-NEEDS-CALENDAR   PIC X(01).
               88  JSC-CALENDAR-REQUIRED VALUE 'Y'.
           05  JSC-PRED-COUNT       PIC 9(01).
           05  JSC-PREDECESSOR      PIC X(08) OCCURS 5 TIMES.
