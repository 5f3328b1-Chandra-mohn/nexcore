      *---------------------------------------------------------------
      * ROTATION-LOG.cpy -- One ROTLOG record per rotation, rollback
      * or refusal GENROT makes, appended. The producer's run date
      * and end time identify the run whose output was rotated, so
      * the same night's file is never rotated in twice.
      * Shared across: GENROT
      *---------------------------------------------------------------
           05  RTG-RUN-DATE         PIC 9(08).
           05  RTG-RUN-TIME         PIC 9(06).
           05  RTG-CURRENT-DSN      PIC X(20).
           05  RTG-ACTION           PIC X(02).
               88  RTG-ROTATED      VALUE 'RO'.
               88  RTG-ROLLED-BACK  VALUE 'RB'.
               88  RTG-SKIPPED      VALUE 'SK'.
               88  RTG-REJECTED     VALUE 'RJ'.
               88  RTG-FAILED       VALUE 'FL'.
           05  RTG-PRODUCER         PIC X(08).
           05  RTG-PROD-RUN-DATE    PIC 9(08).
           05  RTG-PROD-END-TIME    PIC 9(06).
           05  RTG-OLD-COUNT        PIC 9(09).
           05  RTG-NEW-COUNT        PIC 9(09).
           05  RTG-REASON           PIC X(40).
