      *---------------------------------------------------------------
      * REP-AUTHORITY.cpy -- A service rep's goodwill authority: the
      * largest single fee or interest reversal the rep may grant
      * alone, and whether the rep may act as second approver on
      * reversals held over another rep's limit.
      * Shared across: GOODWILL
      *---------------------------------------------------------------
           05  RAU-REP-ID           PIC X(10).
           05  RAU-LIMIT            PIC S9(07)V99 COMP-3.
           05  RAU-APPROVER-FLAG    PIC X(01).
               88  RAU-CAN-APPROVE  VALUE 'Y'.
