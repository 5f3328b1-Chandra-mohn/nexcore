      *---------------------------------------------------------------
      * GOODWILL-DECISION.cpy -- A second approver's decision on a
      * goodwill reversal held for exceeding the requesting rep's
      * authority, named by the held request's id.
      * Shared across: GOODWILL
      *---------------------------------------------------------------
           05  GWD-REQUEST-ID       PIC X(12).
           05  GWD-APPROVER-ID      PIC X(10).
           05  GWD-DECISION         PIC X(01).
               88  GWD-APPROVED     VALUE 'A'.
               88  GWD-DECLINED     VALUE 'D'.
