      * FRAUD-DISP-AUDIT.cpy -- Disposition audit record, one per
      * worked fraud-review-queue item, proving the item's lifecycle
      * from queueing through analyst decision
      * Shared across: FRAUDDSP, CPPANAL, FRDCLAIM, FRDLRPT
      *---------------------------------------------------------------
           05  FDA-ACCT-NUMBER      PIC X(16).
           05  FDA-TRANS-ID         PIC X(12).
