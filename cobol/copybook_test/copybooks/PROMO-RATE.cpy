      * while the business date is inside the window and rolls back
      * to the INTEREST-RATE-TABLE band automatically after expiry;
      * manual finance-charge adjustments are retired.
      * Shared across: INTEREST, PENAPR, INTACCR
      *---------------------------------------------------------------
           05  PRM-ACCT-NUMBER      PIC X(16).
           05  PRM-PROMO-RATE       PIC V9(04).
