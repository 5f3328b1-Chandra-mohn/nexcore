      *---------------------------------------------------------------
      * ACCT-CLOSE-AUDIT.cpy -- Disposition of one closure request,
      * applied or rejected with the reason it could not close
      * Shared across: ACCTCLOS, ACUPDEXT
      *---------------------------------------------------------------
           05  CLS-ACCT-NUMBER      PIC X(16).
           05  CLS-BALANCE          PIC S9(13)V99 COMP-3.
