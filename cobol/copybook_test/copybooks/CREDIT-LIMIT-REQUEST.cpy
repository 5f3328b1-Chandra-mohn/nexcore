      *---------------------------------------------------------------
      * CREDIT-LIMIT-REQUEST.cpy -- Incoming credit-limit change request
      * Shared across: CLCHANGE, CLICAMP, CLDECR
      *---------------------------------------------------------------
           05  CLR-ACCT-NUMBER      PIC X(16).
           05  CLR-NEW-LIMIT        PIC S9(13)V99 COMP-3.
