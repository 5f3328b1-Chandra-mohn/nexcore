      * parameter file: account type, balance band, and the monthly
      * rate that band earns or is charged. A zero IRT-BAND-HIGH
      * means the band is open-ended. Pricing maintains this file;
      * rate changes no longer mean a recompile. Cash-advance and
      * penalty pricing ride on the same file as their own 'CA' and
      * 'PN' account-type rows.
      * Shared across: INTEREST, CITNOTCE, PENAPR, INTACCR,
      * FRDCLAIM
      *---------------------------------------------------------------
           05  IRT-ACCT-TYPE        PIC X(02).
           05  IRT-BAND-LOW         PIC S9(13)V99 COMP-3.
