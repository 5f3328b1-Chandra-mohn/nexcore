      * here after each statement cycle so lifetime history stops
      * living inside the OCCURS 50 table on CARDMAST.
      * Shared across: CYCLOFF, ACCTINQ, REPORT, RECONCIL, DISPUTE,
      * GLFEED, TRANLOAD, GOODWILL, PAYXFER, ANNSPEND, CPPANAL,
      * FRDCLAIM, BSACASH, RETPURGE, ICHGRPT
      *---------------------------------------------------------------
           05  HX-KEY.
               10  HX-ACCT-NUMBER   PIC X(16).
