      * switch for the few runs (bureau extract and the like) that
      * legitimately need clear values through a shared print path;
      * everything else passes 'N' and gets last-four-only output.
      * Shared across: MASKRTN, REPORT, BILLING, ACCTINQ, ACCXRPT,
      *                ALERTEXT, ANNSPEND, CPPANAL
      *---------------------------------------------------------------
           05  MSK-FUNCTION         PIC X(01).
               88  MSK-ACCT-NUMBER  VALUE 'A'.
