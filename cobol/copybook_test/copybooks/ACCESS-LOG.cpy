      *---------------------------------------------------------------
      * ACCESS-LOG.cpy -- One sensitive-data access record on the
      * ACCSLOG file: which operator (the id captured when the
      * inquiry session started) looked at which account, through
      * which inquiry program and view, when, and whether the
      * account number came up in the clear or masked. Every
      * session opens with a session-start record (view SS, no
      * account). ACCXRPT reviews the week's records for unusual
      * access patterns.
      * Shared across: ACCLOG, ACCTINQ, ARCHINQ, MERCHINQ, STMTRPRT,
      *                ACCXRPT
      *---------------------------------------------------------------
           05  AXL-ACCESS-DATE      PIC 9(08).
           05  AXL-ACCESS-TIME      PIC 9(06).
           05  AXL-OPERATOR-ID      PIC X(10).
           05  AXL-PROGRAM-ID       PIC X(08).
           05  AXL-ACCT-NUMBER      PIC X(16).
           05  AXL-VIEW-TYPE        PIC X(02).
               88  AXL-SESSION-START  VALUE 'SS'.
               88  AXL-ACCOUNT-DETAIL VALUE 'AD'.
               88  AXL-SEARCH-LIST    VALUE 'SL'.
               88  AXL-MERCHANT-LIST  VALUE 'ML'.
               88  AXL-ARCHIVE-DETAIL VALUE 'AR'.
               88  AXL-STMT-REPRINT   VALUE 'RP'.
           05  AXL-VALUE-MODE       PIC X(01).
               88  AXL-CLEAR-SHOWN  VALUE 'C'.
               88  AXL-MASKED-SHOWN VALUE 'M'.
      *    Set by ACCLOG on return: 'N' when the record could not
      *    be written.
           05  AXL-LOG-RESULT       PIC X(01).
               88  AXL-LOGGED       VALUE 'Y'.
               88  AXL-NOT-LOGGED   VALUE 'N'.
