      *---------------------------------------------------------------
      * GOODWILL-REQUEST.cpy -- A rep's request to reverse one fee
      * ('FE') or interest ('IN') row as a goodwill gesture. The
      * row is named by its transaction id, whether it is still on
      * the master's open-cycle table or already offloaded to
      * TRANHIST; the reason code says why it was waived.
      * Shared across: GOODWILL
      *---------------------------------------------------------------
           05  GWR-REQUEST-ID       PIC X(12).
           05  GWR-ACCT-NUMBER      PIC X(16).
           05  GWR-TRANS-ID         PIC X(12).
           05  GWR-REASON-CODE      PIC X(02).
           05  GWR-REP-ID           PIC X(10).
           05  GWR-REQUEST-DATE     PIC 9(08).
