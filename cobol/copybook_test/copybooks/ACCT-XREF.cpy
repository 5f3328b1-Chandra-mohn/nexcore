      * TRANFEED items (including the LBXFEED lockbox payments that
      * flow through TRANLOAD) against the old number land on the
      * account's new home.
      * Shared across: RENUMBER, TRANLOAD, ACUPDEXT, FRDCLAIM
      *---------------------------------------------------------------
           05  XRF-OLD-ACCT         PIC X(16).
           05  XRF-NEW-ACCT         PIC X(16).
