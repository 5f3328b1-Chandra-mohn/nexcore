      * CH-CONTACT-PREF with the address or email the notice mails
      * to. The mail-merge the notices used to be built from by
      * hand.
      * Shared across: CITNOTCE, PENAPR
      *---------------------------------------------------------------
           05  CIT-ACCT-NUMBER      PIC X(16).
           05  CIT-OLD-RATE         PIC V9(04).
