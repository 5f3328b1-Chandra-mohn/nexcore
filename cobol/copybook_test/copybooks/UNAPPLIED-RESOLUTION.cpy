      *---------------------------------------------------------------
      * UNAPPLIED-RESOLUTION.cpy -- Research's disposition of one
      * unapplied-cash suspense item: apply it to the account it
      * belongs to, or refund it to the remitter at the name and
      * address research found on the check.
      * Shared across: UNAPPLY
      *---------------------------------------------------------------
           05  UAR-ITEM-ID          PIC X(12).
           05  UAR-ACTION           PIC X(01).
               88  UAR-APPLY        VALUE 'A'.
               88  UAR-REFUND       VALUE 'R'.
           05  UAR-APPLY-ACCT       PIC X(16).
           05  UAR-PAYEE-NAME       PIC X(36).
           05  UAR-STREET           PIC X(30).
           05  UAR-CITY             PIC X(20).
           05  UAR-STATE            PIC X(02).
           05  UAR-ZIP              PIC X(10).
           05  UAR-RESOLVED-BY      PIC X(10).
