      *---------------------------------------------------------------
      * UNAPPLIED-CASH.cpy -- One lockbox remittance held in the
      * unapplied-cash suspense file: the money was deposited but
      * the item could not be matched to an account, so it sits in
      * suspense until research applies it or refunds it. The
      * captured scanline is kept as the bank keyed it.
      * Shared across: UNAPPLY, UACAGE
      *---------------------------------------------------------------
           05  UAC-ITEM-ID          PIC X(12).
           05  UAC-RECEIVED-DATE    PIC 9(08).
           05  UAC-DEPOSIT-DATE     PIC 9(08).
           05  UAC-SCAN-ACCT        PIC X(16).
           05  UAC-SCAN-STMT-DATE   PIC 9(08).
           05  UAC-SCAN-AMOUNT-DUE  PIC 9(11)V99.
           05  UAC-PAID-AMOUNT      PIC S9(11)V99 COMP-3.
           05  UAC-CHECK-REF        PIC X(20).
