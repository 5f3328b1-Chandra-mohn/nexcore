      * LOCKBOX-REMIT.cpy -- Bank lockbox remittance record: the
      * captured statement scanline plus the payment actually
      * enclosed with the check
      * Shared across: LOCKBOX, UNAPPLY
      *---------------------------------------------------------------
           05  LBX-ACCT-NUMBER      PIC X(16).
           05  LBX-STMT-DATE        PIC 9(08).
