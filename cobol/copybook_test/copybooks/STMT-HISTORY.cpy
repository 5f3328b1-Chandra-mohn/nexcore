      * as each statement is produced. Keyed by account + cycle date.
      * Downstream payment matching, delinquency aging, and interest
      * grace all read this instead of parsing STMTOUT print lines.
      * Shared across: BILLING, DELINQ, LOCKBOX, ALERTEXT
      *---------------------------------------------------------------
           05  SH-ACCT-NUMBER       PIC X(16).
           05  SH-CYCLE-DATE        PIC 9(08).
