      * REFUND-CHECK.cpy -- Credit-balance refund-check extract line:
      * the payee name and mailing address for the check printer,
      * one per refund CREFUND posts.
      * Shared across: CREFUND, UNAPPLY
      *---------------------------------------------------------------
           05  RFC-ACCT-NUMBER      PIC X(16).
           05  RFC-REFUND-AMOUNT    PIC S9(11)V99 COMP-3.
