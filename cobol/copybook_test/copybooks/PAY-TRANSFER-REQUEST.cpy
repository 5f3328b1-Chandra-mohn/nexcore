      *---------------------------------------------------------------
      * PAY-TRANSFER-REQUEST.cpy -- Request to move a misapplied
      * payment: the 'PA' row (by transaction id, on the master's
      * open-cycle table or offloaded to TRANHIST) on the account
      * it wrongly landed on, and the account it belonged to.
      * Shared across: PAYXFER
      *---------------------------------------------------------------
           05  PXR-REQUEST-ID       PIC X(12).
           05  PXR-FROM-ACCT        PIC X(16).
           05  PXR-TRANS-ID         PIC X(12).
           05  PXR-TO-ACCT          PIC X(16).
           05  PXR-REQUESTED-BY     PIC X(10).
           05  PXR-REQUEST-DATE     PIC 9(08).
