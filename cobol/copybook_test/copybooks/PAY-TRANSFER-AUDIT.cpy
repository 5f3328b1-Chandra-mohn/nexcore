      *---------------------------------------------------------------
      * PAY-TRANSFER-AUDIT.cpy -- One paired audit record per
      * payment-transfer request: the payment moved, the reversal
      * row on the account it was pulled from and the payment row
      * on the account it was re-applied to, each side's balance
      * before and after, and the late fees reversed with it. A
      * refused request carries the reason and no movement.
      * Shared across: PAYXFER
      *---------------------------------------------------------------
           05  PXA-REQUEST-ID       PIC X(12).
           05  PXA-TRANS-ID         PIC X(12).
           05  PXA-PAY-DATE         PIC 9(08).
           05  PXA-AMOUNT           PIC S9(11)V99 COMP-3.
           05  PXA-FROM-SIDE.
               10  PXA-FROM-ACCT        PIC X(16).
               10  PXA-FROM-REV-ID      PIC X(12).
               10  PXA-FROM-BAL-BEFORE  PIC S9(13)V99 COMP-3.
               10  PXA-FROM-BAL-AFTER   PIC S9(13)V99 COMP-3.
           05  PXA-TO-SIDE.
               10  PXA-TO-ACCT          PIC X(16).
               10  PXA-TO-PAY-ID        PIC X(12).
               10  PXA-TO-BAL-BEFORE    PIC S9(13)V99 COMP-3.
               10  PXA-TO-BAL-AFTER     PIC S9(13)V99 COMP-3.
               10  PXA-FEES-REVERSED    PIC 9(02).
               10  PXA-FEE-AMOUNT       PIC S9(07)V99 COMP-3.
           05  PXA-REQUESTED-BY     PIC X(10).
           05  PXA-REQUEST-DATE     PIC 9(08).
           05  PXA-ACTION-DATE      PIC 9(08).
           05  PXA-RESULT-CODE      PIC X(02).
               88  PXA-TRANSFERRED      VALUE 'TR'.
               88  PXA-REFUSED          VALUE 'RJ'.
           05  PXA-REFUSAL          PIC X(20).
