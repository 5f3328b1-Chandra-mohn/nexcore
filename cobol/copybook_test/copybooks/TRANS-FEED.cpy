      * record count and amount hash total TRANLOAD verifies before
      * posting anything, so a truncated or duplicated file aborts
      * instead of posting.
      * Shared across: TRANLOAD, UNAPPLY
      *---------------------------------------------------------------
           05  TF-RECORD-TYPE       PIC X(01).
               88  TF-HEADER        VALUE 'H'.
               10  TF-PAY-METHOD        PIC X(02).
               10  TF-PAY-REF-NUM       PIC X(20).
               10  TF-PAY-BANK          PIC X(25).
      *    Merchant country on purchases and cash advances (ISO
      *    alpha-3); spaces when the source does not send one.
               10  TF-PUR-COUNTRY       PIC X(03).
      *    Plastic the purchase or advance was made with; spaces
      *    when the source does not carry one.
               10  TF-CARD-NUMBER       PIC X(16).
      *    Header and trailer both carry the batch-control totals;
      *    TRANLOAD balances the detail records against the trailer.
           05  TF-BATCH-CONTROL REDEFINES TF-DETAIL.
               10  TF-BCT-RECORD-COUNT  PIC 9(07).
               10  TF-BCT-AMOUNT-TOTAL  PIC S9(13)V99 COMP-3.
               10  TF-BCT-FEED-DATE     PIC 9(08).
               10  FILLER               PIC X(165).
