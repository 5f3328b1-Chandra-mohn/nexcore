      *---------------------------------------------------------------
      * COMPROMISE-EXPOSURE.cpy -- One account exposed at a suspected
      * breach point: an open account, not yet a confirmed-fraud
      * case, that bought at a merchant CPPANAL ranked as a common
      * point of purchase. One record per account and merchant,
      * with the account's last purchase there in the window and
      * the merchant's confirmed-fraud account count, so card
      * services can work the reissues worst merchant first.
      * Shared across: CPPANAL
      *---------------------------------------------------------------
           05  CPX-ACCT-NUMBER      PIC X(16).
           05  CPX-MERCHANT-ID      PIC X(15).
           05  CPX-MERCHANT-NAME    PIC X(30).
           05  CPX-LAST-USE-DATE    PIC 9(08).
           05  CPX-FRAUD-ACCTS      PIC 9(05).
           05  CPX-RUN-DATE         PIC 9(08).
