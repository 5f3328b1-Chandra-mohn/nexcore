      * which card on an account made a purchase.
      * CRD-CARDHOLDER-NUM: 0 = primary cardholder, 1-3 = the
      * authorized-user slot in CARDHOLDER-INFO.
      * Shared across: CARDISS, ACCTOPEN, RENUMBER, CARDACT, TRANLOAD,
      * AUTHLOAD, ACUPDEXT
      *---------------------------------------------------------------
           05  CRD-CARD-NUMBER      PIC X(16).
           05  CRD-ACCT-NUMBER      PIC X(16).
           05  CRD-ISSUE-DATE       PIC 9(08).
           05  CRD-EXPIRY-DATE      PIC 9(08).
           05  CRD-REPLACES-CARD    PIC X(16).
      *    Date CRD-STATUS last changed -- issue, activation, block
      *    or reissue. A reissued card keeps authorizing for a
      *    short grace period counted from this date; zero on cards
      *    reissued before it was kept means through expiry.
           05  CRD-STATUS-DATE      PIC 9(08).
