      *---------------------------------------------------------------
      * TRANLOAD-REJECT.cpy -- TRANLOAD.cbl reject record
      * Shared across: TRANLOAD, AUTHLOAD
      *---------------------------------------------------------------
           05  TLR-ACCT-NUMBER      PIC X(16).
           05  TLR-TRANS-ID         PIC X(12).
               88  TLR-ORIG-PAY-NOT-FOUND VALUE 'PN'.
               88  TLR-DUPLICATE       VALUE 'DU'.
               88  TLR-ACCT-CLOSED     VALUE 'CL'.
               88  TLR-ACCT-BANKRUPT   VALUE 'BK'.
               88  TLR-BAD-TRANS-TYPE  VALUE 'TY'.
               88  TLR-BAD-AMOUNT      VALUE 'AM'.
               88  TLR-MERCH-UNKNOWN   VALUE 'MU'.
               88  TLR-MERCH-BLOCKED   VALUE 'MB'.
               88  TLR-USER-OVER-LIMIT VALUE 'UL'.
      *        Plastic-level checks against CRDMAST: the card named
      *        on the item is not on file for this account, not yet
      *        activated, blocked, past its expiry, or reissued and
      *        past the old card's grace period.
               88  TLR-CARD-UNKNOWN    VALUE 'CN'.
               88  TLR-CARD-INACTIVE   VALUE 'CI'.
               88  TLR-CARD-BLOCKED    VALUE 'CB'.
               88  TLR-CARD-EXPIRED    VALUE 'CE'.
               88  TLR-CARD-REPLACED   VALUE 'CR'.
           05  TLR-REJECT-DATE      PIC 9(08).
