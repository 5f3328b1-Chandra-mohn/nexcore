      * in the Metro 2 spirit: one per reportable CR account, with
      * ACCT-STATUS mapped to a bureau account-status code and a
      * payment-history indicator derived from whether the minimum
      * due was met by the payment due date, and the bankruptcy
      * indicator when the cardholder has filed
      * Shared across: BUREAU
      *---------------------------------------------------------------
           05  BUR-ACCT-NUMBER      PIC X(16).
               88  BUR-PAST-DUE-60      VALUE '78'.
               88  BUR-PAST-DUE-90      VALUE '80'.
               88  BUR-PAST-DUE-120     VALUE '82'.
               88  BUR-CHARGED-OFF      VALUE '97'.
               88  BUR-CHGOFF-PAID      VALUE '64'.
           05  BUR-PAY-HISTORY-IND  PIC X(01).
               88  BUR-PAID-AS-AGREED  VALUE '0'.
               88  BUR-PAID-LATE       VALUE '1'.
           05  BUR-REPORT-DATE      PIC 9(08).
      *    Consumer information indicator for a bankruptcy on the
      *    account: petition filed (A-D), discharged (E-H), or
      *    dismissed (I-L), by chapter 7/11/12/13 in that order.
      *    Space when there is no bankruptcy to report.
           05  BUR-BANKRUPTCY-IND   PIC X(01).
               88  BUR-NO-BANKRUPTCY    VALUE SPACE.
      *    Special comment code: 'AU' when the account was paid in
      *    full for less than the full balance under a settlement.
           05  BUR-SPECIAL-COMMENT  PIC X(02).
               88  BUR-NO-COMMENT       VALUE SPACES.
               88  BUR-SETTLED-FOR-LESS VALUE 'AU'.
