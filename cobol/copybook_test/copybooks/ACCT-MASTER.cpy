               88  ACCT-ACTIVE      VALUE 'A'.
               88  ACCT-CLOSED      VALUE 'C'.
               88  ACCT-FROZEN      VALUE 'F'.
               88  ACCT-CHARGED-OFF VALUE 'W'.
           05  ACCT-OPEN-DATE       PIC 9(08).
           05  ACCT-BALANCE         PIC S9(13)V99 COMP-3.
           05  ACCT-CREDIT-LIMIT    PIC S9(13)V99 COMP-3.
           05  ACCT-DECEASED-FLAG   PIC X(01).
               88  ACCT-DECEASED    VALUE 'Y'.
           05  ACCT-DEATH-DATE      PIC 9(08).
      *    Charge-off (CHGOFF, monthly): the balance written off by
      *    bucket on the date shown, and why. ACCT-BALANCE and the
      *    buckets are zero from that date; the amount still owed
      *    by the cardholder is ACCT-CHGOFF-AMOUNT. INTEREST,
      *    FEEASSES, BILLING, and DELINQ leave a 'W' account alone,
      *    and BUREAU reports it under the charge-off status code.
           05  ACCT-CHGOFF-DATE     PIC 9(08).
           05  ACCT-CHGOFF-AMOUNT   PIC S9(13)V99 COMP-3.
           05  ACCT-CHGOFF-REASON   PIC X(01).
               88  ACCT-CO-DELINQUENT VALUE 'D'.
               88  ACCT-CO-DECEASED VALUE 'E'.
               88  ACCT-CO-BANKRUPT VALUE 'B'.
      *    Third-party collection agency (AGENCY): the agency a
      *    charged-off account is placed with, the placement state
      *    and the date it last changed, and the gross recoveries
      *    the agency has remitted. What the cardholder still owes
      *    is ACCT-CHGOFF-AMOUNT - ACCT-RECOVERED-AMT; recoveries
      *    never touch ACCT-BALANCE, which charge-off left at zero.
           05  ACCT-AGENCY-ID       PIC X(04).
           05  ACCT-AGENCY-STATUS   PIC X(01).
               88  ACCT-AGENCY-PLACED   VALUE 'P'.
               88  ACCT-AGENCY-RECALLED VALUE 'R'.
           05  ACCT-AGENCY-DATE     PIC 9(08).
           05  ACCT-RECOVERED-AMT   PIC S9(13)V99 COMP-3.
      *    Bankruptcy (BKINTAK intake from court notices): the
      *    chapter, case number, and filing date, and where the case
      *    stands. From the filing through the discharge the
      *    cardholder must not be contacted or charged -- INTEREST
      *    stops accruing, FEEASSES and BILLING stop fees, DELINQ
      *    stops letters and promise follow-ups, AGENCY recalls the
      *    account, and TRANLOAD refuses new purchases and cash
      *    advances. A discharge sends the account to CHGOFF under
      *    reason 'B'; a dismissal returns it to normal handling.
           05  ACCT-BK-STATUS       PIC X(01).
               88  ACCT-BK-FILED        VALUE 'F'.
               88  ACCT-BK-DISCHARGED   VALUE 'D'.
               88  ACCT-BK-DISMISSED    VALUE 'X'.
               88  ACCT-IN-BANKRUPTCY   VALUE 'F' 'D'.
           05  ACCT-BK-CHAPTER      PIC 9(02).
           05  ACCT-BK-CASE-NUMBER  PIC X(15).
           05  ACCT-BK-FILING-DATE  PIC 9(08).
           05  ACCT-BK-STATUS-DATE  PIC 9(08).
      *    Settle-for-less agreement (SETTLE): 'A' while an accepted
      *    offer is being paid, 'S' once it was met and the rest of
      *    the debt forgiven, 'B' if it broke and the account went
      *    back to normal collections; the date is the last change.
      *    ACCT-FORGIVEN-AMT is the debt cancelled on settlement --
      *    the amount TAX1099C reports on the 1099-C. DELINQ holds
      *    the aging bucket and sends no letters while 'A'.
           05  ACCT-SETTLE-STATUS   PIC X(01).
               88  ACCT-SETTLE-ACTIVE   VALUE 'A'.
               88  ACCT-SETTLED         VALUE 'S'.
               88  ACCT-SETTLE-BROKEN   VALUE 'B'.
           05  ACCT-SETTLE-DATE     PIC 9(08).
           05  ACCT-FORGIVEN-AMT    PIC S9(13)V99 COMP-3.
      *    Penalty pricing (PENAPR) under the cardholder agreement:
      *    'N' once an account that reached the 60-day DELINQ bucket
      *    has been sent the advance notice, 'P' from the notice's
      *    effective date while INTEREST charges the penalty rate,
      *    'C' after six consecutive on-time minimum payments put
      *    it back on its band or promo rate. The date is the last
      *    change (for 'N', the date the penalty rate takes
      *    effect). The on-time count and the last due date it was
      *    checked against track the cure.
           05  ACCT-PENALTY-STATUS  PIC X(01).
               88  ACCT-PENALTY-NOTICED VALUE 'N'.
               88  ACCT-PENALTY-ACTIVE  VALUE 'P'.
               88  ACCT-PENALTY-CURED   VALUE 'C'.
           05  ACCT-PENALTY-DATE    PIC 9(08).
           05  ACCT-PENALTY-ONTIME  PIC 9(02).
           05  ACCT-PENALTY-DUE-CHKD PIC 9(08).
      *    Cardholder-requested due-date change (DUECHG): the date
      *    the cycle day was last moved at the cardholder's request.
      *    One move is allowed in any twelve months.
           05  ACCT-DUE-CHG-DATE    PIC 9(08).
      *    Proactive cardholder alerts (ALERTEXT): the amount a
      *    posted purchase must exceed to raise a purchase alert,
      *    set by the cardholder through ACCTMNT (zero = no purchase
      *    alerts); the due date last warned about; the date the
      *    last approaching-limit alert went; and the business date
      *    through which posted purchases and payments have been
      *    alerted on.
           05  ACCT-ALERT-PURCH-AMT PIC S9(09)V99 COMP-3.
           05  ACCT-ALERT-DUE-DATE  PIC 9(08).
           05  ACCT-ALERT-LIMIT-DATE PIC 9(08).
           05  ACCT-ALERT-THRU-DATE PIC 9(08).
      *    Privacy choices, kept through PRIVLOAD from the
      *    cardholder's opt-out requests (every change also lands
      *    on PRIVAUD). 'Y' in a marketing flag means no marketing
      *    by that channel -- statement inserts (BILLING) and
      *    campaigns (CLICAMP) check it before anything goes out;
      *    'Y' in a sharing flag means no sharing of the
      *    cardholder's information with affiliates or with
      *    non-affiliated third parties. Anything else is opted in.
      *    The change date is the last preference change; the
      *    notice date and channel record the last annual privacy
      *    notice PRIVNOTC sent ('E' email, 'M' mail).
           05  ACCT-OPTOUT-MKT-MAIL PIC X(01).
               88  ACCT-NO-MKT-MAIL     VALUE 'Y'.
           05  ACCT-OPTOUT-MKT-EMAIL PIC X(01).
               88  ACCT-NO-MKT-EMAIL    VALUE 'Y'.
           05  ACCT-OPTOUT-MKT-PHONE PIC X(01).
               88  ACCT-NO-MKT-PHONE    VALUE 'Y'.
           05  ACCT-OPTOUT-AFFIL-SHARE PIC X(01).
               88  ACCT-NO-AFFIL-SHARE  VALUE 'Y'.
           05  ACCT-OPTOUT-NONAFF-SHARE PIC X(01).
               88  ACCT-NO-NONAFF-SHARE VALUE 'Y'.
           05  ACCT-OPTOUT-CHG-DATE PIC 9(08).
           05  ACCT-PRIV-NOTICE-DATE PIC 9(08).
           05  ACCT-PRIV-NOTICE-CHANNEL PIC X(01).
      *    Credit-line decrease state: the risk score RISKSCOR
      *    replaced on its last run (zero = none before it), so a
      *    sharp drop shows month on month, and the date CLCHANGE
      *    last applied a decrease to the line -- CLDECR leaves a
      *    line alone for a while after it was cut.
           05  ACCT-PRIOR-RISK-SCORE PIC 9(03).
           05  ACCT-CL-DECR-DATE    PIC 9(08).
      *    Overdraft protection, on a CH account only: the linked
      *    SA account of the same customer that ODSWEEP draws on to
      *    cover an overdrawn balance (spaces = not enrolled), and
      *    the date ODENROLL linked it.
           05  ACCT-OD-LINK-ACCT    PIC X(16).
               88  ACCT-OD-NOT-ENROLLED VALUE SPACES.
           05  ACCT-OD-ENROLL-DATE  PIC 9(08).
