      *---------------------------------------------------------------
      * CARD-ACTIVATION.cpy -- One card-activation request from the
      * IVR or the web site: the plastic being activated and the
      * identity answers the caller gave, checked against the
      * primary cardholder's CARDHOLDER-INFO before the card goes
      * active
      * Shared across: CARDACT
      *---------------------------------------------------------------
           05  CAC-CARD-NUMBER      PIC X(16).
           05  CAC-SSN-LAST4        PIC X(04).
           05  CAC-DATE-OF-BIRTH    PIC 9(08).
      *    Billing ZIP (first five); spaces when the channel did not
      *    ask for it.
           05  CAC-ZIP              PIC X(05).
           05  CAC-CHANNEL          PIC X(01).
               88  CAC-BY-IVR       VALUE 'I'.
               88  CAC-BY-WEB       VALUE 'W'.
               88  CAC-VALID-CHANNEL VALUE 'I' 'W'.
           05  CAC-REQUEST-DATE     PIC 9(08).
           05  CAC-REQUEST-TIME     PIC 9(06).
