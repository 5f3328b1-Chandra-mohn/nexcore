      *---------------------------------------------------------------
      * PENALTY-AUDIT.cpy -- One penalty-pricing audit record per
      * step an account takes: the advance notice, the reprice to
      * the penalty rate on the effective date, and the cure back
      * to the band or promo rate. The rates are the monthly rates
      * the account was on before and is on after the step, the
      * SCRA cap already applied; the on-time count is the run of
      * consecutive on-time minimum payments at the time.
      * Shared across: PENAPR
      *---------------------------------------------------------------
           05  PNA-ACCT-NUMBER      PIC X(16).
           05  PNA-ACTION           PIC X(02).
               88  PNA-NOTICED      VALUE 'NT'.
               88  PNA-REPRICED     VALUE 'RP'.
               88  PNA-CURED        VALUE 'CU'.
           05  PNA-ACTION-DATE      PIC 9(08).
           05  PNA-EFFECTIVE-DATE   PIC 9(08).
           05  PNA-OLD-RATE         PIC V9(04).
           05  PNA-NEW-RATE         PIC V9(04).
           05  PNA-BUCKET           PIC 9(03).
           05  PNA-ONTIME-COUNT     PIC 9(02).
           05  PNA-SCRA-CAPPED      PIC X(01).
               88  PNA-SCRA-CAP-APPLIED VALUE 'Y'.
