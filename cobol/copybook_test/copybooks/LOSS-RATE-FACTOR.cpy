      *---------------------------------------------------------------
      * LOSS-RATE-FACTOR.cpy -- One loss-rate row of the LOSSPARM
      * parameter file: the share of a balance expected to be lost,
      * for a product (secured or unsecured card, space for both),
      * a DELINQ aging bucket (0 for current), and a RISKSCOR band
      * of ACCT-RISK-SCORE (a zero score is an account never
      * scored; a zero LRF-SCORE-HIGH is open-ended). Credit risk
      * maintains the factors; the first matching row wins.
      * Shared across: LOSSRSV
      *---------------------------------------------------------------
           05  LRF-PRODUCT          PIC X(01).
               88  LRF-UNSECURED    VALUE 'U'.
               88  LRF-SECURED      VALUE 'S'.
               88  LRF-ANY-PRODUCT  VALUE SPACE.
           05  LRF-BUCKET           PIC 9(03).
           05  LRF-SCORE-LOW        PIC 9(03).
           05  LRF-SCORE-HIGH       PIC 9(03).
           05  LRF-LOSS-RATE        PIC 9V9(04).
