      *---------------------------------------------------------------
      * COMPARE-EXCLUDE.cpy -- CMCOMPAR field-exclusion parameter
      * One row per CARDMAST field to leave out of the comparison,
      * named exactly as in its copybook (ACCT-MASTER,
      * CARDHOLDER-INFO, BILLING-ADDRESS, TRANS-HISTORY). A field
      * that repeats (CH-AU-..., TH-TRANS-...) is excluded in every
      * occurrence. Differences in an excluded field are counted,
      * not printed -- run-date stamps such as ACCT-RISK-SCORE-DATE
      * that a regression run is expected to change.
      * Shared across: CMCOMPAR
      *---------------------------------------------------------------
           05  CMX-FIELD-NAME       PIC X(30).
           05  CMX-COMMENT          PIC X(50).
