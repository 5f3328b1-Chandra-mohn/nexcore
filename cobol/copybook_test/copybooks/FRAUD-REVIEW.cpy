      *---------------------------------------------------------------
      * FRAUD-REVIEW.cpy -- Fraud review-queue record: one queued
      * purchase with the rule that flagged it (MCC list membership
      * or a velocity rule), and whether it needs an analyst
      * decision or is informational only
      * Shared across: CARDPROC, FRAUDDSP, ACCTINQ, OPSDASH, QAGERPT
      *---------------------------------------------------------------
           05  FRD-ACCT-NUMBER      PIC X(16).
           05  FRD-TRANS-ID         PIC X(12).
               88  FRD-RULE-BIG-AMOUNT  VALUE 'VAMT'.
               88  FRD-RULE-MERCH-RPT   VALUE 'VMER'.
           05  FRD-DETECTED-DATE    PIC 9(08).
      *    Informational items are purchases a rule would have
      *    queued but that fall inside a cardholder's travel notice:
      *    written so analysts can see them, needing no decision.
           05  FRD-SEVERITY         PIC X(01).
               88  FRD-SEV-REVIEW       VALUE 'R' ' '.
               88  FRD-SEV-INFO         VALUE 'I'.
