      *---------------------------------------------------------------
      * FRAUD-LOSS.cpy -- The confirmed-fraud loss ledger (FRDLOSS),
      * appended by FRDCLAIM. An 'L' entry is one claimed
      * transaction credited back to the cardholder: the amount
      * charged to the fraud-loss account, the interest and fees it
      * generated that were reversed with it, and the FRAUDDSP rule
      * that confirmed the fraud ('NONE' when the cardholder found
      * it first). An 'R' entry is a chargeback recovery against
      * that loss and carries the same claim, transaction and rule.
      * Shared across: FRDCLAIM, FRDLRPT
      *---------------------------------------------------------------
           05  FLS-ENTRY-TYPE       PIC X(01).
               88  FLS-LOSS         VALUE 'L'.
               88  FLS-RECOVERY     VALUE 'R'.
           05  FLS-CLAIM-ID         PIC X(12).
           05  FLS-ACCT-NUMBER      PIC X(16).
           05  FLS-TRANS-ID         PIC X(12).
           05  FLS-TRANS-TYPE       PIC X(02).
           05  FLS-TRANS-DATE       PIC 9(08).
           05  FLS-RULE-ID          PIC X(04).
           05  FLS-LOSS-AMT         PIC S9(11)V99 COMP-3.
           05  FLS-INT-REVERSED     PIC S9(09)V99 COMP-3.
           05  FLS-FEE-REVERSED     PIC S9(09)V99 COMP-3.
           05  FLS-RECOVERED-AMT    PIC S9(11)V99 COMP-3.
           05  FLS-REP-ID           PIC X(10).
           05  FLS-POST-DATE        PIC 9(08).
