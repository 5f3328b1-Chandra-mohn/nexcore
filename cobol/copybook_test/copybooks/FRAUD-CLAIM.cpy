      *---------------------------------------------------------------
      * FRAUD-CLAIM.cpy -- One line of fraud-claim intake for
      * FRDCLAIM, keyed by the fraud desk. A claim ('C') names one
      * transaction the cardholder swears is not theirs -- a claim
      * with several transactions is several lines under the same
      * claim id. The account may be the compromised number or the
      * one RENUMBER moved it to. A recovery ('R') records money
      * won back from the merchant by chargeback against a claimed
      * transaction already booked as a loss.
      * Shared across: FRDCLAIM
      *---------------------------------------------------------------
           05  FCL-ACTION           PIC X(01).
               88  FCL-CLAIM        VALUE 'C'.
               88  FCL-RECOVERY     VALUE 'R'.
           05  FCL-CLAIM-ID         PIC X(12).
           05  FCL-ACCT-NUMBER      PIC X(16).
           05  FCL-TRANS-ID         PIC X(12).
           05  FCL-RECOVERY-AMT     PIC S9(11)V99 COMP-3.
           05  FCL-REP-ID           PIC X(10).
           05  FCL-REQUEST-DATE     PIC 9(08).
