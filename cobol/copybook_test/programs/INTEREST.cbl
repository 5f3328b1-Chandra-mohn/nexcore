      * SA accounts earn deposit interest instead: a credit accrued
      * at the separate deposit rate, posted as a 'DI' row that
      * increases the depositor's balance in the customer's favor.
      * An account PENAPR has moved to penalty pricing is charged
      * the 'PN' rate instead of its band or promo rate (and on
      * cash advances when that is higher) until it cures; the
      * SCRA cap still applies over the penalty rate.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST.
      *    INTEREST-RATE-TABLE (this flat default without them).
       01  WS-CA-INTEREST-RATE     PIC V9(4) VALUE .0210.
       01  WS-CA-EFFECTIVE-RATE    PIC V9(4) VALUE ZEROS.
      *    Penalty pricing: the 'PN' rows of the INTEREST-RATE-TABLE,
      *    banded by balance (this flat default without them), for
      *    accounts PENAPR has repriced.
       01  WS-PENALTY-RATE         PIC V9(4) VALUE .0250.
       01  WS-PENALTY-EFFECTIVE-RATE
                                   PIC V9(4) VALUE ZEROS.
       01  WS-PENALTY-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-CA-BALANCE           PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-CA-AVG-DAILY-BAL     PIC S9(13)V99 COMP-3
       01  WS-DEPOSIT-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-SKIPPED-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-DECEASED-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-CHGOFF-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-BANKRUPT-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-NEXT-TRANS-ID        PIC X(12).

      *    Parameter area for the shared CHGJRNL change-journal
           DISPLAY 'PROMOS LAPSED THIS CYCLE: '
               WS-PROMO-LAPSED-COUNT.
           DISPLAY 'SCRA CAPS APPLIED: ' WS-SCRA-CAPPED-COUNT.
           DISPLAY 'PENALTY RATES APPLIED: ' WS-PENALTY-COUNT.
           DISPLAY 'POSTED:   ' WS-POSTED-COUNT.
           DISPLAY 'DEPOSIT CREDITS: ' WS-DEPOSIT-COUNT.
           DISPLAY 'CASH-ADV CHARGES: ' WS-CA-POSTED-COUNT.
           DISPLAY 'GRACE (PAID IN FULL): ' WS-GRACE-COUNT.
           DISPLAY 'SKIPPED:  ' WS-SKIPPED-COUNT.
           DISPLAY 'DECEASED (NO ACCRUAL): ' WS-DECEASED-COUNT.
           DISPLAY 'CHARGED OFF (NO ACCRUAL): ' WS-CHGOFF-COUNT.
           DISPLAY 'BANKRUPT (NO ACCRUAL): ' WS-BANKRUPT-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

                   ADD 1 TO WS-RECORD-COUNT
                   MOVE 'R' TO JRN-ACTION
                   MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                   MOVE CARD-MASTER-RECORD(1:773)
                       TO JRN-BEFORE-IMAGE
                   EVALUATE TRUE
      *                A decedent account stops accruing from the
      *                the balance as it stood.
                       WHEN ACCT-DECEASED
                           ADD 1 TO WS-DECEASED-COUNT
      *                A charged-off balance is off the books; no
      *                finance charge accrues on a written-off debt.
                       WHEN ACCT-CHARGED-OFF
                           ADD 1 TO WS-CHGOFF-COUNT
      *                Nothing accrues against a cardholder under the
      *                automatic stay or on a discharged debt.
                       WHEN ACCT-IN-BANKRUPTCY
                           ADD 1 TO WS-BANKRUPT-COUNT
                       WHEN (ACCT-CREDIT OR ACCT-CHECKING)
                           AND ACCT-BALANCE > 0
                           PERFORM 2000-POST-INTEREST
           END-IF.

           PERFORM 1905-CHECK-SCRA-WINDOW
           IF ACCT-PENALTY-ACTIVE
               PERFORM 1930-SELECT-PENALTY-RATE
           END-IF
      *    Cash advances accrue from transaction date with no
      *    grace, so their charge is computed before (and posted
      *    regardless of) the pay-in-full grace test below.
                   MOVE WS-INTEREST-RATE TO WS-EFFECTIVE-RATE
                   PERFORM 1900-SELECT-RATE
                   PERFORM 1950-CHECK-PROMO-RATE
      *            Penalty pricing displaces the band and any promo;
      *            the SCRA ceiling below still caps it.
                   IF ACCT-PENALTY-ACTIVE
                       MOVE WS-PENALTY-EFFECTIVE-RATE
                           TO WS-EFFECTIVE-RATE
                   END-IF
                   IF WS-SCRA-ACTIVE
                       AND WS-EFFECTIVE-RATE > WS-SCRA-RATE-CAP
                       PERFORM 1960-APPLY-SCRA-CAP
           END-IF
           MOVE WS-CA-INTEREST-RATE TO WS-CA-EFFECTIVE-RATE
           PERFORM 1920-SELECT-CA-RATE
           IF ACCT-PENALTY-ACTIVE
               AND WS-PENALTY-EFFECTIVE-RATE > WS-CA-EFFECTIVE-RATE
               MOVE WS-PENALTY-EFFECTIVE-RATE TO WS-CA-EFFECTIVE-RATE
           END-IF
           IF WS-SCRA-ACTIVE
               AND WS-CA-EFFECTIVE-RATE > WS-SCRA-RATE-CAP
               MOVE WS-CA-EFFECTIVE-RATE TO WS-SCR-OLD-RATE
               END-IF
           END-PERFORM.

      *===============================================================
      * 1930-SELECT-PENALTY-RATE: The penalty tier is carried on
      * INTPARM as its own 'PN' account-type rows, banded by the
      * account balance; first matching row wins, the flat default
      * without one.
      *===============================================================
       1930-SELECT-PENALTY-RATE.
           MOVE WS-PENALTY-RATE TO WS-PENALTY-EFFECTIVE-RATE
           ADD 1 TO WS-PENALTY-COUNT
           MOVE 'N' TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-USED
               OR RATE-WAS-FOUND
               IF WS-IRT-ACCT-TYPE(WS-RATE-IDX) = 'PN'
                   AND ACCT-BALANCE >=
                       WS-IRT-BAND-LOW(WS-RATE-IDX)
                   AND (WS-IRT-BAND-HIGH(WS-RATE-IDX) = 0
                       OR ACCT-BALANCE <=
                           WS-IRT-BAND-HIGH(WS-RATE-IDX))
                   SET RATE-WAS-FOUND TO TRUE
                   MOVE WS-IRT-RATE(WS-RATE-IDX)
                       TO WS-PENALTY-EFFECTIVE-RATE
               END-IF
           END-PERFORM.

      *===============================================================
      * 2500-POST-DEPOSIT-INTEREST: Credit interest on a savings
      * balance at the deposit rate -- posted as a 'DI' row that
           MOVE 'INTEREST' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
