      * on the COLLQ collections queue, and the payment behavior in
      * the open-cycle TH rows. The score (300 low to 850 high,
      * higher is better) lands on the master with its as-of date,
      * the score it replaced is kept beside it for CLDECR's
      * month-on-month drop test, and a score-distribution report
      * (RISKRPT) shows the portfolio shifting month to month.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKSCOR.
                   IF NOT ACCT-CLOSED
                       MOVE 'R' TO JRN-ACTION
                       MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                       MOVE CARD-MASTER-RECORD(1:773)
                           TO JRN-BEFORE-IMAGE
                       PERFORM 2000-SCORE-ACCOUNT
                   END-IF
           IF WS-SCORE > WS-SCORE-CEILING
               MOVE WS-SCORE-CEILING TO WS-SCORE
           END-IF
      *    A rerun on the same business date keeps the prior score
      *    the first run saved.
           IF ACCT-RISK-SCORE-DATE NOT = WS-CURRENT-DATE
               MOVE ACCT-RISK-SCORE TO ACCT-PRIOR-RISK-SCORE
           END-IF
           MOVE WS-SCORE TO ACCT-RISK-SCORE
           MOVE WS-CURRENT-DATE TO ACCT-RISK-SCORE-DATE
           COMPUTE WS-DIST-IDX = (WS-SCORE - 300) / 50 + 1
           MOVE 'RISKSCOR' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
