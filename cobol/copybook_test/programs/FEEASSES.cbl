               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
      *            Fees land on ACTIVE accounts only -- a charged-off
      *            ('W') account never comes back through here, and
      *            no fee is assessed under a bankruptcy stay.
                   IF ACCT-ACTIVE
                       AND NOT ACCT-DECEASED
                       AND NOT ACCT-IN-BANKRUPTCY
                       MOVE 'R' TO JRN-ACTION
                       MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                       MOVE CARD-MASTER-RECORD(1:773)
                           TO JRN-BEFORE-IMAGE
                       PERFORM 2000-ASSESS-ACCOUNT
                   END-IF
           MOVE 'FEEASSES' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
