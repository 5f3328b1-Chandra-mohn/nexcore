               NOT INVALID KEY
                   MOVE 'R' TO JRN-ACTION
                   MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                   MOVE CARD-MASTER-RECORD(1:773)
                       TO JRN-BEFORE-IMAGE
                   COMPUTE WS-OPEN-TO-BUY = ACCT-CREDIT-LIMIT
                       - ACCT-BALANCE - ACCT-AUTH-HOLDS
           MOVE 'BALXFER ' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
