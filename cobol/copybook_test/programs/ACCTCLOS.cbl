           OPEN INPUT REQUEST-FILE.
           IF NOT WS-REQ-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-REQ-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE REQUEST-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT FINAL-STMT-FILE.
           IF NOT WS-STM-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-STM-STATUS
               CLOSE REQUEST-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT AUDIT-FILE.
           IF NOT WS-AUD-SUCCESS
               CLOSE REQUEST-FILE
               CLOSE CARD-MASTER-FILE
               CLOSE FINAL-STMT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-REQUESTS
               UNTIL WS-REQ-EOF.
           DISPLAY 'CLOSED:   ' WS-CLOSED-COUNT.
           DISPLAY 'REJECTED: ' WS-REJECTED-COUNT.
           DISPLAY 'COLLATERAL RELEASES: ' WS-RELEASED-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-PROCESS-REQUESTS.
           READ REQUEST-FILE
               NOT INVALID KEY
                   MOVE 'R' TO JRN-ACTION
                   MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                   MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
                   MOVE ACCT-BALANCE TO CLS-BALANCE
                   PERFORM 2100-CHECK-CLOSABLE
                   IF CLS-CLOSED
           END-READ
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           COMPUTE WS-RELEASE-AMOUNT =
               ACCT-BALANCE - WS-PAYOFF-SHORTFALL
           IF WS-RELEASE-AMOUNT < 0
           MOVE 'ACCTCLOS' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

       3100-WRITE-FINAL-STATEMENT.
