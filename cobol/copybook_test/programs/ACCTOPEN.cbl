           OPEN INPUT APPLICATION-FILE.
           IF NOT WS-APP-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-APP-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CARD-MASTER-FILE.
           IF WS-NOT-FOUND
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE APPLICATION-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF NOT WS-REJ-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-REJ-STATUS
               CLOSE APPLICATION-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PLASTIC-FILE.
           IF WS-CRD-NOT-FOUND
               CLOSE APPLICATION-FILE
               CLOSE CARD-MASTER-FILE
               CLOSE REJECT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND HOLD-FILE.
           IF WS-CPH-NOT-FOUND
               CLOSE CARD-MASTER-FILE
               CLOSE REJECT-FILE
               CLOSE PLASTIC-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUS-NOT-FOUND
               CLOSE CARD-MASTER-FILE
               CLOSE REJECT-FILE
               CLOSE PLASTIC-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-APPLICATIONS
               UNTIL WS-APP-EOF.
           DISPLAY 'CUSTOMER LINKS: ' WS-LINKED-COUNT.
           DISPLAY 'SECURED OPENS:  ' WS-SECURED-COUNT.
           DISPLAY 'COMPLIANCE HOLDS: ' WS-HELD-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-PROCESS-APPLICATIONS.
           READ APPLICATION-FILE
           MOVE SPACES TO JRN-BEFORE-IMAGE
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           WRITE CARD-MASTER-RECORD
               INVALID KEY
                   SET AOR-DUPLICATE-ACCT TO TRUE
           MOVE SPACES TO JRN-BEFORE-IMAGE
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           WRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'COLLATERAL ACCT ALREADY ON CARDMAST: '
           MOVE WS-CURRENT-DATE  TO CRD-ISSUE-DATE
           MOVE WS-NEW-EXPIRY-DATE TO CRD-EXPIRY-DATE
           MOVE SPACES           TO CRD-REPLACES-CARD
           MOVE WS-CURRENT-DATE  TO CRD-STATUS-DATE
           WRITE PLASTIC-RECORD
               INVALID KEY
                   DISPLAY 'CARD ALREADY ON CRDMAST: '
