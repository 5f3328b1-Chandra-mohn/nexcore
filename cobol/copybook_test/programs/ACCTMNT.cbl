       01  WS-AU-LIMIT-NUM REDEFINES WS-AU-LIMIT-DISP
                                   PIC 9(13).
       01  WS-AU-OLD-LIMIT         PIC 9(11).99.
       01  WS-ALERT-AMT-DISP       PIC X(11).
       01  WS-ALERT-AMT-NUM REDEFINES WS-ALERT-AMT-DISP
                                   PIC 9(11).
       01  WS-ALERT-OLD-AMT        PIC 9(09).99.
      *    Watch-list screening on name-field changes (optional
      *    WATCHLST file): a changed name that matches the list
      *    queues a COMPHOLD item and freezes the account until
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
           OPEN OUTPUT AUDIT-FILE.
           IF NOT WS-AUD-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-AUD-STATUS
               CLOSE REQUEST-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND HOLD-FILE.
           IF WS-CPH-NOT-FOUND
               CLOSE REQUEST-FILE
               CLOSE CARD-MASTER-FILE
               CLOSE AUDIT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-REQUESTS
               UNTIL WS-REQ-EOF.
           DISPLAY 'APPLIED:  ' WS-APPLIED-COUNT.
           DISPLAY 'REJECTED: ' WS-REJECTED-COUNT.
           DISPLAY 'COMPLIANCE HOLDS: ' WS-HELD-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-PROCESS-REQUESTS.
           READ REQUEST-FILE
               NOT INVALID KEY
                   MOVE 'R' TO JRN-ACTION
                   MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                   MOVE CARD-MASTER-RECORD(1:773)
                       TO JRN-BEFORE-IMAGE
                   PERFORM 2100-VALIDATE-VALUE
                   IF WS-VALUE-OK
                       OR DMR-NEW-VALUE(10:8) NOT NUMERIC
                       MOVE 'N' TO WS-VALUE-OK-FLAG
                   END-IF
               WHEN DMR-FLD-ALERT-AMT
                   IF DMR-NEW-VALUE(1:11) NOT NUMERIC
                       MOVE 'N' TO WS-VALUE-OK-FLAG
                   END-IF
               WHEN DMR-FLD-PHONE
               WHEN DMR-FLD-EMAIL
               WHEN DMR-FLD-STREET
                   MOVE DMR-NEW-VALUE(1:1) TO ACCT-SCRA-FLAG
                   MOVE DMR-NEW-VALUE(2:8) TO ACCT-SCRA-START
                   MOVE DMR-NEW-VALUE(10:8) TO ACCT-SCRA-END
      *        Cardholder-set purchase-alert amount ALERTEXT reads.
               WHEN DMR-FLD-ALERT-AMT
                   MOVE ACCT-ALERT-PURCH-AMT TO WS-ALERT-OLD-AMT
                   MOVE WS-ALERT-OLD-AMT  TO DMA-OLD-VALUE
                   MOVE DMR-NEW-VALUE(1:11) TO WS-ALERT-AMT-DISP
                   COMPUTE ACCT-ALERT-PURCH-AMT =
                       WS-ALERT-AMT-NUM / 100
           END-EVALUATE.

      *===============================================================
           MOVE 'ACCTMNT' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
