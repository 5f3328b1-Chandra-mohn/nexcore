      * CLCHANGE.cbl -- Credit-limit change workflow
      * Reads a batch of credit-limit change requests, applies each
      * to CARDMAST, and writes a before/after audit trail record for
      * every request whether applied or rejected. A decrease may
      * never take the line below what the cardholder already owes
      * plus outstanding authorization holds; one that would is
      * rejected. An applied decrease stamps ACCT-CL-DECR-DATE.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLCHANGE.
      *    Secured-card collateral check work fields -- the linked
      *    SA record's balance is the ceiling for a limit increase.
       01  WS-OVER-COLLATERAL      PIC X(01) VALUE 'N'.
      *    Decrease floor: balance plus outstanding holds.
       01  WS-BELOW-FLOOR          PIC X(01) VALUE 'N'.
       01  WS-LINE-FLOOR           PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-COLLATERAL-BAL       PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-REQUEST-COUNT        PIC 9(05) VALUE ZEROS.
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
           PERFORM 1000-PROCESS-REQUESTS
               UNTIL WS-REQ-EOF.
           DISPLAY 'REQUESTS: ' WS-REQUEST-COUNT.
           DISPLAY 'APPLIED:  ' WS-APPLIED-COUNT.
           DISPLAY 'REJECTED: ' WS-REJECTED-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-PROCESS-REQUESTS.
           READ REQUEST-FILE

       2000-APPLY-REQUEST.
           MOVE 'N' TO WS-OVER-COLLATERAL
           MOVE 'N' TO WS-BELOW-FLOOR
           MOVE CLR-ACCT-NUMBER TO ACCT-NUMBER
           MOVE CLR-ACCT-NUMBER TO CLA-ACCT-NUMBER
           MOVE CLR-NEW-LIMIT   TO CLA-NEW-LIMIT
               NOT INVALID KEY
                   MOVE 'R' TO JRN-ACTION
                   MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                   MOVE CARD-MASTER-RECORD(1:773)
                       TO JRN-BEFORE-IMAGE
                   MOVE ACCT-CREDIT-LIMIT TO CLA-OLD-LIMIT
      *            A secured card's limit may never exceed the
                       AND CLR-NEW-LIMIT > ACCT-CREDIT-LIMIT
                       PERFORM 2100-CHECK-COLLATERAL-CAP
                   END-IF
                   IF CLR-NEW-LIMIT < ACCT-CREDIT-LIMIT
                       COMPUTE WS-LINE-FLOOR =
                           ACCT-BALANCE + ACCT-AUTH-HOLDS
                       IF CLR-NEW-LIMIT < WS-LINE-FLOOR
                           MOVE 'Y' TO WS-BELOW-FLOOR
                       END-IF
                   END-IF
                   IF CLR-NEW-LIMIT < 0
                       OR WS-OVER-COLLATERAL = 'Y'
                       OR WS-BELOW-FLOOR = 'Y'
                       SET CLA-REJECTED TO TRUE
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       IF CLR-NEW-LIMIT < ACCT-CREDIT-LIMIT
                           MOVE WS-CURRENT-DATE TO ACCT-CL-DECR-DATE
                       END-IF
                       MOVE CLR-NEW-LIMIT TO ACCT-CREDIT-LIMIT
                       REWRITE CARD-MASTER-RECORD
                           INVALID KEY
           END-READ
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           IF CLR-NEW-LIMIT > WS-COLLATERAL-BAL
               MOVE 'Y' TO WS-OVER-COLLATERAL
           END-IF.
           MOVE 'CLCHANGE' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.
      *===============================================================
      * 0060-OPEN-CONTROL-FILE: Open the shared run-control-totals
