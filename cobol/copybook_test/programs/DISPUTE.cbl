           OPEN INPUT INTAKE-FILE.
           IF NOT WS-INT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-INT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE INTAKE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NEW-CASE-FILE.
           IF NOT WS-NWC-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-NWC-STATUS
               CLOSE INTAKE-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HXS-SUCCESS
           DISPLAY 'RESOLVED AGAINST: ' WS-RESOLVED-AGST-COUNT.
           DISPLAY 'REJECTED:         ' WS-REJECTED-COUNT.
           DISPLAY 'CARRIED FORWARD:  ' WS-CARRIED-COUNT.
           MOVE 0 TO RETURN-CODE
           IF WS-CASE-DROPPED > 0
               DISPLAY 'OPEN CASES DROPPED AT TABLE CAP: '
                   WS-CASE-DROPPED ' -- CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-LOAD-PRIOR-CASES.
           OPEN INPUT OLD-CASE-FILE
           END-READ.
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           PERFORM 5100-FIND-TRANSACTION
           IF TRANS-WAS-FOUND
               MOVE TH-TRANS-AMOUNT(WS-TRANS-SUB)
           END-READ.
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           IF DIN-FOR-MERCHANT
               PERFORM 4100-REPOST-CHARGE
               MOVE 'A' TO WS-CSE-STATUS(WS-CASE-SUB)
           MOVE 'DISPUTE' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
