           OPEN INPUT HOLD-FILE.
           IF NOT WS-CPH-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-CPH-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE HOLD-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT DISP-AUDIT-FILE.
           IF NOT WS-WDA-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-WDA-STATUS
               CLOSE HOLD-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CARRY-FORWARD-FILE.
           IF NOT WS-CFW-SUCCESS
               CLOSE HOLD-FILE
               CLOSE CARD-MASTER-FILE
               CLOSE DISP-AUDIT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-QUEUE
               UNTIL WS-CPH-EOF.
           DISPLAY 'CLEARED:         ' WS-CLEARED-COUNT.
           DISPLAY 'CONFIRMED:       ' WS-CONFIRMED-COUNT.
           DISPLAY 'CARRIED FORWARD: ' WS-CARRIED-COUNT.
           MOVE 0 TO RETURN-CODE
           IF WS-DECISION-DROPPED > 0
               DISPLAY 'DECISIONS DROPPED AT TABLE CAP: '
                   WS-DECISION-DROPPED ' -- CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *===============================================================
      * 0100-LOAD-DECISIONS: Load the analyst decision file into the
                   IF ACCT-FROZEN
                       MOVE 'R' TO JRN-ACTION
                       MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                       MOVE CARD-MASTER-RECORD(1:773)
                           TO JRN-BEFORE-IMAGE
                       SET ACCT-ACTIVE TO TRUE
                       REWRITE CARD-MASTER-RECORD
           MOVE 'WATCHDSP' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
