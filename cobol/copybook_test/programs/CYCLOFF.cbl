           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O HISTORY-FILE.
           IF WS-HXS-NOT-FOUND
           IF NOT WS-HXS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-HXS-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-RECORDS
               UNTIL WS-EOF.
           DISPLAY 'OFFLOADED:  ' WS-OFFLOADED-COUNT.
           DISPLAY 'DUPLICATES: ' WS-DUPLICATE-COUNT.
           DISPLAY 'UNBILLED:   ' WS-SKIPPED-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       0100-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
                       IF ACCT-NEXT-STMT-DATE > 0
                           MOVE 'R' TO JRN-ACTION
                           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                           MOVE CARD-MASTER-RECORD(1:773)
                               TO JRN-BEFORE-IMAGE
                           PERFORM 2000-OFFLOAD-ACCOUNT
                       ELSE
           MOVE 'CYCLOFF' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

       2100-WRITE-HISTORY-ROW.
