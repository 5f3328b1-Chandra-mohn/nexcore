           OPEN INPUT MERCHANT-FEED-FILE.
           IF NOT WS-MFD-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-MFD-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O MERCHANT-FILE.
           IF WS-MMS-NOT-FOUND
           IF NOT WS-MMS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-MMS-STATUS
               CLOSE MERCHANT-FEED-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-FEED
               UNTIL WS-MFD-EOF.
           DISPLAY 'FEED RECORDS: ' WS-FEED-COUNT.
           DISPLAY 'ADDED:        ' WS-ADDED-COUNT.
           DISPLAY 'REPLACED:     ' WS-REPLACED-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-PROCESS-FEED.
           READ MERCHANT-FEED-FILE
