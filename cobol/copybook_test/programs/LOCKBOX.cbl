      * TRANS-FEED-format file (LBXFEED) complete with the 'H'
      * header and 'T' trailer batch controls TRANLOAD verifies.
      * Unmatched or failed items go to the LBXRESRCH research file
      * instead of being keyed by hand; UNAPPLY takes them into the
      * unapplied-cash suspense file until research works them.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.
           OPEN INPUT REMIT-FILE.
           IF NOT WS-LBX-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-LBX-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE REMIT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT FEED-FILE.
           IF NOT WS-FEED-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FEED-STATUS
               CLOSE REMIT-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RESEARCH-FILE.
           IF NOT WS-RSR-SUCCESS
               CLOSE REMIT-FILE
               CLOSE CARD-MASTER-FILE
               CLOSE FEED-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0500-WRITE-FEED-HEADER.
           PERFORM 1000-PROCESS-REMITTANCES
           DISPLAY 'REMITTANCES: ' WS-REMIT-COUNT.
           DISPLAY 'POSTED:      ' WS-POSTED-COUNT.
           DISPLAY 'RESEARCH:    ' WS-RESEARCH-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       0100-LOAD-STMT-SNAPSHOTS.
           OPEN INPUT STMT-HIST-FILE
