      * card it replaces, marks the expiring card reissued, and
      * writes an embossing/fulfillment extract line with the
      * cardholder name and mailing address pulled from CARDMAST.
      * The replacement stays inactive until CARDACT activates it;
      * the expiring card keeps working for TRANLOAD and AUTHLOAD's
      * reissue grace period from the date it was marked.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDISS.
           OPEN I-O PLASTIC-FILE.
           IF NOT WS-CRD-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-CRD-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE PLASTIC-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EMBOSS-FILE.
           IF NOT WS-EMB-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-EMB-STATUS
               CLOSE PLASTIC-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-CARDS
               UNTIL WS-CRD-EOF.
           DISPLAY 'CARDS READ: ' WS-CARD-COUNT.
           DISPLAY 'REISSUED:   ' WS-REISSUED-COUNT.
           DISPLAY 'SKIPPED:    ' WS-SKIPPED-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       0100-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
       2000-REISSUE-CARD.
           MOVE PLASTIC-RECORD TO WS-SAVED-CARD
           SET CRD-REISSUED TO TRUE
           MOVE WS-CURRENT-DATE TO CRD-STATUS-DATE
           REWRITE PLASTIC-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR CARD: '
           MOVE WS-CURRENT-DATE    TO CRD-ISSUE-DATE
           MOVE WS-NEW-EXPIRY-DATE TO CRD-EXPIRY-DATE
           MOVE SAV-CARD-NUMBER    TO CRD-REPLACES-CARD
           MOVE WS-CURRENT-DATE    TO CRD-STATUS-DATE
           WRITE PLASTIC-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE REPLACEMENT CARD: '
