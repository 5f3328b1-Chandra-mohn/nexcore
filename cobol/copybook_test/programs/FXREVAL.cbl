           OPEN INPUT CARD-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           IF NOT WS-JRN-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-JRN-STATUS
               CLOSE CARD-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS
               UNTIL WS-EOF.
           DISPLAY 'NO RATE:   ' WS-NO-RATE-COUNT.
           DISPLAY 'FX GAINS:  ' WS-GAIN-TOTAL.
           DISPLAY 'FX LOSSES: ' WS-LOSS-TOTAL.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       0100-LOAD-RATES.
           OPEN INPUT RATE-FILE
