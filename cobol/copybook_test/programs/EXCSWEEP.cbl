           PERFORM 5000-SWEEP-AUDIT.
           DISPLAY 'KEPT:    ' WS-KEPT-COUNT.
           DISPLAY 'DROPPED: ' WS-DROPPED-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       0100-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
