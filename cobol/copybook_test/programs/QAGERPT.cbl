           READ FRAUD-FILE
               AT END SET WS-FRD-EOF TO TRUE
               NOT AT END
      *            Informational items never wait on an analyst.
                   IF FRD-SEV-INFO
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 1 TO WS-QUEUE-SUB
                   MOVE FRD-DETECTED-DATE TO WS-ITEM-DATE
                   MOVE FRD-TRANS-AMOUNT  TO WS-ITEM-AMOUNT
