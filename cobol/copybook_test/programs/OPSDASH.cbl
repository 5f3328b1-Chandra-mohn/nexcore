      *    Latest business date's step outcomes -- the file appends
      *    night after night, so a newer run date resets the table.
       01  WS-DASH-DATE            PIC 9(08) VALUE ZEROS.
       01  WS-STEP-MAX             PIC 9(03) VALUE 99.
       01  WS-STEP-USED            PIC 9(03) VALUE ZEROS.
       01  WS-STEP-IDX             PIC 9(03) VALUE ZEROS.
       01  WS-STEP-SUB             PIC 9(03) VALUE ZEROS.
       01  WS-STEP-FOUND           PIC X VALUE 'N'.
           88  STEP-WAS-FOUND      VALUE 'Y'.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 99 TIMES.
               10  WS-STP-NAME      PIC X(08).
               10  WS-STP-START     PIC 9(06).
               10  WS-STP-END       PIC 9(06).
           READ FRAUD-FILE
               AT END SET WS-FRD-EOF TO TRUE
               NOT AT END
      *            Travel-notice informational items need no one.
                   IF NOT FRD-SEV-INFO
                       ADD 1 TO WS-FRAUDQ-COUNT
                       ADD FRD-TRANS-AMOUNT TO WS-FRAUDQ-AMOUNT
                   END-IF
           END-READ.

       3100-COUNT-COLLQ.
