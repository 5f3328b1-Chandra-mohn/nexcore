                       ADD 1 TO WS-ZERO-CYCLE-COUNT
                       MOVE 'R' TO JRN-ACTION
                       MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                       MOVE CARD-MASTER-RECORD(1:773)
                           TO JRN-BEFORE-IMAGE
                       PERFORM 2200-PICK-CYCLE-DAY
                       PERFORM 2300-APPLY-CYCLE-DAY
           MOVE 'CYCASGN ' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.
