           MOVE 'D' TO JRN-ACTION
           MOVE ACCT-BALANCE OF CARD-MASTER-RECORD
               TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           MOVE CARD-MASTER-RECORD TO ARCHIVE-RECORD
           WRITE ARCHIVE-RECORD
           DELETE CARD-MASTER-FILE
