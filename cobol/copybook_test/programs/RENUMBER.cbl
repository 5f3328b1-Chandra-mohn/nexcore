      *    Full saved image of the old record -- the fixed head and
      *    the open transaction table at maximum extent -- carried
      *    across the WRITE of the new record.
       01  WS-SAVED-MASTER         PIC X(7976).
       01  WS-CARD-YEARS           PIC 9(02) VALUE 3.
       01  WS-NEW-EXPIRY-DATE      PIC 9(08).
       01  WS-NEW-EXPIRY-SPLIT REDEFINES WS-NEW-EXPIRY-DATE.
           MOVE SPACES TO JRN-BEFORE-IMAGE
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           WRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'NEW ACCOUNT ALREADY ON CARDMAST: '
           MOVE WS-SAVED-MASTER TO CARD-MASTER-RECORD
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           SET ACCT-CLOSED TO TRUE
           MOVE 0 TO ACCT-BALANCE
           MOVE 0 TO ACCT-BKT-FEES
                   IF CRD-ACCT-NUMBER = WS-OLD-ACCT
                       AND NOT CRD-BLOCKED
                       SET CRD-BLOCKED TO TRUE
                       MOVE WS-CURRENT-DATE TO CRD-STATUS-DATE
                       REWRITE PLASTIC-RECORD
                           INVALID KEY
                               DISPLAY 'REWRITE FAILED FOR CARD: '
           MOVE WS-CURRENT-DATE  TO CRD-ISSUE-DATE
           MOVE WS-NEW-EXPIRY-DATE TO CRD-EXPIRY-DATE
           MOVE WS-OLD-ACCT      TO CRD-REPLACES-CARD
           MOVE WS-CURRENT-DATE  TO CRD-STATUS-DATE
           WRITE PLASTIC-RECORD
               INVALID KEY
                   DISPLAY 'REPLACEMENT CARD ALREADY ON CRDMAST: '
           MOVE 'RENUMBER' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
