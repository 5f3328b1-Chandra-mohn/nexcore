      * BILLING's routing suppresses the print stream (e-statements
      * are untouched), and feeds the ADDRQ work queue so the call
      * center chases a good address. An ACCTMNT address change
      * clears the flag and the statements resume. The returned
      * letter is logged to the contact history through CONTLOG.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMAIL.
       01  WS-JOURNAL-REQUEST.
           COPY CHANGE-JOURNAL.

      *    Parameter area for the shared CONTLOG contact-history
      *    writer -- one entry per returned letter.
       01  WS-CONTACT-REQUEST.
           COPY CONTACT-HISTORY.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
                   ELSE
                       MOVE 'R' TO JRN-ACTION
                       MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                       MOVE CARD-MASTER-RECORD(1:773)
                           TO JRN-BEFORE-IMAGE
                       SET BA-UNDELIVERABLE TO TRUE
                       REWRITE CARD-MASTER-RECORD
           MOVE CH-PHONE TO ADQ-PHONE
           MOVE CH-EMAIL TO ADQ-EMAIL
           MOVE WS-CURRENT-DATE TO ADQ-FLAGGED-DATE
           WRITE QUEUE-RECORD
           PERFORM 3100-LOG-CONTACT.

       3100-LOG-CONTACT.
           MOVE SPACES TO WS-CONTACT-REQUEST
           MOVE ACCT-NUMBER TO CTH-ACCT-NUMBER
           MOVE WS-CURRENT-DATE TO CTH-CONTACT-DATE
           MOVE 0 TO CTH-CONTACT-TIME
           MOVE 'RETMAIL' TO CTH-SOURCE-PGM
           SET CTH-BY-MAIL TO TRUE
           SET CTH-RETURNED-MAIL TO TRUE
           MOVE 'MAIL RETURNED UNDELIVERABLE -- ADDRESS QUEUED TO ADDRQ'
               TO CTH-NOTE
           CALL 'CONTLOG' USING WS-CONTACT-REQUEST.

      *===============================================================
      * 2800-JOURNAL-CHANGE: Append the before/after image pair for
           MOVE 'RETMAIL ' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
