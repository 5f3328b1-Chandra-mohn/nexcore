      * one stage per run: stage 1 flags it, stage 2 generates the
      * owner-contact letter (DORMLTR), stage 3 puts the balance on
      * the state escheatment report (ESCHEAT) ahead of remittance.
      * Each owner letter is logged to the contact history through
      * CONTLOG.
      * An account that has had activity again drops back to normal.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       01  WS-JOURNAL-REQUEST.
           COPY CHANGE-JOURNAL.

      *    Parameter area for the shared CONTLOG contact-history
      *    writer -- one entry per letter sent.
       01  WS-CONTACT-REQUEST.
           COPY CONTACT-HISTORY.
       01  WS-CONTACT-AMOUNT       PIC Z(10)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           IF NOT WS-LTR-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-LTR-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ESCHEAT-FILE.
           IF NOT WS-ESC-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-ESC-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE LETTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-RECORDS
               UNTIL WS-EOF.
           DISPLAY 'LETTERS:   ' WS-LETTER-COUNT.
           DISPLAY 'ESCHEAT:   ' WS-ESCHEAT-COUNT.
           DISPLAY 'RESET:     ' WS-RESET-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-PROCESS-RECORDS.
           READ CARD-MASTER-FILE NEXT
                   IF ACCT-ACTIVE
                       MOVE 'R' TO JRN-ACTION
                       MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                       MOVE CARD-MASTER-RECORD(1:773)
                           TO JRN-BEFORE-IMAGE
                       PERFORM 2000-CHECK-DORMANCY
                   END-IF
           MOVE 'DORMANT' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

       3100-WRITE-OWNER-LETTER.
           MOVE ACCT-DORMANT-STAGE TO DLT-DORMANT-STAGE
           MOVE WS-CURRENT-DATE TO DLT-LETTER-DATE
           WRITE LETTER-RECORD
           ADD 1 TO WS-LETTER-COUNT
           PERFORM 3150-LOG-CONTACT.

       3150-LOG-CONTACT.
           MOVE SPACES TO WS-CONTACT-REQUEST
           MOVE ACCT-NUMBER TO CTH-ACCT-NUMBER
           MOVE WS-CURRENT-DATE TO CTH-CONTACT-DATE
           MOVE 0 TO CTH-CONTACT-TIME
           MOVE 'DORMANT' TO CTH-SOURCE-PGM
           SET CTH-BY-MAIL TO TRUE
           SET CTH-DORMANCY-LETTER TO TRUE
           MOVE ACCT-BALANCE TO WS-CONTACT-AMOUNT
           STRING 'DORMANT ACCOUNT OWNER LETTER, BALANCE '
                      DELIMITED SIZE
                  WS-CONTACT-AMOUNT DELIMITED SIZE
               INTO CTH-NOTE
           END-STRING
           CALL 'CONTLOG' USING WS-CONTACT-REQUEST.

       3200-WRITE-ESCHEAT-LINE.
           MOVE SPACES TO ESCHEAT-RECORD
