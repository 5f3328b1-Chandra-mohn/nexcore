      * journal, opens an ESTATE-QUEUE entry on ESTATEQ with the
      * estate contact, the documentation status at pending, and
      * the balance frozen as the payoff figure, and writes a
      * payoff-letter line to ESTLTR for the estate contact, logged
      * to the account's contact history through CONTLOG. From
      * the flag forward INTEREST stops accruing, BILLING and
      * FEEASSES stop fees and marketing inserts, and DELINQ stops
      * collection letters -- the statement itself keeps flowing.
       01  WS-JOURNAL-REQUEST.
           COPY CHANGE-JOURNAL.

      *    Parameter area for the shared CONTLOG contact-history
      *    writer -- one entry per letter sent.
       01  WS-CONTACT-REQUEST.
           COPY CONTACT-HISTORY.
       01  WS-CONTACT-AMOUNT       PIC Z(10)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           END-IF
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           SET ACCT-DECEASED TO TRUE
           MOVE ERQ-DEATH-DATE TO ACCT-DEATH-DATE
           REWRITE CARD-MASTER-RECORD
           MOVE ERQ-CONTACT-NAME TO WS-LTR-CONTACT
           MOVE ACCT-BALANCE     TO WS-LTR-AMOUNT
           MOVE WS-CURRENT-DATE  TO WS-LTR-DATE
           WRITE LETTER-RECORD FROM WS-LTR-LINE
           PERFORM 3150-LOG-CONTACT.

       3150-LOG-CONTACT.
           MOVE SPACES TO WS-CONTACT-REQUEST
           MOVE ACCT-NUMBER TO CTH-ACCT-NUMBER
           MOVE WS-CURRENT-DATE TO CTH-CONTACT-DATE
           MOVE 0 TO CTH-CONTACT-TIME
           MOVE 'ESTINTAK' TO CTH-SOURCE-PGM
           SET CTH-BY-MAIL TO TRUE
           SET CTH-ESTATE-LETTER TO TRUE
           MOVE ACCT-BALANCE TO WS-CONTACT-AMOUNT
           STRING 'ESTATE PAYOFF LETTER TO ' DELIMITED SIZE
                  ERQ-CONTACT-NAME DELIMITED '  '
                  ', PAYOFF ' DELIMITED SIZE
                  WS-CONTACT-AMOUNT DELIMITED SIZE
               INTO CTH-NOTE
           END-STRING
           CALL 'CONTLOG' USING WS-CONTACT-REQUEST.

       8000-WRITE-JOURNAL.
           MOVE 'ESTINTAK' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
