      *
      * Loops accepting account numbers so a rep can look up several
      * accounts in one session; enter spaces (blank line) to exit.
      * The display ends with the account's most recent contacts
      * from the CONTACTS history, so the rep knows what the last
      * rep or letter told the cardholder.
      *
      * The session starts by capturing the operator id. Every
      * account displayed -- the full display, and each account an
      * SSN or name search lists in the clear -- is logged under
      * that id through the shared ACCLOG access-log writer. No
      * operator id, or no access log to write to, and the session
      * does not start.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTINQ.
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HXS-STATUS.

           SELECT CONTACT-FILE
               ASSIGN TO 'CONTACTS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTH-KEY
               FILE STATUS IS WS-CTH-STATUS.

           SELECT OVERLIMIT-FILE
               ASSIGN TO 'OVRLIMIT'
               ORGANIZATION IS SEQUENTIAL
       01  HISTORY-RECORD.
           COPY TRANS-HIST-OFFLOAD.

       FD  CONTACT-FILE.
       01  CONTACT-RECORD.
           COPY CONTACT-HISTORY.

       FD  OVERLIMIT-FILE.
       01  OVERLIMIT-RECORD.
           COPY OVERLIMIT-EXCEPTION.
           05  WS-EXC-LINE OCCURS 5 TIMES
                                   PIC X(78).
       01  WS-EXC-BUILD            PIC X(78).
       01  WS-EXC-LABEL            PIC X(13).
       01  WS-EXC-AMT              PIC Z(10)9.99-.
      *    Last-five ring of the account's contact-history entries,
      *    displayed newest first -- the key runs in timestamp order.
       01  WS-CTH-STATUS           PIC XX.
           88  WS-CTH-SUCCESS      VALUE '00'.
       01  WS-CONTACT-LOOKUP-FLAG  PIC X(01) VALUE 'N'.
           88  WS-CONTACT-LOOKUP-ON VALUE 'Y'.
       01  WS-CONTACT-DONE-FLAG    PIC X(01) VALUE 'N'.
           88  WS-CONTACT-DONE     VALUE 'Y'.
       01  WS-CON-MAX              PIC 9(02) VALUE 5.
       01  WS-CON-COUNT            PIC 9(02) VALUE ZEROS.
       01  WS-CON-IDX              PIC 9(02) VALUE ZEROS.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY OCCURS 5 TIMES
                                   PIC X(174).
       01  WS-CONTACT-SHOWN.
           COPY CONTACT-HISTORY
               REPLACING LEADING ==CTH== BY ==CTS==.
       01  WS-CON-WHO              PIC X(10).
       01  WS-MASKED-ACCT          PIC X(16).
       01  WS-MASKED-SSN           PIC X(16).
       01  WS-MASK-REQUEST.
           COPY MASK-REQUEST.
      *    Operator signed on for the session, and the parameter
      *    area for the shared ACCLOG access-log writer.
       01  WS-OPERATOR-ID          PIC X(10).
       01  WS-ACCESS-REQUEST.
           COPY ACCESS-LOG.


       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-SIGN-ON.
           IF AXL-NOT-LOGGED
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CARD-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
           IF WS-HXS-SUCCESS
               SET WS-HIST-LOOKUP-ON TO TRUE
           END-IF.
      *    The contact history is optional too; without it the
      *    contacts section is left off.
           OPEN INPUT CONTACT-FILE.
           IF WS-CTH-SUCCESS
               SET WS-CONTACT-LOOKUP-ON TO TRUE
           END-IF.
      *    S=<ssn> searches by SSN, N=<last name> lists matching
      *    accounts by cardholder surname; anything else is treated
      *    as the 16-character account number, as before.
           IF WS-HIST-LOOKUP-ON
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-CONTACT-LOOKUP-ON
               CLOSE CONTACT-FILE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *===============================================================
      * 0100-SIGN-ON: Ties the session to the operator running it;
      * the session-start record proves the access log is there
      * before any cardholder data is shown.
      *===============================================================
       0100-SIGN-ON.
           DISPLAY 'ENTER OPERATOR ID: ' WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'OPERATOR ID REQUIRED'
               SET AXL-NOT-LOGGED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AXL-ACCT-NUMBER
           SET AXL-SESSION-START TO TRUE
           SET AXL-MASKED-SHOWN TO TRUE
           PERFORM 9500-LOG-ACCESS
           IF AXL-NOT-LOGGED
               DISPLAY 'ACCESS LOG NOT AVAILABLE - SESSION NOT '
                   'STARTED'
           END-IF.

      *===============================================================
      * 1000-LOOKUP-ACCOUNT: Direct keyed read of one account and
      * display of its details and recent transaction activity.
                       DISPLAY '  ' ACCT-NUMBER ' '
                           CH-FIRST-NAME ' ' CH-LAST-NAME
                           ' TYPE=' ACCT-TYPE
                       PERFORM 1300-LOG-SEARCH-MATCH
                   END-IF
           END-READ.

                       DISPLAY '  ' ACCT-NUMBER ' '
                           CH-FIRST-NAME ' ' CH-LAST-NAME
                           ' TYPE=' ACCT-TYPE
                       PERFORM 1300-LOG-SEARCH-MATCH
                   END-IF
           END-READ.

      *===============================================================
      * 1300-LOG-SEARCH-MATCH: The match list shows the account
      * number in the clear so the rep can key it back in.
      *===============================================================
       1300-LOG-SEARCH-MATCH.
           MOVE ACCT-NUMBER TO AXL-ACCT-NUMBER
           SET AXL-SEARCH-LIST TO TRUE
           SET AXL-CLEAR-SHOWN TO TRUE
           PERFORM 9500-LOG-ACCESS.

       1000-LOOKUP-ACCOUNT.
           MOVE WS-INQUIRY-ACCT TO ACCT-NUMBER
           READ CARD-FILE
                   DISPLAY 'ACCOUNT NOT FOUND: ' WS-INQUIRY-ACCT
               NOT INVALID KEY
                   PERFORM 2000-DISPLAY-ACCOUNT
                   PERFORM 2050-LOG-ACCOUNT-VIEW
                   PERFORM 2500-DISPLAY-TRANSACTIONS
                   IF WS-HIST-LOOKUP-ON
                       PERFORM 2700-DISPLAY-OFFLOADED-HIST
                   END-IF
                   PERFORM 3000-DISPLAY-EXCEPTIONS
                   IF WS-CONTACT-LOOKUP-ON
                       PERFORM 4000-DISPLAY-CONTACTS
                   END-IF
           END-READ.

       2000-DISPLAY-ACCOUNT.
           DISPLAY 'LAST ACTIVITY: ' ACCT-LAST-ACTIVITY
           PERFORM 2100-DISPLAY-AUTH-USERS.

      *===============================================================
      * 2050-LOG-ACCOUNT-VIEW: Clear or masked follows whatever the
      * MASKRTN calls in the display were authorized to return.
      *===============================================================
       2050-LOG-ACCOUNT-VIEW.
           MOVE ACCT-NUMBER TO AXL-ACCT-NUMBER
           SET AXL-ACCOUNT-DETAIL TO TRUE
           IF MSK-CLEAR-ALLOWED
               SET AXL-CLEAR-SHOWN TO TRUE
           ELSE
               SET AXL-MASKED-SHOWN TO TRUE
           END-IF
           PERFORM 9500-LOG-ACCESS.

      *===============================================================
      * 2100-DISPLAY-AUTH-USERS: All cardholders on the account --
      * the primary above, plus any authorized users on the record.
                   IF FRD-ACCT-NUMBER = WS-INQUIRY-ACCT
                       MOVE SPACES TO WS-EXC-BUILD
                       MOVE FRD-TRANS-AMOUNT TO WS-EXC-AMT
                       IF FRD-SEV-INFO
                           MOVE 'TRAVEL INFO  ' TO WS-EXC-LABEL
                       ELSE
                           MOVE 'FRAUD REVIEW ' TO WS-EXC-LABEL
                       END-IF
                       STRING WS-EXC-LABEL DELIMITED SIZE
                              FRD-DETECTED-DATE DELIMITED SIZE
                              ' RULE=' DELIMITED SIZE
                              FRD-RULE-ID DELIMITED SIZE
               UNTIL WS-EXC-IDX < 1
               DISPLAY '  ' WS-EXC-LINE(WS-EXC-IDX)
           END-PERFORM.

      *===============================================================
      * 4000-DISPLAY-CONTACTS: What the cardholder was last told --
      * the most recent WS-CON-MAX entries on the contact history,
      * newest first, each with its channel, reason, the rep (or
      * the batch program that sent the letter), and the note.
      *===============================================================
       4000-DISPLAY-CONTACTS.
           DISPLAY 'RECENT CONTACTS:'
           MOVE 0 TO WS-CON-COUNT
           MOVE 'N' TO WS-CONTACT-DONE-FLAG
           MOVE WS-INQUIRY-ACCT TO CTH-ACCT-NUMBER
           MOVE 0 TO CTH-CONTACT-DATE
           MOVE 0 TO CTH-CONTACT-TIME
           MOVE 0 TO CTH-CONTACT-SEQ
           START CONTACT-FILE KEY IS NOT LESS THAN CTH-KEY
               INVALID KEY
                   SET WS-CONTACT-DONE TO TRUE
           END-START
           PERFORM 4050-READ-CONTACT
               UNTIL WS-CONTACT-DONE
           IF WS-CON-COUNT = 0
               DISPLAY '  (NONE ON FILE FOR THIS ACCOUNT)'
           END-IF
           PERFORM 4200-SHOW-CONTACT
               VARYING WS-CON-IDX FROM WS-CON-COUNT BY -1
               UNTIL WS-CON-IDX < 1.

       4050-READ-CONTACT.
           READ CONTACT-FILE NEXT
               AT END SET WS-CONTACT-DONE TO TRUE
               NOT AT END
                   IF CTH-ACCT-NUMBER NOT = WS-INQUIRY-ACCT
                       SET WS-CONTACT-DONE TO TRUE
                   ELSE
                       PERFORM 4100-KEEP-CONTACT
                   END-IF
           END-READ.

      *===============================================================
      * 4100-KEEP-CONTACT: Same ring as 3800 -- older entries shift
      * off the front as newer ones arrive.
      *===============================================================
       4100-KEEP-CONTACT.
           IF WS-CON-COUNT < WS-CON-MAX
               ADD 1 TO WS-CON-COUNT
               MOVE CONTACT-RECORD TO WS-CON-ENTRY(WS-CON-COUNT)
           ELSE
               PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX >= WS-CON-MAX
                   MOVE WS-CON-ENTRY(WS-CON-IDX + 1)
                       TO WS-CON-ENTRY(WS-CON-IDX)
               END-PERFORM
               MOVE CONTACT-RECORD TO WS-CON-ENTRY(WS-CON-MAX)
           END-IF.

       4200-SHOW-CONTACT.
           MOVE WS-CON-ENTRY(WS-CON-IDX) TO WS-CONTACT-SHOWN
           IF CTS-REP-ID = SPACES
               MOVE CTS-SOURCE-PGM TO WS-CON-WHO
           ELSE
               MOVE CTS-REP-ID TO WS-CON-WHO
           END-IF
           DISPLAY '  ' CTS-CONTACT-DATE ' ' CTS-CONTACT-TIME
               ' ' CTS-CHANNEL ' ' CTS-REASON-CODE ' ' WS-CON-WHO
           DISPLAY '      ' CTS-NOTE.

      *===============================================================
      * 9500-LOG-ACCESS: The caller sets the account, view, and
      * clear/masked mode; ACCLOG stamps the time and appends it.
      *===============================================================
       9500-LOG-ACCESS.
           MOVE WS-OPERATOR-ID TO AXL-OPERATOR-ID
           MOVE 'ACCTINQ' TO AXL-PROGRAM-ID
           CALL 'ACCLOG' USING WS-ACCESS-REQUEST.
