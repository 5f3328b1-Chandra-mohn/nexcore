      *---------------------------------------------------------------
      * CONTLOAD.cbl -- Contact-history intake from the phone system
      * Reads the day's call notes the phone system exports
      * (CONTFEED, CONTACT-HISTORY layout -- account, timestamp of
      * the call, rep, channel, reason, and the rep's note) and
      * logs each one to the keyed CONTACTS file through the shared
      * CONTLOG writer, so the next rep who pulls the account up in
      * ACCTINQ sees it. A note for an account not on CARDMAST,
      * without a rep, with an unknown channel, with no usable
      * timestamp, or with nothing to say is rejected to CONTREJ
      * and the run ends with condition code 4.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE
               ASSIGN TO 'CONTFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CFD-STATUS.

           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO 'CONTREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-RECORD.
           COPY CONTACT-HISTORY
               REPLACING LEADING ==CTH== BY ==CTI==.

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  REJECT-FILE.
       01  REJECT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CFD-STATUS           PIC XX.
           88  WS-CFD-SUCCESS      VALUE '00'.
           88  WS-CFD-EOF          VALUE '10'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
       01  WS-REJ-STATUS           PIC XX.
           88  WS-REJ-SUCCESS      VALUE '00'.
       01  WS-NOTE-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-LOGGED-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-REJECT-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-REJ-REASON-TEXT      PIC X(24).

       01  WS-REJ-LINE.
           05  FILLER              PIC X(07) VALUE 'REJECT '.
           05  WS-REJ-ACCT         PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-DATE         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-TIME         PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-REP          PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-REASON       PIC X(24).
           05  FILLER              PIC X(05) VALUE SPACES.

      *    Parameter area for the shared CONTLOG contact-history
      *    writer.
       01  WS-CONTACT-REQUEST.
           COPY CONTACT-HISTORY.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT FEED-FILE.
           IF NOT WS-CFD-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-CFD-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE FEED-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF NOT WS-REJ-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-REJ-STATUS
               CLOSE FEED-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-READ-NOTE
               UNTIL WS-CFD-EOF.
           CLOSE FEED-FILE.
           CLOSE CARD-MASTER-FILE.
           CLOSE REJECT-FILE.
           DISPLAY 'NOTES READ:    ' WS-NOTE-COUNT.
           DISPLAY 'NOTES LOGGED:  ' WS-LOGGED-COUNT.
           DISPLAY 'NOTES REJECTED:' WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-READ-NOTE.
           READ FEED-FILE
               AT END SET WS-CFD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-NOTE-COUNT
                   PERFORM 2000-VALIDATE-NOTE
           END-READ.

      *===============================================================
      * 2000-VALIDATE-NOTE: The phone system stamps its own date and
      * time on each call; those become the entry's key so the
      * history reads in the order the calls happened.
      *===============================================================
       2000-VALIDATE-NOTE.
           IF CTI-CONTACT-DATE NOT NUMERIC
               OR CTI-CONTACT-DATE = 0
               OR CTI-CONTACT-TIME NOT NUMERIC
               MOVE 'NO CONTACT TIMESTAMP' TO WS-REJ-REASON-TEXT
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF CTI-REP-ID = SPACES
               MOVE 'NO REP ID' TO WS-REJ-REASON-TEXT
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF NOT CTI-VALID-CHANNEL
               MOVE 'UNKNOWN CHANNEL' TO WS-REJ-REASON-TEXT
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF CTI-REASON-CODE = SPACES AND CTI-NOTE = SPACES
               MOVE 'NO REASON OR NOTE' TO WS-REJ-REASON-TEXT
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE CTI-ACCT-NUMBER TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJ-REASON-TEXT
                   PERFORM 9000-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 3000-LOG-NOTE
           END-READ.

       3000-LOG-NOTE.
           MOVE FEED-RECORD TO WS-CONTACT-REQUEST
           IF CTH-SOURCE-PGM = SPACES
               MOVE 'CONTLOAD' TO CTH-SOURCE-PGM
           END-IF
           CALL 'CONTLOG' USING WS-CONTACT-REQUEST
           IF CTH-CONTACT-SEQ >= 99
               MOVE 'CONTACT NOT WRITTEN' TO WS-REJ-REASON-TEXT
               PERFORM 9000-WRITE-REJECT
           ELSE
               ADD 1 TO WS-LOGGED-COUNT
           END-IF.

       9000-WRITE-REJECT.
           MOVE CTI-ACCT-NUMBER TO WS-REJ-ACCT
           MOVE CTI-CONTACT-DATE TO WS-REJ-DATE
           MOVE CTI-CONTACT-TIME TO WS-REJ-TIME
           MOVE CTI-REP-ID TO WS-REJ-REP
           MOVE WS-REJ-REASON-TEXT TO WS-REJ-REASON
           WRITE REJECT-RECORD FROM WS-REJ-LINE
           ADD 1 TO WS-REJECT-COUNT.
