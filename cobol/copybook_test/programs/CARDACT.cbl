      *---------------------------------------------------------------
      * CARDACT.cbl -- Card activation intake
      * Reads the day's activation requests from the IVR and the web
      * site (ACTFEED, CARD-ACTIVATION layout) and flips each
      * verified plastic on CRDMAST from inactive to active -- the
      * step CARDISS and RENUMBER leave new plastics waiting on.
      * The caller must match the primary cardholder on CARDMAST:
      * last four of the SSN and date of birth always, and the
      * billing ZIP when the channel collected one. A request for a
      * card not on file, already active, blocked, replaced or
      * expired, on a closed or charged-off account, from an unknown
      * channel, or that fails the identity check is rejected to
      * ACTREJ and the run ends with condition code 4. Until a card
      * is activated TRANLOAD and AUTHLOAD reject anything posted
      * or authorized on it.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE
               ASSIGN TO 'ACTFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAC-STATUS.

           SELECT PLASTIC-FILE
               ASSIGN TO 'CRDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-CARD-NUMBER
               FILE STATUS IS WS-CRD-STATUS.

           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO 'ACTREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-RECORD.
           COPY CARD-ACTIVATION.

       FD  PLASTIC-FILE.
       01  PLASTIC-RECORD.
           COPY PLASTIC-MASTER.

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  REJECT-FILE.
       01  REJECT-RECORD           PIC X(80).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-CAC-STATUS           PIC XX.
           88  WS-CAC-SUCCESS      VALUE '00'.
           88  WS-CAC-EOF          VALUE '10'.
       01  WS-CRD-STATUS           PIC XX.
           88  WS-CRD-SUCCESS      VALUE '00'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
       01  WS-REJ-STATUS           PIC XX.
           88  WS-REJ-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-REQUEST-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-ACTIVATED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-ID-FAIL-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-REJECT-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-REJ-REASON-TEXT      PIC X(24).

       01  WS-REJ-LINE.
           05  FILLER              PIC X(07) VALUE 'REJECT '.
           05  WS-REJ-CARD         PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-CHANNEL      PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-DATE         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-TIME         PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-REASON       PIC X(24).
           05  FILLER              PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           OPEN INPUT FEED-FILE.
           IF NOT WS-CAC-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-CAC-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PLASTIC-FILE.
           IF NOT WS-CRD-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-CRD-STATUS
               CLOSE FEED-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE FEED-FILE
               CLOSE PLASTIC-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF NOT WS-REJ-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-REJ-STATUS
               CLOSE FEED-FILE
               CLOSE PLASTIC-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-READ-REQUEST
               UNTIL WS-CAC-EOF.
           CLOSE FEED-FILE.
           CLOSE PLASTIC-FILE.
           CLOSE CARD-MASTER-FILE.
           CLOSE REJECT-FILE.
           DISPLAY 'REQUESTS READ:     ' WS-REQUEST-COUNT.
           DISPLAY 'CARDS ACTIVATED:   ' WS-ACTIVATED-COUNT.
           DISPLAY 'IDENTITY FAILURES: ' WS-ID-FAIL-COUNT.
           DISPLAY 'REQUESTS REJECTED: ' WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-READ-REQUEST.
           READ FEED-FILE
               AT END SET WS-CAC-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
                   PERFORM 2000-VALIDATE-REQUEST
           END-READ.

      *===============================================================
      * 2000-VALIDATE-REQUEST: Only an inactive, unexpired card can
      * be activated -- a blocked or replaced card stays dead
      * whatever the caller knows.
      *===============================================================
       2000-VALIDATE-REQUEST.
           IF NOT CAC-VALID-CHANNEL
               MOVE 'UNKNOWN CHANNEL' TO WS-REJ-REASON-TEXT
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE CAC-CARD-NUMBER TO CRD-CARD-NUMBER
           READ PLASTIC-FILE
               INVALID KEY
                   MOVE 'CARD NOT ON FILE' TO WS-REJ-REASON-TEXT
                   PERFORM 9000-WRITE-REJECT
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN CRD-ACTIVE
                   MOVE 'CARD ALREADY ACTIVE' TO WS-REJ-REASON-TEXT
               WHEN CRD-BLOCKED
                   MOVE 'CARD BLOCKED' TO WS-REJ-REASON-TEXT
               WHEN CRD-REISSUED
                   MOVE 'CARD REPLACED' TO WS-REJ-REASON-TEXT
               WHEN NOT CRD-INACTIVE
                   MOVE 'CARD STATUS UNKNOWN' TO WS-REJ-REASON-TEXT
               WHEN CRD-EXPIRY-DATE < WS-CURRENT-DATE
                   MOVE 'CARD EXPIRED' TO WS-REJ-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REJ-REASON-TEXT
           END-EVALUATE
           IF WS-REJ-REASON-TEXT NOT = SPACES
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE CRD-ACCT-NUMBER TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJ-REASON-TEXT
                   PERFORM 9000-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 2100-VERIFY-IDENTITY
           END-READ.

      *===============================================================
      * 2100-VERIFY-IDENTITY: Authorized-user plastics are verified
      * against the primary cardholder too -- CARDHOLDER-INFO keeps
      * no SSN or birth date for the users.
      *===============================================================
       2100-VERIFY-IDENTITY.
           IF ACCT-CLOSED OR ACCT-CHARGED-OFF
               MOVE 'ACCOUNT CLOSED' TO WS-REJ-REASON-TEXT
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF CAC-SSN-LAST4 NOT = CH-SSN(6:4)
               OR CAC-DATE-OF-BIRTH NOT = CH-DATE-OF-BIRTH
               OR (CAC-ZIP NOT = SPACES
                   AND CAC-ZIP NOT = BA-ZIP(1:5))
               ADD 1 TO WS-ID-FAIL-COUNT
               MOVE 'IDENTITY NOT VERIFIED' TO WS-REJ-REASON-TEXT
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM 3000-ACTIVATE-CARD.

       3000-ACTIVATE-CARD.
           SET CRD-ACTIVE TO TRUE
           MOVE WS-CURRENT-DATE TO CRD-STATUS-DATE
           REWRITE PLASTIC-RECORD
               INVALID KEY
                   MOVE 'CARD NOT UPDATED' TO WS-REJ-REASON-TEXT
                   PERFORM 9000-WRITE-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-ACTIVATED-COUNT
           END-REWRITE.

       9000-WRITE-REJECT.
           MOVE CAC-CARD-NUMBER TO WS-REJ-CARD
           MOVE CAC-CHANNEL TO WS-REJ-CHANNEL
           MOVE CAC-REQUEST-DATE TO WS-REJ-DATE
           MOVE CAC-REQUEST-TIME TO WS-REJ-TIME
           MOVE WS-REJ-REASON-TEXT TO WS-REJ-REASON
           WRITE REJECT-RECORD FROM WS-REJ-LINE
           ADD 1 TO WS-REJECT-COUNT.

      *===============================================================
      * 0040-SET-BUSINESS-DATE: The posting date is the JOB-CALENDAR
      * business date, not the wall clock; without a calendar on
      * file the system date applies as before.
      *===============================================================
       0040-SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-SUCCESS
               READ CALENDAR-FILE
                   NOT AT END
                       IF JCL-BUSINESS-DATE > 0
                           MOVE JCL-BUSINESS-DATE
                               TO WS-CURRENT-DATE
                       END-IF
               END-READ
               CLOSE CALENDAR-FILE
           END-IF.
