      *---------------------------------------------------------------
      * ODENROLL.cbl -- Overdraft-protection enrollment intake
      * Reads the day's enrollment and cancellation requests
      * (ODENRFD, OD-ENROLL-REQUEST layout) from the branches, the
      * phone reps and the web site, and links a checking account
      * to the savings account that covers it (ACCT-OD-LINK-ACCT on
      * the CH record) or removes the link. A link is only made
      * between a CH and an SA account of the same customer: both
      * must be listed on the customer's CUSTMAST record, found
      * through the checking account's SSN the way ACCTOPEN links
      * them. Neither account may be closed or charged off. Every
      * master update goes through CHGJRNL. A request with an
      * unknown action or source, no usable request date, an
      * account not on file or of the wrong type, or accounts of
      * two different customers is rejected to ODENREJ and the run
      * ends with condition code 4. ODSWEEP sweeps the enrolled
      * accounts from its next run.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODENROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE
               ASSIGN TO 'ODENRFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ODE-STATUS.

           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-CUS-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO 'ODENREJ'
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
           COPY OD-ENROLL-REQUEST.

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER-MASTER.

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
       01  WS-ODE-STATUS           PIC XX.
           88  WS-ODE-SUCCESS      VALUE '00'.
           88  WS-ODE-EOF          VALUE '10'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
       01  WS-CUS-STATUS           PIC XX.
           88  WS-CUS-SUCCESS      VALUE '00'.
       01  WS-REJ-STATUS           PIC XX.
           88  WS-REJ-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
      *    Both accounts found on the customer's account list.
       01  WS-CUS-IDX              PIC 9(02) VALUE ZEROS.
       01  WS-CHK-LISTED-FLAG      PIC X(01) VALUE 'N'.
           88  WS-CHK-LISTED       VALUE 'Y'.
       01  WS-SAV-LISTED-FLAG      PIC X(01) VALUE 'N'.
           88  WS-SAV-LISTED       VALUE 'Y'.
       01  WS-REQUEST-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-ENROLLED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-CANCELLED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-NO-CHANGE-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-REJECT-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-REJ-REASON-TEXT      PIC X(24).

       01  WS-REJ-LINE.
           05  FILLER              PIC X(07) VALUE 'REJECT '.
           05  WS-REJ-CHECKING     PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-SAVINGS      PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-ACTION       PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-DATE         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-REASON       PIC X(24).
           05  FILLER              PIC X(04) VALUE SPACES.

      *    Parameter area for the shared CHGJRNL change-journal
      *    writer -- before image captured at READ time, after image
      *    at update time.
       01  WS-JOURNAL-REQUEST.
           COPY CHANGE-JOURNAL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           OPEN INPUT FEED-FILE.
           IF NOT WS-ODE-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-ODE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE FEED-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *    Without the customer file no link can be proved to stay
      *    inside one customer, so nothing is enrolled.
           OPEN INPUT CUSTOMER-FILE.
           IF NOT WS-CUS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-CUS-STATUS
               CLOSE FEED-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF NOT WS-REJ-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-REJ-STATUS
               CLOSE FEED-FILE
               CLOSE CARD-MASTER-FILE
               CLOSE CUSTOMER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-READ-REQUEST
               UNTIL WS-ODE-EOF.
           CLOSE FEED-FILE.
           CLOSE CARD-MASTER-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE REJECT-FILE.
           DISPLAY 'REQUESTS READ:      ' WS-REQUEST-COUNT.
           DISPLAY 'ENROLLED:           ' WS-ENROLLED-COUNT.
           DISPLAY 'CANCELLED:          ' WS-CANCELLED-COUNT.
           DISPLAY 'ALREADY AS ASKED:   ' WS-NO-CHANGE-COUNT.
           DISPLAY 'REQUESTS REJECTED:  ' WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-READ-REQUEST.
           READ FEED-FILE
               AT END SET WS-ODE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
                   PERFORM 2000-VALIDATE-REQUEST
           END-READ.

       2000-VALIDATE-REQUEST.
           EVALUATE TRUE
               WHEN NOT ODE-ENROLL AND NOT ODE-CANCEL
                   MOVE 'UNKNOWN ACTION' TO WS-REJ-REASON-TEXT
               WHEN NOT ODE-VALID-SOURCE
                   MOVE 'UNKNOWN SOURCE' TO WS-REJ-REASON-TEXT
               WHEN ODE-REQUEST-DATE NOT NUMERIC
                   MOVE 'BAD REQUEST DATE' TO WS-REJ-REASON-TEXT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(ODE-REQUEST-DATE)
                   NOT = 0
                   MOVE 'BAD REQUEST DATE' TO WS-REJ-REASON-TEXT
               WHEN ODE-REQUEST-DATE > WS-CURRENT-DATE
                   MOVE 'REQUEST DATED AHEAD' TO WS-REJ-REASON-TEXT
               WHEN ODE-ENROLL AND ODE-SAVINGS-ACCT = SPACES
                   MOVE 'NO SAVINGS ACCOUNT' TO WS-REJ-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REJ-REASON-TEXT
           END-EVALUATE
           IF WS-REJ-REASON-TEXT NOT = SPACES
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF ODE-ENROLL
               PERFORM 2100-CHECK-SAVINGS
               IF WS-REJ-REASON-TEXT NOT = SPACES
                   PERFORM 9000-WRITE-REJECT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ODE-CHECKING-ACCT TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'CHECKING NOT ON FILE' TO WS-REJ-REASON-TEXT
                   PERFORM 9000-WRITE-REJECT
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN NOT ACCT-CHECKING
                   MOVE 'NOT A CHECKING ACCOUNT'
                       TO WS-REJ-REASON-TEXT
               WHEN ODE-ENROLL
                   AND (ACCT-CLOSED OR ACCT-CHARGED-OFF)
                   MOVE 'CHECKING NOT OPEN' TO WS-REJ-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REJ-REASON-TEXT
           END-EVALUATE
           IF WS-REJ-REASON-TEXT NOT = SPACES
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF ODE-ENROLL
               PERFORM 2200-CHECK-SAME-CUSTOMER
               IF WS-REJ-REASON-TEXT NOT = SPACES
                   PERFORM 9000-WRITE-REJECT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 3000-APPLY-REQUEST.

      *===============================================================
      * 2100-CHECK-SAVINGS: The savings account must be an open SA
      * account. Read first, so the checking record is the one in
      * the record area when it is updated.
      *===============================================================
       2100-CHECK-SAVINGS.
           MOVE SPACES TO WS-REJ-REASON-TEXT
           MOVE ODE-SAVINGS-ACCT TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'SAVINGS NOT ON FILE' TO WS-REJ-REASON-TEXT
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN NOT ACCT-SAVINGS
                   MOVE 'NOT A SAVINGS ACCOUNT'
                       TO WS-REJ-REASON-TEXT
               WHEN ACCT-CLOSED OR ACCT-CHARGED-OFF
                   MOVE 'SAVINGS NOT OPEN' TO WS-REJ-REASON-TEXT
           END-EVALUATE.

      *===============================================================
      * 2200-CHECK-SAME-CUSTOMER: The customer is the one the
      * checking account's SSN resolves to ('C' + CH-SSN, as
      * ACCTOPEN keys it); the savings account must be on that
      * customer's account list too.
      *===============================================================
       2200-CHECK-SAME-CUSTOMER.
           MOVE SPACES TO WS-REJ-REASON-TEXT
           MOVE SPACES TO CUS-CUSTOMER-ID
           STRING 'C' DELIMITED SIZE
                  CH-SSN DELIMITED SIZE
               INTO CUS-CUSTOMER-ID
           END-STRING
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-REJ-REASON-TEXT
                   EXIT PARAGRAPH
           END-READ
           MOVE 'N' TO WS-CHK-LISTED-FLAG
           MOVE 'N' TO WS-SAV-LISTED-FLAG
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
               UNTIL WS-CUS-IDX > CUS-ACCT-COUNT
               OR WS-CUS-IDX > 9
               IF CUS-ACCT-NUMBER(WS-CUS-IDX) = ODE-CHECKING-ACCT
                   SET WS-CHK-LISTED TO TRUE
               END-IF
               IF CUS-ACCT-NUMBER(WS-CUS-IDX) = ODE-SAVINGS-ACCT
                   SET WS-SAV-LISTED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CHK-LISTED OR NOT WS-SAV-LISTED
               MOVE 'NOT SAME CUSTOMER' TO WS-REJ-REASON-TEXT
           END-IF.

      *===============================================================
      * 3000-APPLY-REQUEST: A request that matches what is already
      * on file leaves the master alone. Enrolling again with a
      * different savings account moves the link.
      *===============================================================
       3000-APPLY-REQUEST.
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           IF ODE-ENROLL
               IF ACCT-OD-LINK-ACCT = ODE-SAVINGS-ACCT
                   ADD 1 TO WS-NO-CHANGE-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE ODE-SAVINGS-ACCT TO ACCT-OD-LINK-ACCT
               MOVE WS-CURRENT-DATE TO ACCT-OD-ENROLL-DATE
           ELSE
               IF ACCT-OD-NOT-ENROLLED
                   ADD 1 TO WS-NO-CHANGE-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO ACCT-OD-LINK-ACCT
               MOVE ZEROS TO ACCT-OD-ENROLL-DATE
           END-IF
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
               NOT INVALID KEY
                   IF ODE-ENROLL
                       ADD 1 TO WS-ENROLLED-COUNT
                   ELSE
                       ADD 1 TO WS-CANCELLED-COUNT
                   END-IF
                   PERFORM 3800-JOURNAL-CHANGE
           END-REWRITE.

       3800-JOURNAL-CHANGE.
           MOVE 'ODENROLL' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

       9000-WRITE-REJECT.
           MOVE ODE-CHECKING-ACCT TO WS-REJ-CHECKING
           MOVE ODE-SAVINGS-ACCT TO WS-REJ-SAVINGS
           MOVE ODE-ACTION TO WS-REJ-ACTION
           MOVE ODE-REQUEST-DATE TO WS-REJ-DATE
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
