      *---------------------------------------------------------------
      * PRIVLOAD.cbl -- Cardholder privacy-choice intake
      * Reads the day's opt-out and opt-in requests (PRIVFEED,
      * PRIVACY-REQUEST layout) from the privacy-notice reply
      * forms, the phone reps and the web site, and sets the
      * account's privacy flags on CARDMAST: marketing by mail,
      * email or phone (or all three at once), and sharing with
      * affiliates or with non-affiliated third parties. Every flag
      * that actually changes is appended to the PRIVAUD audit
      * trail with its before and after value, and every master
      * update goes through CHGJRNL. A closed account keeps its
      * choices -- a former customer can still opt out. A request
      * for an account not on file, with an unknown purpose,
      * channel, action or source, or with no usable request date
      * is rejected to PRIVREJ and the run ends with condition
      * code 4. BILLING and CLICAMP honor the flags from their
      * next run.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE
               ASSIGN TO 'PRIVFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPR-STATUS.

           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO 'PRIVAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PVA-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO 'PRIVREJ'
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
           COPY PRIVACY-REQUEST.

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY PRIVACY-AUDIT.

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
       01  WS-PPR-STATUS           PIC XX.
           88  WS-PPR-SUCCESS      VALUE '00'.
           88  WS-PPR-EOF          VALUE '10'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
       01  WS-PVA-STATUS           PIC XX.
           88  WS-PVA-SUCCESS      VALUE '00'.
           88  WS-PVA-NOT-FOUND    VALUE '35'.
       01  WS-REJ-STATUS           PIC XX.
           88  WS-REJ-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
      *    One preference flag at a time: its value before, the
      *    value the request asks for ('Y' out, 'N' in), and the
      *    channel it belongs to for the audit record.
       01  WS-OLD-VALUE            PIC X(01).
       01  WS-NEW-VALUE            PIC X(01).
       01  WS-AUD-CHANNEL          PIC X(01).
       01  WS-FLAGS-CHANGED        PIC 9(01) VALUE ZERO.
       01  WS-REQUEST-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-UPDATED-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-NO-CHANGE-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-AUDIT-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-REJECT-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-REJ-REASON-TEXT      PIC X(24).

       01  WS-REJ-LINE.
           05  FILLER              PIC X(07) VALUE 'REJECT '.
           05  WS-REJ-ACCT         PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-PURPOSE      PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-CHANNEL      PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-ACTION       PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-DATE         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-REASON       PIC X(24).
           05  FILLER              PIC X(16) VALUE SPACES.

      *    Parameter area for the shared CHGJRNL change-journal
      *    writer -- before image captured at READ time, after image
      *    at update time.
       01  WS-JOURNAL-REQUEST.
           COPY CHANGE-JOURNAL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           OPEN INPUT FEED-FILE.
           IF NOT WS-PPR-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-PPR-STATUS
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
           PERFORM 0060-OPEN-AUDIT-FILE.
           IF NOT WS-PVA-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-PVA-STATUS
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
               CLOSE AUDIT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-READ-REQUEST
               UNTIL WS-PPR-EOF.
           CLOSE FEED-FILE.
           CLOSE CARD-MASTER-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REJECT-FILE.
           DISPLAY 'REQUESTS READ:      ' WS-REQUEST-COUNT.
           DISPLAY 'ACCOUNTS UPDATED:   ' WS-UPDATED-COUNT.
           DISPLAY 'ALREADY AS ASKED:   ' WS-NO-CHANGE-COUNT.
           DISPLAY 'AUDIT RECORDS:      ' WS-AUDIT-COUNT.
           DISPLAY 'REQUESTS REJECTED:  ' WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *===============================================================
      * 0060-OPEN-AUDIT-FILE: The privacy audit trail accumulates
      * across runs -- append, creating the file on the first run.
      *===============================================================
       0060-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-PVA-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1000-READ-REQUEST.
           READ FEED-FILE
               AT END SET WS-PPR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
                   PERFORM 2000-VALIDATE-REQUEST
           END-READ.

       2000-VALIDATE-REQUEST.
           EVALUATE TRUE
               WHEN NOT PPR-MARKETING
                   AND NOT PPR-AFFIL-SHARE
                   AND NOT PPR-NONAFF-SHARE
                   MOVE 'UNKNOWN PURPOSE' TO WS-REJ-REASON-TEXT
               WHEN PPR-MARKETING
                   AND NOT PPR-ALL-CHANNELS
                   AND NOT PPR-BY-MAIL
                   AND NOT PPR-BY-EMAIL
                   AND NOT PPR-BY-PHONE
                   MOVE 'UNKNOWN CHANNEL' TO WS-REJ-REASON-TEXT
               WHEN NOT PPR-OPT-OUT AND NOT PPR-OPT-IN
                   MOVE 'UNKNOWN ACTION' TO WS-REJ-REASON-TEXT
               WHEN NOT PPR-VALID-SOURCE
                   MOVE 'UNKNOWN SOURCE' TO WS-REJ-REASON-TEXT
               WHEN PPR-REQUEST-DATE NOT NUMERIC
                   MOVE 'BAD REQUEST DATE' TO WS-REJ-REASON-TEXT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(PPR-REQUEST-DATE)
                   NOT = 0
                   MOVE 'BAD REQUEST DATE' TO WS-REJ-REASON-TEXT
               WHEN PPR-REQUEST-DATE > WS-CURRENT-DATE
                   MOVE 'REQUEST DATED AHEAD' TO WS-REJ-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REJ-REASON-TEXT
           END-EVALUATE
           IF WS-REJ-REASON-TEXT NOT = SPACES
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE PPR-ACCT-NUMBER TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJ-REASON-TEXT
                   PERFORM 9000-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 3000-APPLY-REQUEST
           END-READ.

      *===============================================================
      * 3000-APPLY-REQUEST: A marketing request with no channel sets
      * all three channels. Only flags whose value really changes
      * are audited; a request that changes nothing leaves the
      * master alone.
      *===============================================================
       3000-APPLY-REQUEST.
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           MOVE ZERO TO WS-FLAGS-CHANGED
           IF PPR-OPT-OUT
               MOVE 'Y' TO WS-NEW-VALUE
           ELSE
               MOVE 'N' TO WS-NEW-VALUE
           END-IF
           EVALUATE TRUE
               WHEN PPR-AFFIL-SHARE
                   MOVE SPACE TO WS-AUD-CHANNEL
                   MOVE ACCT-OPTOUT-AFFIL-SHARE TO WS-OLD-VALUE
                   PERFORM 3100-AUDIT-FLAG
                   MOVE WS-NEW-VALUE TO ACCT-OPTOUT-AFFIL-SHARE
               WHEN PPR-NONAFF-SHARE
                   MOVE SPACE TO WS-AUD-CHANNEL
                   MOVE ACCT-OPTOUT-NONAFF-SHARE TO WS-OLD-VALUE
                   PERFORM 3100-AUDIT-FLAG
                   MOVE WS-NEW-VALUE TO ACCT-OPTOUT-NONAFF-SHARE
               WHEN OTHER
                   IF PPR-ALL-CHANNELS OR PPR-BY-MAIL
                       MOVE 'M' TO WS-AUD-CHANNEL
                       MOVE ACCT-OPTOUT-MKT-MAIL TO WS-OLD-VALUE
                       PERFORM 3100-AUDIT-FLAG
                       MOVE WS-NEW-VALUE TO ACCT-OPTOUT-MKT-MAIL
                   END-IF
                   IF PPR-ALL-CHANNELS OR PPR-BY-EMAIL
                       MOVE 'E' TO WS-AUD-CHANNEL
                       MOVE ACCT-OPTOUT-MKT-EMAIL TO WS-OLD-VALUE
                       PERFORM 3100-AUDIT-FLAG
                       MOVE WS-NEW-VALUE TO ACCT-OPTOUT-MKT-EMAIL
                   END-IF
                   IF PPR-ALL-CHANNELS OR PPR-BY-PHONE
                       MOVE 'P' TO WS-AUD-CHANNEL
                       MOVE ACCT-OPTOUT-MKT-PHONE TO WS-OLD-VALUE
                       PERFORM 3100-AUDIT-FLAG
                       MOVE WS-NEW-VALUE TO ACCT-OPTOUT-MKT-PHONE
                   END-IF
           END-EVALUATE
           IF WS-FLAGS-CHANGED = 0
               ADD 1 TO WS-NO-CHANGE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-DATE TO ACCT-OPTOUT-CHG-DATE
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-UPDATED-COUNT
                   PERFORM 3800-JOURNAL-CHANGE
           END-REWRITE.

      *===============================================================
      * 3100-AUDIT-FLAG: Anything but 'Y' on file counts as opted
      * in, so an account that never chose is audited as 'N'.
      *===============================================================
       3100-AUDIT-FLAG.
           IF WS-OLD-VALUE NOT = 'Y'
               MOVE 'N' TO WS-OLD-VALUE
           END-IF
           IF WS-OLD-VALUE = WS-NEW-VALUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FLAGS-CHANGED
           MOVE PPR-ACCT-NUMBER TO PVA-ACCT-NUMBER
           MOVE PPR-PURPOSE TO PVA-PURPOSE
           MOVE WS-AUD-CHANNEL TO PVA-CHANNEL
           MOVE WS-OLD-VALUE TO PVA-OLD-VALUE
           MOVE WS-NEW-VALUE TO PVA-NEW-VALUE
           MOVE PPR-SOURCE TO PVA-SOURCE
           MOVE PPR-REP-ID TO PVA-REP-ID
           MOVE PPR-REQUEST-DATE TO PVA-REQUEST-DATE
           MOVE PPR-REQUEST-TIME TO PVA-REQUEST-TIME
           MOVE WS-CURRENT-DATE TO PVA-EFFECTIVE-DATE
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-COUNT.

       3800-JOURNAL-CHANGE.
           MOVE 'PRIVLOAD' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

       9000-WRITE-REJECT.
           MOVE PPR-ACCT-NUMBER TO WS-REJ-ACCT
           MOVE PPR-PURPOSE TO WS-REJ-PURPOSE
           MOVE PPR-CHANNEL TO WS-REJ-CHANNEL
           MOVE PPR-ACTION TO WS-REJ-ACTION
           MOVE PPR-REQUEST-DATE TO WS-REJ-DATE
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
