      *---------------------------------------------------------------
      * PRIVNOTC.cbl -- Annual privacy-notice extract
      * Scans CARDMAST and writes a PRIVOUT notice for every open
      * account whose last privacy notice (ACCT-PRIV-NOTICE-DATE)
      * is a year old or more, or that has never had one. The
      * notice goes by CH-CONTACT-PREF: email to CH-EMAIL when the
      * cardholder asked for email and an address is on file, mail
      * to the statement address otherwise (a notice is never a
      * phone call). It carries the cardholder's current choices
      * so the reply form shows what is on file; the replies come
      * back through PRIVLOAD. Each notice sent stamps the account
      * with the date and channel -- the record of who was sent
      * the notice and when -- through CHGJRNL. A mail notice for
      * an address RETMAIL flagged undeliverable is not sent and
      * not stamped, so it goes out once the address is fixed.
      * Closed and charged-off accounts get no notice.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVNOTC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO 'PRIVOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PVN-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           COPY PRIVACY-NOTICE.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
           88  WS-EOF              VALUE '10'.
       01  WS-PVN-STATUS           PIC XX.
           88  WS-PVN-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
      *    The anniversary of the last notice: the notice date one
      *    year on (YYYYMMDD plus 10000).
       01  WS-NEXT-NOTICE-DATE     PIC 9(08) VALUE ZEROS.
       01  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-NOTICE-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-EMAIL-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-MAIL-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-UNDELIV-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-NOT-DUE-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-EXCLUDED-COUNT       PIC 9(07) VALUE ZEROS.

      *    Parameter area for the shared CHGJRNL change-journal
      *    writer -- before image captured at READ time, after image
      *    at update time.
       01  WS-JOURNAL-REQUEST.
           COPY CHANGE-JOURNAL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NOTICE-FILE.
           IF NOT WS-PVN-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-PVN-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-RECORDS
               UNTIL WS-EOF.
           CLOSE CARD-MASTER-FILE.
           CLOSE NOTICE-FILE.
           DISPLAY 'RECORDS:              ' WS-RECORD-COUNT.
           DISPLAY 'NOTICES SENT:         ' WS-NOTICE-COUNT.
           DISPLAY '  BY EMAIL:           ' WS-EMAIL-COUNT.
           DISPLAY '  BY MAIL:            ' WS-MAIL-COUNT.
           DISPLAY 'HELD (BAD ADDRESS):   ' WS-UNDELIV-COUNT.
           DISPLAY 'NOT YET DUE:          ' WS-NOT-DUE-COUNT.
           DISPLAY 'EXCLUDED ACCOUNTS:    ' WS-EXCLUDED-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-PROCESS-RECORDS.
           READ CARD-MASTER-FILE NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM 2000-CHECK-NOTICE-DUE
           END-READ.

      *===============================================================
      * 2000-CHECK-NOTICE-DUE: One notice a year per account, the
      * first as soon as the account is on file.
      *===============================================================
       2000-CHECK-NOTICE-DUE.
           IF ACCT-CLOSED OR ACCT-CHARGED-OFF
               ADD 1 TO WS-EXCLUDED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF ACCT-PRIV-NOTICE-DATE NUMERIC
               AND ACCT-PRIV-NOTICE-DATE > 0
               COMPUTE WS-NEXT-NOTICE-DATE =
                   ACCT-PRIV-NOTICE-DATE + 10000
               IF WS-NEXT-NOTICE-DATE > WS-CURRENT-DATE
                   ADD 1 TO WS-NOT-DUE-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           MOVE SPACES TO NOTICE-RECORD
           IF CH-CONTACT-EMAIL AND CH-EMAIL NOT = SPACES
               SET PVN-BY-EMAIL TO TRUE
               MOVE CH-EMAIL TO PVN-EMAIL
           ELSE
               IF BA-UNDELIVERABLE
                   ADD 1 TO WS-UNDELIV-COUNT
                   EXIT PARAGRAPH
               END-IF
               SET PVN-BY-MAIL TO TRUE
               PERFORM 2100-SET-MAIL-ADDRESS
           END-IF
           PERFORM 3000-WRITE-NOTICE.

      *===============================================================
      * 2100-SET-MAIL-ADDRESS: Same address the statement mails to.
      *===============================================================
       2100-SET-MAIL-ADDRESS.
           IF BA-HAS-MAIL-ADDR
               MOVE BA-MAIL-STREET TO PVN-STREET
               MOVE BA-MAIL-CITY   TO PVN-CITY
               MOVE BA-MAIL-STATE  TO PVN-STATE
               MOVE BA-MAIL-ZIP    TO PVN-ZIP
           ELSE
               MOVE BA-STREET TO PVN-STREET
               MOVE BA-CITY   TO PVN-CITY
               MOVE BA-STATE  TO PVN-STATE
               MOVE BA-ZIP    TO PVN-ZIP
           END-IF.

       3000-WRITE-NOTICE.
           MOVE ACCT-NUMBER TO PVN-ACCT-NUMBER
           MOVE CH-FIRST-NAME TO PVN-FIRST-NAME
           MOVE CH-LAST-NAME TO PVN-LAST-NAME
           MOVE 'N' TO PVN-NO-MKT-MAIL
           MOVE 'N' TO PVN-NO-MKT-EMAIL
           MOVE 'N' TO PVN-NO-MKT-PHONE
           MOVE 'N' TO PVN-NO-AFFIL-SHARE
           MOVE 'N' TO PVN-NO-NONAFF-SHARE
           IF ACCT-NO-MKT-MAIL
               MOVE 'Y' TO PVN-NO-MKT-MAIL
           END-IF
           IF ACCT-NO-MKT-EMAIL
               MOVE 'Y' TO PVN-NO-MKT-EMAIL
           END-IF
           IF ACCT-NO-MKT-PHONE
               MOVE 'Y' TO PVN-NO-MKT-PHONE
           END-IF
           IF ACCT-NO-AFFIL-SHARE
               MOVE 'Y' TO PVN-NO-AFFIL-SHARE
           END-IF
           IF ACCT-NO-NONAFF-SHARE
               MOVE 'Y' TO PVN-NO-NONAFF-SHARE
           END-IF
           MOVE WS-CURRENT-DATE TO PVN-NOTICE-DATE
           WRITE NOTICE-RECORD
           ADD 1 TO WS-NOTICE-COUNT
           IF PVN-BY-EMAIL
               ADD 1 TO WS-EMAIL-COUNT
           ELSE
               ADD 1 TO WS-MAIL-COUNT
           END-IF
           MOVE WS-CURRENT-DATE TO ACCT-PRIV-NOTICE-DATE
           MOVE PVN-CHANNEL TO ACCT-PRIV-NOTICE-CHANNEL
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
               NOT INVALID KEY
                   PERFORM 3800-JOURNAL-CHANGE
           END-REWRITE.

       3800-JOURNAL-CHANGE.
           MOVE 'PRIVNOTC' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

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
