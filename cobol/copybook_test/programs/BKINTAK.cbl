      *---------------------------------------------------------------
      * BKINTAK.cbl -- Bankruptcy court-notice intake
      * Works the BKNOTICE feed from the back office: validates each
      * notice against CARDMAST and moves the master's bankruptcy
      * status through the CHGJRNL journal, then opens a
      * BANKRUPTCY-QUEUE entry on BANKRQ with the case, the
      * attorney contact, and the balance owed for the bankruptcy
      * desk. A petition filing puts the account under the
      * automatic stay -- from the flag forward INTEREST stops
      * accruing, FEEASSES and BILLING stop fees, DELINQ stops
      * collection letters and promise follow-ups, AGENCY recalls
      * the account from the agency, TRANLOAD refuses new purchases
      * and cash advances, and BUREAU reports the petition. A
      * discharge on the open case leaves the stop in place and
      * sends the account to the next CHGOFF run under reason 'B';
      * a dismissal lifts the stop and the account returns to
      * normal handling. No letter goes to the cardholder -- every
      * contact from here on goes through the attorney on the
      * queue. Unknown accounts, repeat filings, and closing
      * notices that match no open case are counted and logged,
      * never applied.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKINTAK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-FILE
               ASSIGN TO 'BKNOTICE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKN-STATUS.

           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BANKRUPTCY-QUEUE-FILE
               ASSIGN TO 'BANKRQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKQ-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           COPY BANKRUPTCY-NOTICE.

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  BANKRUPTCY-QUEUE-FILE.
       01  BANKRUPTCY-QUEUE-RECORD.
           COPY BANKRUPTCY-QUEUE.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-BKN-STATUS           PIC XX.
           88  WS-BKN-SUCCESS      VALUE '00'.
           88  WS-BKN-EOF          VALUE '10'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
           88  WS-NOT-FOUND        VALUE '23'.
       01  WS-BKQ-STATUS           PIC XX.
           88  WS-BKQ-SUCCESS      VALUE '00'.
           88  WS-BKQ-NOT-FOUND    VALUE '35'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-NOTICE-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-FILED-COUNT          PIC 9(05) VALUE ZEROS.
       01  WS-DISCHARGED-COUNT     PIC 9(05) VALUE ZEROS.
       01  WS-DISMISSED-COUNT      PIC 9(05) VALUE ZEROS.
       01  WS-REPEAT-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-UNKNOWN-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-REJECT-COUNT         PIC 9(05) VALUE ZEROS.

      *    Parameter area for the shared CHGJRNL change-journal
      *    writer -- before image captured at READ time, after image
      *    at REWRITE time.
       01  WS-JOURNAL-REQUEST.
           COPY CHANGE-JOURNAL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           OPEN INPUT NOTICE-FILE.
           IF NOT WS-BKN-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-BKN-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE NOTICE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND BANKRUPTCY-QUEUE-FILE.
           IF WS-BKQ-NOT-FOUND
               OPEN OUTPUT BANKRUPTCY-QUEUE-FILE
           END-IF.
           IF NOT WS-BKQ-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-BKQ-STATUS
               CLOSE NOTICE-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-NOTICES
               UNTIL WS-BKN-EOF.
           CLOSE NOTICE-FILE.
           CLOSE CARD-MASTER-FILE.
           CLOSE BANKRUPTCY-QUEUE-FILE.
           DISPLAY 'NOTICES READ:      ' WS-NOTICE-COUNT.
           DISPLAY 'PETITIONS FILED:   ' WS-FILED-COUNT.
           DISPLAY 'DISCHARGED:        ' WS-DISCHARGED-COUNT.
           DISPLAY 'DISMISSED:         ' WS-DISMISSED-COUNT.
           DISPLAY 'REPEAT NOTICES:    ' WS-REPEAT-COUNT.
           DISPLAY 'UNKNOWN ACCOUNTS:  ' WS-UNKNOWN-COUNT.
           DISPLAY 'NOTICES REJECTED:  ' WS-REJECT-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-PROCESS-NOTICES.
           READ NOTICE-FILE
               AT END SET WS-BKN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-NOTICE-COUNT
                   PERFORM 2000-WORK-ONE-NOTICE
           END-READ.

       2000-WORK-ONE-NOTICE.
           MOVE BKN-ACCT-NUMBER TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-COUNT
                   DISPLAY 'UNKNOWN ACCOUNT ON NOTICE: '
                       BKN-ACCT-NUMBER
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN BKN-FILING
                   PERFORM 2100-APPLY-FILING
               WHEN BKN-DISCHARGE
               WHEN BKN-DISMISSAL
                   PERFORM 2200-CLOSE-CASE
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'BAD NOTICE TYPE: ' BKN-NOTICE-TYPE
                       ' ACCT: ' BKN-ACCT-NUMBER
           END-EVALUATE.

      *===============================================================
      * 2100-APPLY-FILING: Put the account under the stay. A repeat
      * filing on an account already in bankruptcy is logged and
      * dropped -- the first case stands. A new petition after a
      * dismissal opens a new case.
      *===============================================================
       2100-APPLY-FILING.
           IF NOT BKN-VALID-CHAPTER
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'BAD CHAPTER ' BKN-CHAPTER
                   ' ON NOTICE: ' BKN-ACCT-NUMBER
               EXIT PARAGRAPH
           END-IF
           IF ACCT-IN-BANKRUPTCY
               ADD 1 TO WS-REPEAT-COUNT
               DISPLAY 'REPEAT FILING, ALREADY FLAGGED: '
                   BKN-ACCT-NUMBER
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           SET ACCT-BK-FILED TO TRUE
           MOVE BKN-CHAPTER TO ACCT-BK-CHAPTER
           MOVE BKN-CASE-NUMBER TO ACCT-BK-CASE-NUMBER
           MOVE BKN-FILING-DATE TO ACCT-BK-FILING-DATE
           MOVE BKN-FILING-DATE TO ACCT-BK-STATUS-DATE
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM 8000-WRITE-JOURNAL
           ADD 1 TO WS-FILED-COUNT
           PERFORM 3000-OPEN-QUEUE-ENTRY.

      *===============================================================
      * 2200-CLOSE-CASE: A discharge or dismissal applies only to
      * the open case it names. A discharged account stays under
      * the stop (the debt is discharged, not collectible) until
      * CHGOFF writes it off; a dismissed one goes back to normal.
      *===============================================================
       2200-CLOSE-CASE.
           IF NOT ACCT-BK-FILED
               OR BKN-CASE-NUMBER NOT = ACCT-BK-CASE-NUMBER
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'NO OPEN CASE ' BKN-CASE-NUMBER
                   ' ON NOTICE: ' BKN-ACCT-NUMBER
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           IF BKN-DISCHARGE
               SET ACCT-BK-DISCHARGED TO TRUE
           ELSE
               SET ACCT-BK-DISMISSED TO TRUE
           END-IF
           MOVE BKN-NOTICE-DATE TO ACCT-BK-STATUS-DATE
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM 8000-WRITE-JOURNAL
           IF BKN-DISCHARGE
               ADD 1 TO WS-DISCHARGED-COUNT
           ELSE
               ADD 1 TO WS-DISMISSED-COUNT
           END-IF
           PERFORM 3000-OPEN-QUEUE-ENTRY.

      *===============================================================
      * 3000-OPEN-QUEUE-ENTRY: The claim figure is what the
      * cardholder owes -- on a charged-off account that is the
      * written-off amount less recoveries, not the zero balance.
      *===============================================================
       3000-OPEN-QUEUE-ENTRY.
           MOVE SPACES TO BANKRUPTCY-QUEUE-RECORD
           MOVE ACCT-NUMBER         TO BKQ-ACCT-NUMBER
           MOVE BKN-NOTICE-TYPE     TO BKQ-EVENT
           MOVE ACCT-BK-CHAPTER     TO BKQ-CHAPTER
           MOVE ACCT-BK-CASE-NUMBER TO BKQ-CASE-NUMBER
           MOVE ACCT-BK-FILING-DATE TO BKQ-FILING-DATE
           MOVE BKN-NOTICE-DATE     TO BKQ-EVENT-DATE
           MOVE WS-CURRENT-DATE     TO BKQ-QUEUED-DATE
           MOVE BKN-ATTORNEY-NAME   TO BKQ-ATTORNEY-NAME
           MOVE BKN-ATTORNEY-PHONE  TO BKQ-ATTORNEY-PHONE
           IF ACCT-CHARGED-OFF
               COMPUTE BKQ-CLAIM-AMOUNT =
                   ACCT-CHGOFF-AMOUNT - ACCT-RECOVERED-AMT
           ELSE
               MOVE ACCT-BALANCE    TO BKQ-CLAIM-AMOUNT
           END-IF
           WRITE BANKRUPTCY-QUEUE-RECORD.

       8000-WRITE-JOURNAL.
           MOVE 'BKINTAK' TO JRN-PROGRAM-ID
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
