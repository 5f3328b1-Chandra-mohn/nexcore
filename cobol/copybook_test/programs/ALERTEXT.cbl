      *---------------------------------------------------------------
      * ALERTEXT.cbl -- Nightly proactive cardholder alert extract
      * Warns cardholders before a fee does. Scans CARDMAST after
      * tonight's posting and writes an ALERTOUT record for the
      * outbound email/SMS vendor for each of:
      *   PD  payment due within the ALERTPRM lead days (default 5)
      *       with the payments since the statement still short of
      *       the STMTHIST minimum due -- once per due date;
      *   NL  open-to-buy (limit less balance and authorization
      *       holds) under the ALERTPRM floor (default 100.00) --
      *       at most once per ALERTPRM window (default 7 days);
      *   LP  a posted purchase over the cardholder's own
      *       ACCT-ALERT-PURCH-AMT (set through ACCTMNT);
      *   PP  a payment posted;
      *   PR  a payment returned unpaid.
      * Purchase and payment alerts cover rows dated after the
      * account's ACCT-ALERT-THRU-DATE through the business date,
      * which then becomes the new through date, so no row alerts
      * twice. Alerts go by CH-CONTACT-PREF: email to CH-EMAIL,
      * phone as a text to CH-PHONE; a mail-preference cardholder,
      * or one whose preferred address is missing, gets whichever
      * of the two is on file, and one with neither is only
      * counted. Closed, charged-off, deceased, and bankruptcy
      * accounts get no alerts. Every master update goes through
      * CHGJRNL. Ends with condition code 8 when statement
      * snapshots were dropped at the table cap.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT STMT-HIST-FILE
               ASSIGN TO 'STMTHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHS-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO 'ALERTOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALX-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'ALERTPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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

       FD  STMT-HIST-FILE.
       01  STMT-HIST-RECORD.
           COPY STMT-HISTORY.

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALERT-EXTRACT.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  ALP-DUE-DAYS        PIC 9(02).
           05  ALP-OTB-FLOOR       PIC 9(07)V99.
           05  ALP-LIMIT-WINDOW    PIC 9(03).

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
       01  WS-SHS-STATUS           PIC XX.
           88  WS-SHS-SUCCESS      VALUE '00'.
           88  WS-SHS-EOF          VALUE '10'.
       01  WS-ALX-STATUS           PIC XX.
           88  WS-ALX-SUCCESS      VALUE '00'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-DUE-DAYS             PIC 9(02) VALUE 5.
       01  WS-OTB-FLOOR            PIC S9(07)V99 COMP-3
                                   VALUE 100.00.
       01  WS-LIMIT-WINDOW         PIC 9(03) VALUE 7.
       01  WS-DAYS-TO-DUE          PIC S9(07) VALUE 0.
       01  WS-DAYS-SINCE-ALERT     PIC S9(07) VALUE 0.
       01  WS-PAID-SINCE-STMT      PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-OPEN-TO-BUY          PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-TRANS-IDX            PIC 9(03).
       01  WS-CHANGED-FLAG         PIC X(01) VALUE 'N'.
           88  WS-MASTER-CHANGED   VALUE 'Y'.
       01  WS-CHANNEL              PIC X(01) VALUE SPACE.
           88  WS-NO-CHANNEL       VALUE SPACE.
       01  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-ALERT-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-DUE-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-LIMIT-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-PURCHASE-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-POSTED-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-RETURNED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-UNREACHABLE-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-EXCLUDED-COUNT       PIC 9(07) VALUE ZEROS.

      *    Latest statement snapshot per account, loaded from
      *    STMTHIST (append-only, chronological -- the last record
      *    seen for an account is its most recent cycle).
       01  WS-STMT-MAX             PIC 9(04) VALUE 2000.
       01  WS-STMT-USED            PIC 9(04) VALUE ZEROS.
       01  WS-STMT-IDX             PIC 9(04) VALUE ZEROS.
       01  WS-STMT-SUB             PIC 9(04) VALUE ZEROS.
       01  WS-STMT-DROPPED         PIC 9(05) VALUE ZEROS.
       01  WS-STMT-FOUND           PIC X VALUE 'N'.
           88  STMT-WAS-FOUND      VALUE 'Y'.
       01  WS-STMT-TABLE.
           05  WS-STMT-ENTRY OCCURS 2000 TIMES.
               10  WS-SNP-ACCT-NUMBER  PIC X(16).
               10  WS-SNP-CYCLE-DATE   PIC 9(08).
               10  WS-SNP-MIN-DUE      PIC S9(13)V99 COMP-3.

       01  WS-MASK-REQUEST.
           COPY MASK-REQUEST.

      *    Parameter area for the shared CHGJRNL change-journal
      *    writer -- before image captured at READ time, after image
      *    at update time.
       01  WS-JOURNAL-REQUEST.
           COPY CHANGE-JOURNAL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0050-READ-PARAMETERS.
           PERFORM 0100-LOAD-STMT-SNAPSHOTS.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ALERT-FILE.
           IF NOT WS-ALX-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-ALX-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-RECORDS
               UNTIL WS-EOF.
           CLOSE CARD-MASTER-FILE.
           CLOSE ALERT-FILE.
           DISPLAY 'RECORDS:            ' WS-RECORD-COUNT.
           DISPLAY 'ALERTS WRITTEN:     ' WS-ALERT-COUNT.
           DISPLAY '  PAYMENT DUE:      ' WS-DUE-COUNT.
           DISPLAY '  NEAR LIMIT:       ' WS-LIMIT-COUNT.
           DISPLAY '  LARGE PURCHASE:   ' WS-PURCHASE-COUNT.
           DISPLAY '  PAYMENT POSTED:   ' WS-POSTED-COUNT.
           DISPLAY '  PAYMENT RETURNED: ' WS-RETURNED-COUNT.
           DISPLAY 'NO EMAIL OR PHONE:  ' WS-UNREACHABLE-COUNT.
           DISPLAY 'EXCLUDED ACCOUNTS:  ' WS-EXCLUDED-COUNT.
           IF WS-STMT-DROPPED > 0
               DISPLAY 'SNAPSHOTS DROPPED AT TABLE CAP: '
                   WS-STMT-DROPPED ' -- CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       0050-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-SUCCESS
               READ PARM-FILE
                   NOT AT END
                       IF ALP-DUE-DAYS NUMERIC
                           AND ALP-DUE-DAYS > 0
                           MOVE ALP-DUE-DAYS TO WS-DUE-DAYS
                       END-IF
                       IF ALP-OTB-FLOOR NUMERIC
                           AND ALP-OTB-FLOOR > 0
                           MOVE ALP-OTB-FLOOR TO WS-OTB-FLOOR
                       END-IF
                       IF ALP-LIMIT-WINDOW NUMERIC
                           AND ALP-LIMIT-WINDOW > 0
                           MOVE ALP-LIMIT-WINDOW TO WS-LIMIT-WINDOW
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       0100-LOAD-STMT-SNAPSHOTS.
           OPEN INPUT STMT-HIST-FILE
           IF WS-SHS-SUCCESS
               PERFORM 0150-READ-SNAPSHOT
                   UNTIL WS-SHS-EOF
               CLOSE STMT-HIST-FILE
           END-IF
           DISPLAY 'STATEMENT SNAPSHOTS: ' WS-STMT-USED.

       0150-READ-SNAPSHOT.
           READ STMT-HIST-FILE
               AT END SET WS-SHS-EOF TO TRUE
               NOT AT END
                   PERFORM 0160-POST-SNAPSHOT
           END-READ.

      *===============================================================
      * 0160-POST-SNAPSHOT: Keep only the latest cycle per account --
      * a later record for the same account overlays the earlier one.
      *===============================================================
       0160-POST-SNAPSHOT.
           MOVE 'N' TO WS-STMT-FOUND
           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
               UNTIL WS-STMT-IDX > WS-STMT-USED
               OR STMT-WAS-FOUND
               IF SH-ACCT-NUMBER = WS-SNP-ACCT-NUMBER(WS-STMT-IDX)
                   SET STMT-WAS-FOUND TO TRUE
                   MOVE WS-STMT-IDX TO WS-STMT-SUB
               END-IF
           END-PERFORM
           IF NOT STMT-WAS-FOUND
               IF WS-STMT-USED >= WS-STMT-MAX
                   DISPLAY 'SNAPSHOT TABLE FULL, DROPPING: '
                       SH-ACCT-NUMBER
                   ADD 1 TO WS-STMT-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-STMT-USED
               MOVE WS-STMT-USED TO WS-STMT-SUB
               MOVE SH-ACCT-NUMBER
                   TO WS-SNP-ACCT-NUMBER(WS-STMT-SUB)
           END-IF
           MOVE SH-CYCLE-DATE TO WS-SNP-CYCLE-DATE(WS-STMT-SUB)
           MOVE SH-MIN-DUE    TO WS-SNP-MIN-DUE(WS-STMT-SUB).

       1000-PROCESS-RECORDS.
           READ CARD-MASTER-FILE NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM 1100-SCREEN-ACCOUNT
           END-READ.

      *===============================================================
      * 1100-SCREEN-ACCOUNT: No alerts to a closed or charged-off
      * account, to an estate, or to a cardholder under the
      * bankruptcy stay.
      *===============================================================
       1100-SCREEN-ACCOUNT.
           IF ACCT-CLOSED
               OR ACCT-CHARGED-OFF
               OR ACCT-DECEASED
               OR ACCT-IN-BANKRUPTCY
               ADD 1 TO WS-EXCLUDED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           MOVE 'N' TO WS-CHANGED-FLAG
           PERFORM 1200-SET-CHANNEL
           IF ACCT-CREDIT
               PERFORM 2000-CHECK-PAYMENT-DUE
               PERFORM 2500-CHECK-OPEN-TO-BUY
           END-IF
           PERFORM 3000-CHECK-POSTED-ACTIVITY
           IF WS-MASTER-CHANGED
               REWRITE CARD-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'REWRITE FAILED FOR ACCT: '
                           ACCT-NUMBER
                   NOT INVALID KEY
                       PERFORM 3800-JOURNAL-CHANGE
               END-REWRITE
           END-IF.

      *===============================================================
      * 1200-SET-CHANNEL: Email or text as the cardholder prefers;
      * the other electronic address when the preferred one is not
      * on file or the preference is mail.
      *===============================================================
       1200-SET-CHANNEL.
           MOVE SPACE TO WS-CHANNEL
           EVALUATE TRUE
               WHEN CH-CONTACT-EMAIL AND CH-EMAIL NOT = SPACES
                   MOVE 'E' TO WS-CHANNEL
               WHEN CH-CONTACT-PHONE AND CH-PHONE NOT = SPACES
                   MOVE 'S' TO WS-CHANNEL
               WHEN CH-EMAIL NOT = SPACES
                   MOVE 'E' TO WS-CHANNEL
               WHEN CH-PHONE NOT = SPACES
                   MOVE 'S' TO WS-CHANNEL
           END-EVALUATE.

      *===============================================================
      * 2000-CHECK-PAYMENT-DUE: Same payments-since-statement test
      * DELINQ ages on, run ahead of the due date instead of after
      * it. A payment reversed in the window never counted.
      *===============================================================
       2000-CHECK-PAYMENT-DUE.
           IF ACCT-PAYMENT-DUE-DATE = 0
               OR ACCT-ALERT-DUE-DATE = ACCT-PAYMENT-DUE-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-TO-DUE =
               FUNCTION INTEGER-OF-DATE(ACCT-PAYMENT-DUE-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           IF WS-DAYS-TO-DUE < 0
               OR WS-DAYS-TO-DUE > WS-DUE-DAYS
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-FIND-SNAPSHOT
           IF NOT STMT-WAS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-SNP-MIN-DUE(WS-STMT-SUB) <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PAID-SINCE-STMT
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
               IF TH-PAYMENT(WS-TRANS-IDX)
                   AND TH-TRANS-DATE(WS-TRANS-IDX) >=
                       WS-SNP-CYCLE-DATE(WS-STMT-SUB)
                   ADD TH-TRANS-AMOUNT(WS-TRANS-IDX)
                       TO WS-PAID-SINCE-STMT
               END-IF
               IF TH-PAY-REVERSAL(WS-TRANS-IDX)
                   AND TH-TRANS-DATE(WS-TRANS-IDX) >=
                       WS-SNP-CYCLE-DATE(WS-STMT-SUB)
                   SUBTRACT TH-TRANS-AMOUNT(WS-TRANS-IDX)
                       FROM WS-PAID-SINCE-STMT
               END-IF
           END-PERFORM
           IF WS-PAID-SINCE-STMT >= WS-SNP-MIN-DUE(WS-STMT-SUB)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ALERT-RECORD
           SET ALX-PAYMENT-DUE TO TRUE
           COMPUTE ALX-AMOUNT =
               WS-SNP-MIN-DUE(WS-STMT-SUB) - WS-PAID-SINCE-STMT
           MOVE ACCT-PAYMENT-DUE-DATE TO ALX-EVENT-DATE
           MOVE 'MINIMUM PAYMENT DUE' TO ALX-DESCRIPTION
           PERFORM 4000-WRITE-ALERT
           IF NOT WS-NO-CHANNEL
               ADD 1 TO WS-DUE-COUNT
               MOVE ACCT-PAYMENT-DUE-DATE TO ACCT-ALERT-DUE-DATE
               SET WS-MASTER-CHANGED TO TRUE
           END-IF.

       2100-FIND-SNAPSHOT.
           MOVE 'N' TO WS-STMT-FOUND
           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
               UNTIL WS-STMT-IDX > WS-STMT-USED
               OR STMT-WAS-FOUND
               IF ACCT-NUMBER = WS-SNP-ACCT-NUMBER(WS-STMT-IDX)
                   SET STMT-WAS-FOUND TO TRUE
                   MOVE WS-STMT-IDX TO WS-STMT-SUB
               END-IF
           END-PERFORM.

      *===============================================================
      * 2500-CHECK-OPEN-TO-BUY: Open-to-buy net of authorization
      * holds, the same figure ACCTINQ shows the rep.
      *===============================================================
       2500-CHECK-OPEN-TO-BUY.
           IF ACCT-CREDIT-LIMIT <= 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OPEN-TO-BUY = ACCT-CREDIT-LIMIT
               - ACCT-BALANCE - ACCT-AUTH-HOLDS
           IF WS-OPEN-TO-BUY >= WS-OTB-FLOOR
               EXIT PARAGRAPH
           END-IF
           IF ACCT-ALERT-LIMIT-DATE > 0
               COMPUTE WS-DAYS-SINCE-ALERT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) -
                   FUNCTION INTEGER-OF-DATE(ACCT-ALERT-LIMIT-DATE)
               IF WS-DAYS-SINCE-ALERT < WS-LIMIT-WINDOW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO ALERT-RECORD
           SET ALX-NEAR-LIMIT TO TRUE
           MOVE WS-OPEN-TO-BUY TO ALX-AMOUNT
           MOVE WS-CURRENT-DATE TO ALX-EVENT-DATE
           MOVE 'AVAILABLE CREDIT LOW' TO ALX-DESCRIPTION
           PERFORM 4000-WRITE-ALERT
           IF NOT WS-NO-CHANNEL
               ADD 1 TO WS-LIMIT-COUNT
               MOVE WS-CURRENT-DATE TO ACCT-ALERT-LIMIT-DATE
               SET WS-MASTER-CHANGED TO TRUE
           END-IF.

      *===============================================================
      * 3000-CHECK-POSTED-ACTIVITY: Rows dated after the account's
      * alert through date, up to tonight's business date.
      *===============================================================
       3000-CHECK-POSTED-ACTIVITY.
           IF ACCT-ALERT-THRU-DATE >= WS-CURRENT-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
               IF TH-TRANS-DATE(WS-TRANS-IDX) > ACCT-ALERT-THRU-DATE
                   AND TH-TRANS-DATE(WS-TRANS-IDX) <= WS-CURRENT-DATE
                   PERFORM 3100-CHECK-ONE-ROW
               END-IF
           END-PERFORM
           MOVE WS-CURRENT-DATE TO ACCT-ALERT-THRU-DATE
           SET WS-MASTER-CHANGED TO TRUE.

      *===============================================================
      * 3100-CHECK-ONE-ROW: A PAYXFER pull of a misapplied payment
      * ('MPT' rows) was never this cardholder's payment, so it is
      * not reported as returned.
      *===============================================================
       3100-CHECK-ONE-ROW.
           MOVE SPACES TO ALERT-RECORD
           EVALUATE TRUE
               WHEN TH-PURCHASE(WS-TRANS-IDX)
                   IF ACCT-ALERT-PURCH-AMT > 0
                       AND TH-TRANS-AMOUNT(WS-TRANS-IDX)
                           > ACCT-ALERT-PURCH-AMT
                       SET ALX-LARGE-PURCHASE TO TRUE
                   END-IF
               WHEN TH-PAYMENT(WS-TRANS-IDX)
                   SET ALX-PAYMENT-POSTED TO TRUE
               WHEN TH-PAY-REVERSAL(WS-TRANS-IDX)
                   IF TH-TRANS-ID(WS-TRANS-IDX)(1:3) NOT = 'MPT'
                       SET ALX-PAYMENT-RETURNED TO TRUE
                   END-IF
           END-EVALUATE
           IF ALX-ALERT-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TH-TRANS-AMOUNT(WS-TRANS-IDX) TO ALX-AMOUNT
           MOVE TH-TRANS-DATE(WS-TRANS-IDX) TO ALX-EVENT-DATE
           MOVE TH-TRANS-DESC(WS-TRANS-IDX) TO ALX-DESCRIPTION
           PERFORM 4000-WRITE-ALERT
           IF NOT WS-NO-CHANNEL
               EVALUATE TRUE
                   WHEN ALX-LARGE-PURCHASE
                       ADD 1 TO WS-PURCHASE-COUNT
                   WHEN ALX-PAYMENT-POSTED
                       ADD 1 TO WS-POSTED-COUNT
                   WHEN ALX-PAYMENT-RETURNED
                       ADD 1 TO WS-RETURNED-COUNT
               END-EVALUATE
           END-IF.

       3800-JOURNAL-CHANGE.
           MOVE 'ALERTEXT' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
      * 4000-WRITE-ALERT: The caller has set the type, amount, event
      * date, and description; the account goes out masked through
      * the shared MASKRTN. No email or phone on file means the
      * alert is only counted.
      *===============================================================
       4000-WRITE-ALERT.
           IF WS-NO-CHANNEL
               ADD 1 TO WS-UNREACHABLE-COUNT
               EXIT PARAGRAPH
           END-IF
           SET MSK-ACCT-NUMBER TO TRUE
           MOVE 'N' TO MSK-AUTHORIZED
           MOVE ACCT-NUMBER TO MSK-VALUE-IN
           CALL 'MASKRTN' USING WS-MASK-REQUEST
           MOVE MSK-VALUE-OUT TO ALX-MASKED-ACCT
           MOVE WS-CHANNEL TO ALX-CHANNEL
           IF ALX-BY-EMAIL
               MOVE CH-EMAIL TO ALX-EMAIL
           ELSE
               MOVE CH-PHONE TO ALX-PHONE
           END-IF
           MOVE CH-FIRST-NAME TO ALX-FIRST-NAME
           MOVE WS-CURRENT-DATE TO ALX-ALERT-DATE
           WRITE ALERT-RECORD
           ADD 1 TO WS-ALERT-COUNT.

      *===============================================================
      * 0040-SET-BUSINESS-DATE: The alert date is the JOB-CALENDAR
      * business date, not the wall clock; without a calendar on
      * file the system date applies.
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
