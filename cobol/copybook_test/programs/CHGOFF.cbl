      *---------------------------------------------------------------
      * CHGOFF.cbl -- Monthly charge-off of uncollectible balances
      * Writes off every CR account that has aged into the 180-day
      * bucket on the DELINQ collections queue (COLLQ), and every
      * decedent account whose estate has had WS-DECEASED-DAYS past the
      * date of death to settle, and every account whose bankruptcy
      * BKINTAK has recorded as discharged. The written-off balance
      * posts as a 'CO' row on TRANS-HISTORY, the four balance buckets
      * and ACCT-BALANCE go to zero, and the master moves to charged-off
      * status ('W') with the date, amount, and reason through the
      * CHGJRNL journal. From then on INTEREST, FEEASSES, BILLING, and
      * DELINQ leave the account alone and BUREAU reports it under the
      * charge-off status code.
      *
      * Each write-off is appended to the CHGOHIST history with its
      * bucket split, and the run writes one Dr/Cr pair per bucket
      * to CHGOGL in GL-JOURNAL layout against the 120000 card
      * receivable: principal (purchases and cash advances) debits
      * the 150000 loan-loss allowance, billed fees reverse against
      * 420000 fee income and billed finance charges against 400000
      * interest income. GLFEED skips the 'CO' rows so the loss is
      * booked once. The run-control record lets BALCTL prove the
      * receivable moved by exactly what was written off.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE
               ASSIGN TO 'COLLQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLQ-STATUS.

           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HISTORY-OUT-FILE
               ASSIGN TO 'CHGOHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COH-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO 'CHGOGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT CONTROL-FILE
               ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           COPY COLLECTION-QUEUE.

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  HISTORY-OUT-FILE.
       01  HISTORY-OUT-RECORD.
           COPY CHARGE-OFF-HISTORY.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           COPY GL-JOURNAL.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           COPY RUN-CONTROL.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-CLQ-STATUS           PIC XX.
           88  WS-CLQ-SUCCESS      VALUE '00'.
           88  WS-CLQ-EOF          VALUE '10'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
           88  WS-EOF              VALUE '10'.
       01  WS-COH-STATUS           PIC XX.
           88  WS-COH-SUCCESS      VALUE '00'.
           88  WS-COH-NOT-FOUND    VALUE '35'.
       01  WS-JRN-STATUS           PIC XX.
           88  WS-JRN-SUCCESS      VALUE '00'.
       01  WS-CTL-STATUS           PIC XX.
           88  WS-CTL-SUCCESS      VALUE '00'.
           88  WS-CTL-NOT-FOUND    VALUE '35'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-CURRENT-TIME         PIC 9(06).

      *    Charge-off rules: the DELINQ aging bucket at which a
      *    delinquent balance is written off, and the days after
      *    the date of death an estate has to settle before the
      *    remaining balance is.
       01  WS-CHGOFF-BUCKET        PIC 9(03) VALUE 180.
       01  WS-DECEASED-DAYS        PIC 9(03) VALUE 120.
       01  WS-DAYS-SINCE-DEATH     PIC S9(07) VALUE 0.

      *    GL accounts for the bucket-level journal. Every pair
      *    credits the card receivable; the debit side depends on
      *    whether the bucket was principal or billed income.
       01  WS-GL-RECEIVABLE        PIC X(06) VALUE '120000'.
       01  WS-GL-ALLOWANCE         PIC X(06) VALUE '150000'.
       01  WS-GL-FEE-INCOME        PIC X(06) VALUE '420000'.
       01  WS-GL-INT-INCOME        PIC X(06) VALUE '400000'.
       01  WS-GL-DEBIT-ACCOUNT     PIC X(06).
       01  WS-GL-AMOUNT            PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.

       01  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-CHGOFF-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-DELINQ-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-DECEASED-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-BANKRUPT-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-NO-BALANCE-COUNT     PIC 9(05) VALUE ZEROS.
       01  WS-SKIPPED-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-BKT-ADJ-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-GL-LINE-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-NEXT-SEQ             PIC 9(07) VALUE ZEROS.
       01  WS-NEXT-TRANS-ID        PIC X(12).

       01  WS-CO-REASON            PIC X(01).
           88  WS-CO-NONE          VALUE SPACE.
       01  WS-CO-BUCKET            PIC 9(03) VALUE ZEROS.
       01  WS-CO-AMOUNT            PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-BKT-DIFF             PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.

      *    Bucket totals for the GL journal, and the proof that the
      *    debits, the credits, and the balances written off agree.
       01  WS-PURCH-TOTAL          PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-CASH-TOTAL           PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-FEES-TOTAL           PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-INT-TOTAL            PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-CHGOFF-TOTAL         PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-DEBIT-TOTAL          PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-CREDIT-TOTAL         PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.

       01  WS-BAL-BEFORE-TOTAL     PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-BAL-AFTER-TOTAL      PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-AMOUNT-POSTED-TOTAL  PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.

      *    Accounts on COLLQ at or past the charge-off bucket,
      *    loaded once and matched as CARDMAST is swept.
       01  WS-QUEUE-MAX            PIC 9(04) VALUE 1000.
       01  WS-QUEUE-USED           PIC 9(04) VALUE ZEROS.
       01  WS-QUEUE-DROPPED        PIC 9(05) VALUE ZEROS.
       01  WS-QUEUE-IDX            PIC 9(04) VALUE ZEROS.
       01  WS-QUEUE-SUB            PIC 9(04) VALUE ZEROS.
       01  WS-QUEUE-FOUND          PIC X VALUE 'N'.
           88  QUEUE-WAS-FOUND     VALUE 'Y'.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ENTRY OCCURS 1000 TIMES.
               10  WS-CLQ-ACCT-NUMBER  PIC X(16).
               10  WS-CLQ-BUCKET       PIC 9(03).

      *    Parameter area for the shared CHGJRNL change-journal
      *    writer -- before image captured at READ time, after image
      *    at REWRITE time.
       01  WS-JOURNAL-REQUEST.
           COPY CHANGE-JOURNAL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME.
           PERFORM 0100-LOAD-QUEUE.
           PERFORM 0060-OPEN-CONTROL-FILE.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND HISTORY-OUT-FILE.
           IF WS-COH-NOT-FOUND
               OPEN OUTPUT HISTORY-OUT-FILE
           END-IF.
           IF NOT WS-COH-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-COH-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           IF NOT WS-JRN-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-JRN-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE HISTORY-OUT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-RECORDS
               UNTIL WS-EOF.
           PERFORM 8000-WRITE-GL-JOURNAL.
           PERFORM 9200-WRITE-CONTROL-RECORD.
           CLOSE CONTROL-FILE.
           CLOSE CARD-MASTER-FILE.
           CLOSE HISTORY-OUT-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY 'RECORDS:            ' WS-RECORD-COUNT.
           DISPLAY 'CHARGED OFF:        ' WS-CHGOFF-COUNT.
           DISPLAY '  DELINQUENCY:      ' WS-DELINQ-COUNT.
           DISPLAY '  DECEASED:         ' WS-DECEASED-COUNT.
           DISPLAY '  BANKRUPTCY:       ' WS-BANKRUPT-COUNT.
           DISPLAY 'AMOUNT WRITTEN OFF: ' WS-CHGOFF-TOTAL.
           DISPLAY 'NO BALANCE TO WRITE OFF: ' WS-NO-BALANCE-COUNT.
           DISPLAY 'BUCKETS ADJUSTED:   ' WS-BKT-ADJ-COUNT.
           DISPLAY 'SKIPPED (TABLE FULL): ' WS-SKIPPED-COUNT.
           DISPLAY 'GL LINES WRITTEN:   ' WS-GL-LINE-COUNT.
           MOVE 0 TO RETURN-CODE
           IF WS-QUEUE-DROPPED > 0
               DISPLAY 'QUEUE ENTRIES DROPPED AT TABLE CAP: '
                   WS-QUEUE-DROPPED ' -- CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               OR WS-DEBIT-TOTAL NOT = WS-CHGOFF-TOTAL
               DISPLAY 'CHARGE-OFF JOURNAL OUT OF BALANCE -- '
                   'CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *===============================================================
      * 0100-LOAD-QUEUE: Keep the COLLQ entries still open at or
      * past the charge-off bucket. A cured or already charged-off
      * entry is history, not a candidate.
      *===============================================================
       0100-LOAD-QUEUE.
           OPEN INPUT QUEUE-FILE
           IF WS-CLQ-SUCCESS
               PERFORM 0150-READ-QUEUE-ENTRY
                   UNTIL WS-CLQ-EOF
               CLOSE QUEUE-FILE
           END-IF
           DISPLAY 'CHARGE-OFF CANDIDATES ON COLLQ: ' WS-QUEUE-USED.

       0150-READ-QUEUE-ENTRY.
           READ QUEUE-FILE
               AT END SET WS-CLQ-EOF TO TRUE
               NOT AT END
                   IF CQ-BUCKET >= WS-CHGOFF-BUCKET
                       AND NOT CQ-CURED
                       AND NOT CQ-CHARGED-OFF
                       IF WS-QUEUE-USED >= WS-QUEUE-MAX
                           ADD 1 TO WS-QUEUE-DROPPED
                           DISPLAY 'QUEUE TABLE FULL, DROPPING: '
                               CQ-ACCT-NUMBER
                       ELSE
                           ADD 1 TO WS-QUEUE-USED
                           MOVE CQ-ACCT-NUMBER
                               TO WS-CLQ-ACCT-NUMBER(WS-QUEUE-USED)
                           MOVE CQ-BUCKET
                               TO WS-CLQ-BUCKET(WS-QUEUE-USED)
                       END-IF
                   END-IF
           END-READ.

       1000-PROCESS-RECORDS.
           READ CARD-MASTER-FILE NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   IF ACCT-CREDIT
                       AND (ACCT-ACTIVE OR ACCT-FROZEN)
                       PERFORM 2000-CHECK-ACCOUNT
                   END-IF
           END-READ.

      *===============================================================
      * 2000-CHECK-ACCOUNT: Decide whether a charge-off rule applies.
      * The decedent rule is checked first -- an estate account that
      * also aged out on the queue is still an estate loss -- then
      * a bankruptcy discharge, then the queue age.
      *===============================================================
       2000-CHECK-ACCOUNT.
           MOVE SPACE TO WS-CO-REASON
           MOVE 0 TO WS-CO-BUCKET
           PERFORM 2100-FIND-QUEUE-ENTRY
           IF QUEUE-WAS-FOUND
               MOVE WS-CLQ-BUCKET(WS-QUEUE-SUB) TO WS-CO-BUCKET
           END-IF
           MOVE 0 TO WS-DAYS-SINCE-DEATH
           IF ACCT-DECEASED
               AND ACCT-DEATH-DATE > 0
               COMPUTE WS-DAYS-SINCE-DEATH =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) -
                   FUNCTION INTEGER-OF-DATE(ACCT-DEATH-DATE)
           END-IF
           EVALUATE TRUE
               WHEN ACCT-DECEASED
                   AND WS-DAYS-SINCE-DEATH >= WS-DECEASED-DAYS
                   MOVE 'E' TO WS-CO-REASON
      *        A discharged debt is uncollectible by law from the
      *        discharge date, whatever its age on the queue.
               WHEN ACCT-BK-DISCHARGED
                   MOVE 'B' TO WS-CO-REASON
               WHEN QUEUE-WAS-FOUND
                   MOVE 'D' TO WS-CO-REASON
           END-EVALUATE
           IF WS-CO-NONE
               EXIT PARAGRAPH
           END-IF
           IF ACCT-BALANCE <= 0
               ADD 1 TO WS-NO-BALANCE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF TH-TRANS-COUNT >= 50
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'TRANS TABLE FULL, NOT CHARGED OFF: '
                   ACCT-NUMBER
               EXIT PARAGRAPH
           END-IF
           PERFORM 3000-WRITE-OFF-ACCOUNT.

       2100-FIND-QUEUE-ENTRY.
           MOVE 'N' TO WS-QUEUE-FOUND
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-USED
               OR QUEUE-WAS-FOUND
               IF ACCT-NUMBER = WS-CLQ-ACCT-NUMBER(WS-QUEUE-IDX)
                   SET QUEUE-WAS-FOUND TO TRUE
                   MOVE WS-QUEUE-IDX TO WS-QUEUE-SUB
               END-IF
           END-PERFORM.

      *===============================================================
      * 3000-WRITE-OFF-ACCOUNT: Post the 'CO' row for the full
      * balance, zero the buckets, and move the master to charged
      * off. The buckets should already sum to ACCT-BALANCE (RECONCIL
      * checks it nightly); any difference is folded into the
      * purchase bucket so the journal still explains every dollar
      * written off.
      *===============================================================
       3000-WRITE-OFF-ACCOUNT.
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           MOVE ACCT-BALANCE TO WS-CO-AMOUNT
           COMPUTE WS-BKT-DIFF = ACCT-BALANCE
               - ACCT-BKT-FEES - ACCT-BKT-INTEREST
               - ACCT-BKT-PURCHASES - ACCT-BKT-CASH-ADV
           IF WS-BKT-DIFF NOT = 0
               ADD 1 TO WS-BKT-ADJ-COUNT
               DISPLAY 'BUCKETS DO NOT SUM TO BALANCE, '
                   'DIFFERENCE TO PURCHASES: ' ACCT-NUMBER
               ADD WS-BKT-DIFF TO ACCT-BKT-PURCHASES
           END-IF

           MOVE SPACES TO HISTORY-OUT-RECORD
           MOVE ACCT-NUMBER        TO COH-ACCT-NUMBER
           MOVE WS-CURRENT-DATE    TO COH-CHGOFF-DATE
           MOVE WS-CO-REASON       TO COH-REASON
           MOVE WS-CO-BUCKET       TO COH-BUCKET
           MOVE ACCT-OPEN-DATE     TO COH-OPEN-DATE
           MOVE WS-CO-AMOUNT       TO COH-AMOUNT
           MOVE ACCT-BKT-PURCHASES TO COH-PURCHASES
           MOVE ACCT-BKT-CASH-ADV  TO COH-CASH-ADV
           MOVE ACCT-BKT-FEES      TO COH-FEES
           MOVE ACCT-BKT-INTEREST  TO COH-INTEREST

           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO TH-TRANS-COUNT
           STRING 'CHO' DELIMITED SIZE
                  WS-NEXT-SEQ DELIMITED SIZE
               INTO WS-NEXT-TRANS-ID
           END-STRING
           MOVE WS-NEXT-TRANS-ID TO TH-TRANS-ID(TH-TRANS-COUNT)
           MOVE WS-CURRENT-DATE TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE 'CO' TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           MOVE WS-CO-AMOUNT TO TH-TRANS-AMOUNT(TH-TRANS-COUNT)
           EVALUATE WS-CO-REASON
               WHEN 'E'
                   MOVE 'CHARGE-OFF - DECEASED'
                       TO TH-TRANS-DESC(TH-TRANS-COUNT)
               WHEN 'B'
                   MOVE 'CHARGE-OFF - BANKRUPTCY'
                       TO TH-TRANS-DESC(TH-TRANS-COUNT)
               WHEN OTHER
                   MOVE 'CHARGE-OFF - DELINQUENCY'
                       TO TH-TRANS-DESC(TH-TRANS-COUNT)
           END-EVALUATE
           MOVE SPACES TO TH-MERCHANT-ID(TH-TRANS-COUNT)
           MOVE SPACES TO TH-TRANS-DETAIL(TH-TRANS-COUNT)

           MOVE 0 TO ACCT-BKT-FEES
           MOVE 0 TO ACCT-BKT-INTEREST
           MOVE 0 TO ACCT-BKT-PURCHASES
           MOVE 0 TO ACCT-BKT-CASH-ADV
           SUBTRACT WS-CO-AMOUNT FROM ACCT-BALANCE
           SET ACCT-CHARGED-OFF TO TRUE
           MOVE WS-CURRENT-DATE TO ACCT-CHGOFF-DATE
           MOVE WS-CO-AMOUNT TO ACCT-CHGOFF-AMOUNT
           MOVE WS-CO-REASON TO ACCT-CHGOFF-REASON
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
               NOT INVALID KEY
                   PERFORM 3900-JOURNAL-CHANGE
                   PERFORM 3950-ACCUM-CHARGE-OFF
           END-REWRITE.

      *===============================================================
      * 3900-JOURNAL-CHANGE: Append the before/after image pair for
      * the update just applied to the shared change journal.
      *===============================================================
       3900-JOURNAL-CHANGE.
           MOVE 'CHGOFF' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
      * 3950-ACCUM-CHARGE-OFF: Only a write-off that reached the
      * master counts -- into the history file, the bucket totals
      * the GL journal is cut from, and the money movement BALCTL
      * checks. The amount posted is the negative of the write-off.
      *===============================================================
       3950-ACCUM-CHARGE-OFF.
           WRITE HISTORY-OUT-RECORD
           ADD 1 TO WS-CHGOFF-COUNT
           EVALUATE WS-CO-REASON
               WHEN 'E'
                   ADD 1 TO WS-DECEASED-COUNT
               WHEN 'B'
                   ADD 1 TO WS-BANKRUPT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DELINQ-COUNT
           END-EVALUATE
           ADD COH-PURCHASES TO WS-PURCH-TOTAL
           ADD COH-CASH-ADV  TO WS-CASH-TOTAL
           ADD COH-FEES      TO WS-FEES-TOTAL
           ADD COH-INTEREST  TO WS-INT-TOTAL
           ADD WS-CO-AMOUNT  TO WS-CHGOFF-TOTAL
           ADD JRN-BEFORE-BALANCE TO WS-BAL-BEFORE-TOTAL
           ADD ACCT-BALANCE TO WS-BAL-AFTER-TOTAL
           SUBTRACT WS-CO-AMOUNT FROM WS-AMOUNT-POSTED-TOTAL.

      *===============================================================
      * 8000-WRITE-GL-JOURNAL: One balanced Dr/Cr pair per bucket
      * with anything written off this run.
      *===============================================================
       8000-WRITE-GL-JOURNAL.
           MOVE WS-GL-ALLOWANCE TO WS-GL-DEBIT-ACCOUNT
           MOVE WS-PURCH-TOTAL TO WS-GL-AMOUNT
           PERFORM 8100-WRITE-GL-PAIR
           MOVE WS-GL-ALLOWANCE TO WS-GL-DEBIT-ACCOUNT
           MOVE WS-CASH-TOTAL TO WS-GL-AMOUNT
           PERFORM 8100-WRITE-GL-PAIR
           MOVE WS-GL-FEE-INCOME TO WS-GL-DEBIT-ACCOUNT
           MOVE WS-FEES-TOTAL TO WS-GL-AMOUNT
           PERFORM 8100-WRITE-GL-PAIR
           MOVE WS-GL-INT-INCOME TO WS-GL-DEBIT-ACCOUNT
           MOVE WS-INT-TOTAL TO WS-GL-AMOUNT
           PERFORM 8100-WRITE-GL-PAIR.

      *===============================================================
      * 8100-WRITE-GL-PAIR: A bucket that nets negative (a credit
      * sitting in it) reverses the pair rather than posting a
      * negative amount.
      *===============================================================
       8100-WRITE-GL-PAIR.
           IF WS-GL-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'CO' TO GLJ-TRANS-TYPE
           MOVE WS-CURRENT-DATE TO GLJ-JOURNAL-DATE
           MOVE WS-GL-DEBIT-ACCOUNT TO GLJ-GL-ACCOUNT
           IF WS-GL-AMOUNT > 0
               SET GLJ-DEBIT TO TRUE
               MOVE WS-GL-AMOUNT TO GLJ-AMOUNT
           ELSE
               SET GLJ-CREDIT TO TRUE
               COMPUTE GLJ-AMOUNT = 0 - WS-GL-AMOUNT
           END-IF
           WRITE JOURNAL-RECORD
           MOVE WS-GL-RECEIVABLE TO GLJ-GL-ACCOUNT
           IF WS-GL-AMOUNT > 0
               SET GLJ-CREDIT TO TRUE
           ELSE
               SET GLJ-DEBIT TO TRUE
           END-IF
           WRITE JOURNAL-RECORD
           ADD 2 TO WS-GL-LINE-COUNT
      *    The proof totals are signed so a reversed pair still
      *    nets against the write-off total.
           ADD WS-GL-AMOUNT TO WS-DEBIT-TOTAL
           ADD WS-GL-AMOUNT TO WS-CREDIT-TOTAL.

      *===============================================================
      * 0060-OPEN-CONTROL-FILE: Open the shared run-control-totals
      * file for append; create it on the first-ever run.
      *===============================================================
       0060-OPEN-CONTROL-FILE.
           OPEN EXTEND CONTROL-FILE
           IF WS-CTL-NOT-FOUND
               OPEN OUTPUT CONTROL-FILE
           END-IF.

      *===============================================================
      * 9200-WRITE-CONTROL-RECORD: Append this run's counts and
      * money-movement totals to the shared control file so BALCTL
      * can prove the receivable moved by exactly the write-offs.
      *===============================================================
       9200-WRITE-CONTROL-RECORD.
           MOVE 'CHGOFF' TO RCT-PROGRAM-ID
           MOVE WS-CURRENT-DATE     TO RCT-RUN-DATE
           MOVE WS-CURRENT-TIME     TO RCT-RUN-TIME
           MOVE WS-RECORD-COUNT TO RCT-RECORDS-READ
           MOVE WS-CHGOFF-COUNT TO RCT-RECORDS-WRITTEN
           MOVE WS-BAL-BEFORE-TOTAL TO RCT-BALANCE-BEFORE
           MOVE WS-BAL-AFTER-TOTAL  TO RCT-BALANCE-AFTER
           MOVE WS-AMOUNT-POSTED-TOTAL TO RCT-AMOUNT-POSTED
           MOVE SPACES TO RCT-RANGE-TAG
           WRITE CONTROL-RECORD.

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
