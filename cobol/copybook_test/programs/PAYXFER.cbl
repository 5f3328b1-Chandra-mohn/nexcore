      *---------------------------------------------------------------
      * PAYXFER.cbl -- Misapplied payment transfer between accounts
      * A lockbox or autopay payment that landed on the wrong
      * account is moved in one step instead of a hand-keyed
      * reversal on one account and a hand-keyed payment on the
      * other. Each request (PAYXFRRQ) names the 'PA' row by
      * transaction id -- on the master's open-cycle table or
      * already offloaded to TRANHIST -- and the account it
      * belonged to.
      *
      * The wrong account gets a 'PR' reversal row that puts back
      * exactly the bucket split the payment relieved (the split
      * TRANLOAD records on the 'PA' row; a payment posted before
      * the split was recorded re-debits purchases, as an NSF
      * return does). The right account gets the payment as a new
      * 'PA' row allocated in the cardholder-agreement order. Both
      * rows carry the payment's original effective date: BILLING's
      * late-fee test, DELINQ's paid-since-statement test, and the
      * INTEREST grace test all see it as on time, and GLFEED sees
      * both rows or neither -- no cash moved, so the GL nets to
      * nothing. Any BILLING late fee posted on the right account
      * within WS-LATE-FEE-WINDOW days after the payment's date,
      * and not already reversed, was assessed only because the
      * money was elsewhere and is reversed with it.
      *
      * A payment already transferred, or returned unpaid, is
      * refused. Both sides are journaled through CHGJRNL and land
      * on one paired audit record (PAYXAUD).
      *
      * A payment dated in a month PERCLOSE has closed (PERIODCT)
      * moves on the first open date instead, both rows naming the
      * original date in their descriptions and both logged on
      * PRIORPD -- the late-fee window still runs from the original
      * date. When 'PA' is on the period record's hold list the
      * transfer is refused and logged for accounting instead.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYXFER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE
               ASSIGN TO 'PAYXFRRQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'TRANHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HXS-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO 'PAYXAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT CONTROL-FILE
               ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT PERIOD-FILE
               ASSIGN TO 'PERIODCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCT-STATUS.

           SELECT PRIOR-PERIOD-FILE
               ASSIGN TO 'PRIORPD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           COPY PAY-TRANSFER-REQUEST.

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY TRANS-HIST-OFFLOAD.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY PAY-TRANSFER-AUDIT.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           COPY RUN-CONTROL.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           COPY PERIOD-CONTROL.

       FD  PRIOR-PERIOD-FILE.
       01  PRIOR-PERIOD-RECORD.
           COPY PRIOR-PERIOD-ITEM.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file. Time-of-day audit fields keep the wall clock.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-REQ-STATUS           PIC XX.
           88  WS-REQ-SUCCESS      VALUE '00'.
           88  WS-REQ-EOF          VALUE '10'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
       01  WS-AUD-STATUS           PIC XX.
           88  WS-AUD-SUCCESS      VALUE '00'.
           88  WS-AUD-NOT-FOUND    VALUE '35'.
       01  WS-CTL-STATUS           PIC XX.
           88  WS-CTL-SUCCESS      VALUE '00'.
           88  WS-CTL-NOT-FOUND    VALUE '35'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-CURRENT-TIME         PIC 9(06).

      *    Offloaded-history lookup (optional file, same pattern as
      *    DISPUTE and TRANLOAD's NSF path).
       01  WS-HXS-STATUS           PIC XX.
           88  WS-HXS-SUCCESS      VALUE '00'.
       01  WS-HIST-LOOKUP-FLAG     PIC X(01) VALUE 'N'.
           88  WS-HIST-LOOKUP-ON   VALUE 'Y'.
       01  WS-HIST-DONE-FLAG       PIC X(01) VALUE 'N'.
           88  WS-HIST-DONE        VALUE 'Y'.
      *    An offloaded row's detail seen through the layouts it
      *    carried on the master.
       01  WS-HX-DETAIL.
           05  WS-HXD-PAY-METHOD   PIC X(02).
           05  WS-HXD-PAY-REF-NUM  PIC X(20).
           05  FILLER              PIC X(38).
       01  WS-HX-REVERSAL REDEFINES WS-HX-DETAIL.
           05  WS-HXR-ORIG-ID      PIC X(12).
           05  FILLER              PIC X(48).

      *    The payment being moved, as found on the wrong account.
       01  WS-PAY-FOUND            PIC X VALUE 'N'.
           88  PAY-WAS-FOUND       VALUE 'Y'.
       01  WS-PAY-MOVED-FLAG       PIC X VALUE 'N'.
           88  PAY-WAS-MOVED       VALUE 'Y'.
       01  WS-PAY-RETURNED-FLAG    PIC X VALUE 'N'.
           88  PAY-WAS-RETURNED    VALUE 'Y'.
       01  WS-PAY-TYPE             PIC X(02).
       01  WS-PAY-DATE             PIC 9(08).
       01  WS-PAY-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-PAY-DETAIL.
           05  WS-PYD-METHOD       PIC X(02).
           05  WS-PYD-REF-NUM      PIC X(20).
           05  WS-PYD-BANK         PIC X(25).
           05  WS-PYD-ALLOCATION.
               10  WS-PYD-ALLOC-FEES   PIC S9(05)V99 COMP-3.
               10  WS-PYD-ALLOC-INT    PIC S9(05)V99 COMP-3.
               10  WS-PYD-ALLOC-CASH   PIC S9(07)V99 COMP-3.
       01  WS-ALLOC-KNOWN-FLAG     PIC X VALUE 'N'.
           88  ALLOC-IS-KNOWN      VALUE 'Y'.
       01  WS-ALLOC-REMAINING      PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-ALLOC-TAKE           PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.

      *    Late fees on the right account that the misapplication
      *    caused, and the fee ids already reversed there (by
      *    GOODWILL or an earlier transfer).
       01  WS-LATE-FEE-WINDOW      PIC 9(03) VALUE 60.
       01  WS-WINDOW-END-DATE      PIC 9(08).
       01  WS-FEE-MAX              PIC 9(02) VALUE 10.
       01  WS-FEE-USED             PIC 9(02) VALUE ZEROS.
       01  WS-FEE-IDX              PIC 9(02) VALUE ZEROS.
       01  WS-FEE-SUB              PIC 9(02) VALUE ZEROS.
       01  WS-FEE-FOUND            PIC X VALUE 'N'.
           88  FEE-WAS-FOUND       VALUE 'Y'.
       01  WS-FIND-FEE-ID          PIC X(12).
       01  WS-FEE-POSTED           PIC 9(02) VALUE ZEROS.
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 10 TIMES.
               10  WS-FEE-TRANS-ID     PIC X(12).
               10  WS-FEE-AMOUNT       PIC S9(11)V99 COMP-3.
               10  WS-FEE-REVERSED     PIC X(01).
       01  WS-FEE-TOTAL            PIC S9(11)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-CHECK-ID             PIC X(12).
       01  WS-CHECK-TYPE           PIC X(02).
       01  WS-CHECK-DATE           PIC 9(08).
       01  WS-CHECK-AMOUNT         PIC S9(11)V99 COMP-3.
       01  WS-BUCKET-TAKE          PIC S9(11)V99 COMP-3 VALUE 0.

      *    Closed-period guard, the same optional PERIODCT check
      *    TRANLOAD makes: WS-POST-DATE is the date both rows of
      *    the transfer carry.
       01  WS-PCT-STATUS           PIC XX.
           88  WS-PCT-SUCCESS      VALUE '00'.
       01  WS-PPI-STATUS           PIC XX.
           88  WS-PPI-SUCCESS      VALUE '00'.
           88  WS-PPI-NOT-FOUND    VALUE '35'.
       01  WS-PERIOD-GUARD-FLAG    PIC X(01) VALUE 'N'.
           88  WS-PERIOD-GUARD-ON  VALUE 'Y'.
       01  WS-PERIOD-CONTROL.
           COPY PERIOD-CONTROL
               REPLACING LEADING ==PCT== BY ==PER==.
       01  WS-PERIOD-ACTION        PIC X(01) VALUE SPACE.
           88  WS-POST-AS-DATED    VALUE SPACE.
           88  WS-POST-REDATED     VALUE 'R'.
           88  WS-POST-HELD        VALUE 'H'.
       01  WS-POST-DATE            PIC 9(08).
       01  WS-HOLD-IDX             PIC 9(02).
       01  WS-REDATED-COUNT        PIC 9(05) VALUE ZEROS.

       01  WS-REFUSAL              PIC X(20) VALUE SPACES.
       01  WS-TRANS-IDX            PIC 9(03).
       01  WS-NEXT-SEQ             PIC 9(07) VALUE ZEROS.
       01  WS-REQUEST-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-MOVED-COUNT          PIC 9(05) VALUE ZEROS.
       01  WS-REFUSED-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-FEES-REVERSED-COUNT  PIC 9(05) VALUE ZEROS.
       01  WS-REWRITE-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-BAL-BEFORE-TOTAL     PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-BAL-AFTER-TOTAL      PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-AMOUNT-POSTED-TOTAL  PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.

      *    Parameter area for the shared CHGJRNL change-journal
      *    writer -- before image captured at READ time, after image
      *    at REWRITE time.
       01  WS-JOURNAL-REQUEST.
           COPY CHANGE-JOURNAL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME.
           PERFORM 0045-LOAD-PERIOD-CONTROL.
           OPEN INPUT REQUEST-FILE.
           IF NOT WS-REQ-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-REQ-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE REQUEST-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF NOT WS-AUD-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-AUD-STATUS
               CLOSE REQUEST-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HXS-SUCCESS
               SET WS-HIST-LOOKUP-ON TO TRUE
           END-IF.
           PERFORM 0060-OPEN-CONTROL-FILE.
           PERFORM 2000-PROCESS-REQUESTS
               UNTIL WS-REQ-EOF.
           PERFORM 9200-WRITE-CONTROL-RECORD.
           CLOSE CONTROL-FILE.
           CLOSE REQUEST-FILE.
           CLOSE CARD-MASTER-FILE.
           CLOSE AUDIT-FILE.
           IF WS-HIST-LOOKUP-ON
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-PERIOD-GUARD-ON
               CLOSE PRIOR-PERIOD-FILE
           END-IF.
           DISPLAY 'REQUESTS:          ' WS-REQUEST-COUNT.
           DISPLAY 'PAYMENTS MOVED:    ' WS-MOVED-COUNT.
           DISPLAY 'LATE FEES REVERSED:' WS-FEES-REVERSED-COUNT.
           DISPLAY 'REFUSED:           ' WS-REFUSED-COUNT.
           DISPLAY 'CLOSED PERIOD ROWS RE-DATED: ' WS-REDATED-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       2000-PROCESS-REQUESTS.
           READ REQUEST-FILE
               AT END SET WS-REQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
                   PERFORM 2100-APPLY-REQUEST
           END-READ.

      *===============================================================
      * 2100-APPLY-REQUEST: Both accounts are checked before either
      * is touched, so a refusal leaves nothing half moved.
      *===============================================================
       2100-APPLY-REQUEST.
           MOVE SPACES TO AUDIT-RECORD
           MOVE PXR-REQUEST-ID TO PXA-REQUEST-ID
           MOVE PXR-TRANS-ID TO PXA-TRANS-ID
           MOVE 0 TO PXA-PAY-DATE
           MOVE 0 TO PXA-AMOUNT
           MOVE PXR-FROM-ACCT TO PXA-FROM-ACCT
           MOVE 0 TO PXA-FROM-BAL-BEFORE
           MOVE 0 TO PXA-FROM-BAL-AFTER
           MOVE PXR-TO-ACCT TO PXA-TO-ACCT
           MOVE 0 TO PXA-TO-BAL-BEFORE
           MOVE 0 TO PXA-TO-BAL-AFTER
           MOVE 0 TO PXA-FEES-REVERSED
           MOVE 0 TO PXA-FEE-AMOUNT
           MOVE PXR-REQUESTED-BY TO PXA-REQUESTED-BY
           MOVE PXR-REQUEST-DATE TO PXA-REQUEST-DATE
           MOVE WS-CURRENT-DATE TO PXA-ACTION-DATE
           MOVE SPACES TO WS-REFUSAL
           IF PXR-FROM-ACCT = PXR-TO-ACCT
               MOVE 'SAME ACCOUNT' TO WS-REFUSAL
               PERFORM 7000-WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM 3000-LOCATE-PAYMENT
           IF WS-REFUSAL NOT = SPACES
               PERFORM 7000-WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM 3500-CHECK-TO-ACCOUNT
           IF WS-REFUSAL NOT = SPACES
               PERFORM 7000-WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM 3800-CHECK-PERIOD
           IF WS-POST-HELD
               MOVE 'PAID IN CLOSED MONTH' TO WS-REFUSAL
               PERFORM 7000-WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM 4000-PULL-PAYMENT
           IF WS-REFUSAL NOT = SPACES
               PERFORM 7000-WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM 5000-APPLY-PAYMENT
           IF WS-REFUSAL NOT = SPACES
               DISPLAY 'PAYMENT PULLED BUT NOT RE-APPLIED: '
                   PXR-REQUEST-ID
               PERFORM 7000-WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MOVED-COUNT
           SET PXA-TRANSFERRED TO TRUE
           WRITE AUDIT-RECORD.

      *===============================================================
      * 3000-LOCATE-PAYMENT: Find the 'PA' row on the wrong account
      * and make sure it has not already been moved or returned.
      *===============================================================
       3000-LOCATE-PAYMENT.
           MOVE PXR-FROM-ACCT TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'FROM ACCT NOT FOUND' TO WS-REFUSAL
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-CHARGED-OFF
               MOVE 'FROM ACCT CHGD OFF' TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PAY-FOUND
           MOVE 'N' TO WS-PAY-MOVED-FLAG
           MOVE 'N' TO WS-PAY-RETURNED-FLAG
           PERFORM 3100-SCAN-FROM-ROW
               VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
           IF NOT PAY-WAS-FOUND AND WS-HIST-LOOKUP-ON
               PERFORM 3200-SCAN-FROM-OFFLOADED
           END-IF
      *    A return posts after the payment, so it may sit on the
      *    open-cycle table even when the payment has cycled off.
           IF PAY-WAS-FOUND AND WS-PYD-REF-NUM NOT = SPACES
               PERFORM 3150-SCAN-FOR-RETURN
                   VARYING WS-TRANS-IDX FROM 1 BY 1
                   UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
           END-IF
           EVALUATE TRUE
               WHEN NOT PAY-WAS-FOUND
                   MOVE 'PAYMENT NOT FOUND' TO WS-REFUSAL
               WHEN WS-PAY-TYPE NOT = 'PA'
                   OR WS-PAY-AMOUNT NOT > 0
                   MOVE 'NOT A PAYMENT' TO WS-REFUSAL
               WHEN PAY-WAS-MOVED
                   MOVE 'ALREADY TRANSFERRED' TO WS-REFUSAL
               WHEN PAY-WAS-RETURNED
                   MOVE 'PAYMENT RETURNED' TO WS-REFUSAL
               WHEN TH-TRANS-COUNT >= 50
                   MOVE 'FROM TABLE FULL' TO WS-REFUSAL
           END-EVALUATE
           IF WS-REFUSAL NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAY-DATE TO PXA-PAY-DATE
           MOVE WS-PAY-AMOUNT TO PXA-AMOUNT
      *    The recorded split is trusted only if it is all there
      *    and adds up to no more than the payment.
           MOVE 'N' TO WS-ALLOC-KNOWN-FLAG
           IF WS-PYD-ALLOC-FEES IS NUMERIC
               AND WS-PYD-ALLOC-INT IS NUMERIC
               AND WS-PYD-ALLOC-CASH IS NUMERIC
               IF WS-PYD-ALLOC-FEES >= 0
                   AND WS-PYD-ALLOC-INT >= 0
                   AND WS-PYD-ALLOC-CASH >= 0
                   AND WS-PYD-ALLOC-FEES + WS-PYD-ALLOC-INT
                       + WS-PYD-ALLOC-CASH NOT > WS-PAY-AMOUNT
                   SET ALLOC-IS-KNOWN TO TRUE
               END-IF
           END-IF.

       3100-SCAN-FROM-ROW.
           IF TH-TRANS-ID(WS-TRANS-IDX) = PXR-TRANS-ID
               AND NOT PAY-WAS-FOUND
               SET PAY-WAS-FOUND TO TRUE
               MOVE TH-TRANS-TYPE(WS-TRANS-IDX) TO WS-PAY-TYPE
               MOVE TH-TRANS-DATE(WS-TRANS-IDX) TO WS-PAY-DATE
               MOVE TH-TRANS-AMOUNT(WS-TRANS-IDX) TO WS-PAY-AMOUNT
               MOVE TH-TRANS-DETAIL(WS-TRANS-IDX) TO WS-PAY-DETAIL
           END-IF
           IF TH-PAY-REVERSAL(WS-TRANS-IDX)
               AND TH-TRANS-ID(WS-TRANS-IDX)(1:3) = 'MPT'
               AND TH-REV-ORIG-ID(WS-TRANS-IDX) = PXR-TRANS-ID
               SET PAY-WAS-MOVED TO TRUE
           END-IF.

       3150-SCAN-FOR-RETURN.
           IF TH-PAY-REVERSAL(WS-TRANS-IDX)
               AND TH-TRANS-ID(WS-TRANS-IDX)(1:3) NOT = 'MPT'
               AND TH-PAY-REF-NUM(WS-TRANS-IDX) = WS-PYD-REF-NUM
               SET PAY-WAS-RETURNED TO TRUE
           END-IF.

      *===============================================================
      * 3200-SCAN-FROM-OFFLOADED: The payment has cycled off --
      * browse the wrong account's TRANHIST rows for it, for an
      * earlier transfer of it, and for a return of it (which
      * always follows it in date order).
      *===============================================================
       3200-SCAN-FROM-OFFLOADED.
           MOVE 'N' TO WS-HIST-DONE-FLAG
           MOVE PXR-FROM-ACCT TO HX-ACCT-NUMBER
           MOVE 0 TO HX-TRANS-DATE
           MOVE LOW-VALUES TO HX-TRANS-ID
           START HISTORY-FILE KEY IS NOT LESS THAN HX-KEY
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-START
           PERFORM 3250-READ-FROM-OFFLOADED
               UNTIL WS-HIST-DONE.

       3250-READ-FROM-OFFLOADED.
           READ HISTORY-FILE NEXT
               AT END SET WS-HIST-DONE TO TRUE
               NOT AT END
                   IF HX-ACCT-NUMBER NOT = PXR-FROM-ACCT
                       SET WS-HIST-DONE TO TRUE
                   ELSE
                       MOVE HX-TRANS-DETAIL TO WS-HX-DETAIL
                       EVALUATE TRUE
                           WHEN HX-TRANS-ID = PXR-TRANS-ID
                               AND NOT PAY-WAS-FOUND
                               SET PAY-WAS-FOUND TO TRUE
                               MOVE HX-TRANS-TYPE TO WS-PAY-TYPE
                               MOVE HX-TRANS-DATE TO WS-PAY-DATE
                               MOVE HX-TRANS-AMOUNT
                                   TO WS-PAY-AMOUNT
                               MOVE HX-TRANS-DETAIL
                                   TO WS-PAY-DETAIL
                           WHEN HX-TRANS-TYPE = 'PR'
                               AND HX-TRANS-ID(1:3) = 'MPT'
                               IF WS-HXR-ORIG-ID = PXR-TRANS-ID
                                   SET PAY-WAS-MOVED TO TRUE
                               END-IF
                           WHEN HX-TRANS-TYPE = 'PR'
                               AND PAY-WAS-FOUND
                               AND WS-PYD-REF-NUM NOT = SPACES
                               IF WS-HXD-PAY-REF-NUM =
                                   WS-PYD-REF-NUM
                                   SET PAY-WAS-RETURNED TO TRUE
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

      *===============================================================
      * 3500-CHECK-TO-ACCOUNT: The right account must be open and
      * have room for the payment and every late fee it clears.
      *===============================================================
       3500-CHECK-TO-ACCOUNT.
           MOVE PXR-TO-ACCT TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'TO ACCT NOT FOUND' TO WS-REFUSAL
                   EXIT PARAGRAPH
           END-READ
           IF NOT ACCT-ACTIVE AND NOT ACCT-FROZEN
               MOVE 'TO ACCT NOT OPEN' TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM 3600-FIND-LATE-FEES
           IF TH-TRANS-COUNT + 1 + WS-FEE-POSTED > 50
               MOVE 'TO TABLE FULL' TO WS-REFUSAL
           END-IF.

      *===============================================================
      * 3600-FIND-LATE-FEES: BILLING's late fees ('LFE' rows) dated
      * from the payment's date through the window, on the table
      * or offloaded, less any a reversal row already names.
      *===============================================================
       3600-FIND-LATE-FEES.
           MOVE 0 TO WS-FEE-USED
           MOVE 0 TO WS-FEE-POSTED
           MOVE 0 TO WS-FEE-TOTAL
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PAY-DATE)
               + WS-LATE-FEE-WINDOW) TO WS-WINDOW-END-DATE
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
               MOVE TH-TRANS-ID(WS-TRANS-IDX) TO WS-CHECK-ID
               MOVE TH-TRANS-TYPE(WS-TRANS-IDX) TO WS-CHECK-TYPE
               MOVE TH-TRANS-DATE(WS-TRANS-IDX) TO WS-CHECK-DATE
               MOVE TH-TRANS-AMOUNT(WS-TRANS-IDX) TO WS-CHECK-AMOUNT
               MOVE TH-TRANS-DETAIL(WS-TRANS-IDX) TO WS-HX-DETAIL
               PERFORM 3650-CHECK-FEE-ROW
           END-PERFORM
           IF WS-HIST-LOOKUP-ON
               MOVE 'N' TO WS-HIST-DONE-FLAG
               MOVE PXR-TO-ACCT TO HX-ACCT-NUMBER
               MOVE WS-PAY-DATE TO HX-TRANS-DATE
               MOVE LOW-VALUES TO HX-TRANS-ID
               START HISTORY-FILE KEY IS NOT LESS THAN HX-KEY
                   INVALID KEY
                       SET WS-HIST-DONE TO TRUE
               END-START
               PERFORM 3700-READ-TO-OFFLOADED
                   UNTIL WS-HIST-DONE
           END-IF
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-USED
               IF WS-FEE-REVERSED(WS-FEE-IDX) NOT = 'Y'
                   ADD 1 TO WS-FEE-POSTED
                   ADD WS-FEE-AMOUNT(WS-FEE-IDX) TO WS-FEE-TOTAL
               END-IF
           END-PERFORM.

      *    A reversal row can be seen before or after the fee it
      *    names, so both are matched whichever comes first.
       3650-CHECK-FEE-ROW.
           IF WS-CHECK-TYPE = 'FE'
               AND WS-CHECK-ID(1:3) = 'LFE'
               AND WS-CHECK-DATE >= WS-PAY-DATE
               AND WS-CHECK-DATE <= WS-WINDOW-END-DATE
               AND WS-CHECK-AMOUNT > 0
               MOVE WS-CHECK-ID TO WS-FIND-FEE-ID
               PERFORM 3660-FIND-FEE
               IF FEE-WAS-FOUND
                   MOVE WS-CHECK-AMOUNT TO WS-FEE-AMOUNT(WS-FEE-SUB)
               ELSE
                   IF WS-FEE-USED >= WS-FEE-MAX
                       DISPLAY 'LATE FEE TABLE FULL, NOT REVERSED: '
                           WS-CHECK-ID
                   ELSE
                       ADD 1 TO WS-FEE-USED
                       MOVE WS-CHECK-ID
                           TO WS-FEE-TRANS-ID(WS-FEE-USED)
                       MOVE WS-CHECK-AMOUNT
                           TO WS-FEE-AMOUNT(WS-FEE-USED)
                       MOVE 'N' TO WS-FEE-REVERSED(WS-FEE-USED)
                   END-IF
               END-IF
           END-IF
           IF WS-CHECK-TYPE = 'FE'
               AND (WS-CHECK-ID(1:3) = 'GWR'
                   OR WS-CHECK-ID(1:3) = 'MPF')
               MOVE WS-HXR-ORIG-ID TO WS-FIND-FEE-ID
               PERFORM 3660-FIND-FEE
               IF FEE-WAS-FOUND
                   MOVE 'Y' TO WS-FEE-REVERSED(WS-FEE-SUB)
               ELSE
                   IF WS-FEE-USED < WS-FEE-MAX
                       ADD 1 TO WS-FEE-USED
                       MOVE WS-HXR-ORIG-ID
                           TO WS-FEE-TRANS-ID(WS-FEE-USED)
                       MOVE 0 TO WS-FEE-AMOUNT(WS-FEE-USED)
                       MOVE 'Y' TO WS-FEE-REVERSED(WS-FEE-USED)
                   END-IF
               END-IF
           END-IF.

       3660-FIND-FEE.
           MOVE 'N' TO WS-FEE-FOUND
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-USED
               OR FEE-WAS-FOUND
               IF WS-FEE-TRANS-ID(WS-FEE-IDX) = WS-FIND-FEE-ID
                   SET FEE-WAS-FOUND TO TRUE
                   MOVE WS-FEE-IDX TO WS-FEE-SUB
               END-IF
           END-PERFORM.

       3700-READ-TO-OFFLOADED.
           READ HISTORY-FILE NEXT
               AT END SET WS-HIST-DONE TO TRUE
               NOT AT END
                   IF HX-ACCT-NUMBER NOT = PXR-TO-ACCT
                       SET WS-HIST-DONE TO TRUE
                   ELSE
                       MOVE HX-TRANS-ID TO WS-CHECK-ID
                       MOVE HX-TRANS-TYPE TO WS-CHECK-TYPE
                       MOVE HX-TRANS-DATE TO WS-CHECK-DATE
                       MOVE HX-TRANS-AMOUNT TO WS-CHECK-AMOUNT
                       MOVE HX-TRANS-DETAIL TO WS-HX-DETAIL
                       PERFORM 3650-CHECK-FEE-ROW
                   END-IF
           END-READ.

      *===============================================================
      * 3800-CHECK-PERIOD: A payment dated on or before the closed-
      * through date moves on the first open date, unless 'PA' is
      * on the hold list -- then the transfer is logged and refused
      * before either account is touched.
      *===============================================================
       3800-CHECK-PERIOD.
           MOVE WS-PAY-DATE TO WS-POST-DATE
           MOVE SPACE TO WS-PERIOD-ACTION
           IF NOT WS-PERIOD-GUARD-ON
               OR WS-PAY-DATE > PER-CLOSED-THROUGH
               EXIT PARAGRAPH
           END-IF
           SET WS-POST-REDATED TO TRUE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > PER-HOLD-TYPE-COUNT
               OR WS-HOLD-IDX > 10
               IF PER-HOLD-TYPE(WS-HOLD-IDX) = 'PA'
                   SET WS-POST-HELD TO TRUE
               END-IF
           END-PERFORM
           IF WS-POST-HELD
               MOVE PXR-FROM-ACCT TO PPI-ACCT-NUMBER
               MOVE PXR-TRANS-ID TO PPI-TRANS-ID
               MOVE 'PA' TO PPI-TRANS-TYPE
               MOVE 'PAYMENT TRANSFER REQUEST' TO PPI-TRANS-DESC
               PERFORM 3880-LOG-PRIOR-PERIOD
           ELSE
               MOVE PER-FIRST-OPEN-DATE TO WS-POST-DATE
           END-IF.

      *    Trans id, type and description are set by the caller;
      *    the account is the one just rewritten, or the wrong
      *    account for a held transfer.
       3880-LOG-PRIOR-PERIOD.
           MOVE 'PAYXFER'        TO PPI-PROGRAM-ID
           IF WS-POST-REDATED
               MOVE ACCT-NUMBER  TO PPI-ACCT-NUMBER
               MOVE WS-POST-DATE TO PPI-POSTED-DATE
               ADD 1 TO WS-REDATED-COUNT
           ELSE
               MOVE 0 TO PPI-POSTED-DATE
           END-IF
           MOVE WS-PAY-AMOUNT    TO PPI-TRANS-AMOUNT
           MOVE WS-PAY-DATE      TO PPI-ORIG-DATE
           MOVE WS-PERIOD-ACTION TO PPI-ACTION
           MOVE WS-CURRENT-DATE  TO PPI-RUN-DATE
           WRITE PRIOR-PERIOD-RECORD.

      *===============================================================
      * 4000-PULL-PAYMENT: The 'PR' row on the wrong account puts
      * the payment's split back into the buckets it relieved.
      *===============================================================
       4000-PULL-PAYMENT.
           MOVE PXR-FROM-ACCT TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'FROM ACCT NOT FOUND' TO WS-REFUSAL
                   EXIT PARAGRAPH
           END-READ
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           MOVE ACCT-BALANCE TO PXA-FROM-BAL-BEFORE
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO TH-TRANS-COUNT
           MOVE SPACES TO TH-TRANS-ID(TH-TRANS-COUNT)
           STRING 'MPT' DELIMITED SIZE
                  WS-NEXT-SEQ DELIMITED SIZE
               INTO TH-TRANS-ID(TH-TRANS-COUNT)
           END-STRING
           MOVE TH-TRANS-ID(TH-TRANS-COUNT) TO PXA-FROM-REV-ID
           MOVE WS-POST-DATE TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE 'PR' TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           MOVE WS-PAY-AMOUNT TO TH-TRANS-AMOUNT(TH-TRANS-COUNT)
           MOVE 'PAYMENT MOVED TO CORRECT ACCOUNT'
               TO TH-TRANS-DESC(TH-TRANS-COUNT)
           IF WS-POST-REDATED
               MOVE SPACES TO TH-TRANS-DESC(TH-TRANS-COUNT)
               STRING 'ORIG ' DELIMITED SIZE
                      WS-PAY-DATE DELIMITED SIZE
                      ' PAYMENT MOVED OUT' DELIMITED SIZE
                   INTO TH-TRANS-DESC(TH-TRANS-COUNT)
               END-STRING
           END-IF
           MOVE SPACES TO TH-MERCHANT-ID(TH-TRANS-COUNT)
           MOVE SPACES TO TH-TRANS-DETAIL(TH-TRANS-COUNT)
           MOVE PXR-TRANS-ID TO TH-REV-ORIG-ID(TH-TRANS-COUNT)
           MOVE 'MP' TO TH-REV-REASON(TH-TRANS-COUNT)
           MOVE PXR-REQUESTED-BY TO TH-REV-REP-ID(TH-TRANS-COUNT)
           ADD WS-PAY-AMOUNT TO ACCT-BALANCE
           IF ACCT-CREDIT
               IF ALLOC-IS-KNOWN
                   ADD WS-PYD-ALLOC-FEES TO ACCT-BKT-FEES
                   ADD WS-PYD-ALLOC-INT TO ACCT-BKT-INTEREST
                   ADD WS-PYD-ALLOC-CASH TO ACCT-BKT-CASH-ADV
                   COMPUTE ACCT-BKT-PURCHASES = ACCT-BKT-PURCHASES
                       + WS-PAY-AMOUNT - WS-PYD-ALLOC-FEES
                       - WS-PYD-ALLOC-INT - WS-PYD-ALLOC-CASH
               ELSE
                   ADD WS-PAY-AMOUNT TO ACCT-BKT-PURCHASES
               END-IF
           END-IF
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
                   MOVE 'REWRITE FAILED' TO WS-REFUSAL
               NOT INVALID KEY
                   PERFORM 5900-JOURNAL-CHANGE
                   MOVE ACCT-BALANCE TO PXA-FROM-BAL-AFTER
                   ADD WS-PAY-AMOUNT TO WS-AMOUNT-POSTED-TOTAL
                   IF WS-POST-REDATED
                       MOVE PXA-FROM-REV-ID TO PPI-TRANS-ID
                       MOVE 'PR' TO PPI-TRANS-TYPE
                       MOVE 'PAYMENT MOVED TO CORRECT ACCOUNT'
                           TO PPI-TRANS-DESC
                       PERFORM 3880-LOG-PRIOR-PERIOD
                   END-IF
           END-REWRITE.

      *===============================================================
      * 5000-APPLY-PAYMENT: The payment lands on the right account
      * under its original date, then the late fees it clears are
      * reversed.
      *===============================================================
       5000-APPLY-PAYMENT.
           MOVE PXR-TO-ACCT TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'TO ACCT NOT FOUND' TO WS-REFUSAL
                   EXIT PARAGRAPH
           END-READ
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           MOVE ACCT-BALANCE TO PXA-TO-BAL-BEFORE
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO TH-TRANS-COUNT
           MOVE SPACES TO TH-TRANS-ID(TH-TRANS-COUNT)
           STRING 'MPP' DELIMITED SIZE
                  WS-NEXT-SEQ DELIMITED SIZE
               INTO TH-TRANS-ID(TH-TRANS-COUNT)
           END-STRING
           MOVE TH-TRANS-ID(TH-TRANS-COUNT) TO PXA-TO-PAY-ID
           MOVE WS-POST-DATE TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE 'PA' TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           MOVE WS-PAY-AMOUNT TO TH-TRANS-AMOUNT(TH-TRANS-COUNT)
           MOVE 'PAYMENT MOVED FROM MISAPPLIED ACCOUNT'
               TO TH-TRANS-DESC(TH-TRANS-COUNT)
           IF WS-POST-REDATED
               MOVE SPACES TO TH-TRANS-DESC(TH-TRANS-COUNT)
               STRING 'ORIG ' DELIMITED SIZE
                      WS-PAY-DATE DELIMITED SIZE
                      ' PAYMENT MOVED IN' DELIMITED SIZE
                   INTO TH-TRANS-DESC(TH-TRANS-COUNT)
               END-STRING
           END-IF
           MOVE SPACES TO TH-MERCHANT-ID(TH-TRANS-COUNT)
           MOVE SPACES TO TH-TRANS-DETAIL(TH-TRANS-COUNT)
           MOVE WS-PYD-METHOD TO TH-PAY-METHOD(TH-TRANS-COUNT)
           MOVE WS-PYD-REF-NUM TO TH-PAY-REF-NUM(TH-TRANS-COUNT)
           MOVE WS-PYD-BANK TO TH-PAY-BANK(TH-TRANS-COUNT)
           SUBTRACT WS-PAY-AMOUNT FROM ACCT-BALANCE
           IF ACCT-CREDIT
               PERFORM 5100-ALLOCATE-PAYMENT
           END-IF
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-USED
               IF WS-FEE-REVERSED(WS-FEE-IDX) NOT = 'Y'
                   PERFORM 5200-REVERSE-LATE-FEE
               END-IF
           END-PERFORM
           MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
                   MOVE 'REWRITE FAILED' TO WS-REFUSAL
               NOT INVALID KEY
                   PERFORM 5900-JOURNAL-CHANGE
                   MOVE ACCT-BALANCE TO PXA-TO-BAL-AFTER
                   MOVE WS-FEE-POSTED TO PXA-FEES-REVERSED
                   MOVE WS-FEE-TOTAL TO PXA-FEE-AMOUNT
                   ADD WS-FEE-POSTED TO WS-FEES-REVERSED-COUNT
                   COMPUTE WS-AMOUNT-POSTED-TOTAL =
                       WS-AMOUNT-POSTED-TOTAL - WS-PAY-AMOUNT
                       - WS-FEE-TOTAL
                   IF WS-POST-REDATED
                       MOVE PXA-TO-PAY-ID TO PPI-TRANS-ID
                       MOVE 'PA' TO PPI-TRANS-TYPE
                       MOVE 'PAYMENT MOVED FROM MISAPPLIED ACCOUNT'
                           TO PPI-TRANS-DESC
                       PERFORM 3880-LOG-PRIOR-PERIOD
                   END-IF
           END-REWRITE.

      *===============================================================
      * 5100-ALLOCATE-PAYMENT: TRANLOAD's 2130 order -- fees,
      * finance charges, purchases, cash advances; overpayment
      * drives purchases negative -- with the split recorded.
      *===============================================================
       5100-ALLOCATE-PAYMENT.
           MOVE 0 TO TH-PAY-ALLOC-FEES(TH-TRANS-COUNT)
           MOVE 0 TO TH-PAY-ALLOC-INT(TH-TRANS-COUNT)
           MOVE 0 TO TH-PAY-ALLOC-CASH(TH-TRANS-COUNT)
           MOVE WS-PAY-AMOUNT TO WS-ALLOC-REMAINING
           IF ACCT-BKT-FEES > 0
               IF WS-ALLOC-REMAINING > ACCT-BKT-FEES
                   MOVE ACCT-BKT-FEES TO WS-ALLOC-TAKE
               ELSE
                   MOVE WS-ALLOC-REMAINING TO WS-ALLOC-TAKE
               END-IF
               SUBTRACT WS-ALLOC-TAKE FROM ACCT-BKT-FEES
               MOVE WS-ALLOC-TAKE TO TH-PAY-ALLOC-FEES(TH-TRANS-COUNT)
               SUBTRACT WS-ALLOC-TAKE FROM WS-ALLOC-REMAINING
           END-IF
           IF ACCT-BKT-INTEREST > 0 AND WS-ALLOC-REMAINING > 0
               IF WS-ALLOC-REMAINING > ACCT-BKT-INTEREST
                   MOVE ACCT-BKT-INTEREST TO WS-ALLOC-TAKE
               ELSE
                   MOVE WS-ALLOC-REMAINING TO WS-ALLOC-TAKE
               END-IF
               SUBTRACT WS-ALLOC-TAKE FROM ACCT-BKT-INTEREST
               MOVE WS-ALLOC-TAKE TO TH-PAY-ALLOC-INT(TH-TRANS-COUNT)
               SUBTRACT WS-ALLOC-TAKE FROM WS-ALLOC-REMAINING
           END-IF
           IF ACCT-BKT-PURCHASES > 0 AND WS-ALLOC-REMAINING > 0
               IF WS-ALLOC-REMAINING > ACCT-BKT-PURCHASES
                   MOVE ACCT-BKT-PURCHASES TO WS-ALLOC-TAKE
               ELSE
                   MOVE WS-ALLOC-REMAINING TO WS-ALLOC-TAKE
               END-IF
               SUBTRACT WS-ALLOC-TAKE FROM ACCT-BKT-PURCHASES
               SUBTRACT WS-ALLOC-TAKE FROM WS-ALLOC-REMAINING
           END-IF
           IF ACCT-BKT-CASH-ADV > 0 AND WS-ALLOC-REMAINING > 0
               IF WS-ALLOC-REMAINING > ACCT-BKT-CASH-ADV
                   MOVE ACCT-BKT-CASH-ADV TO WS-ALLOC-TAKE
               ELSE
                   MOVE WS-ALLOC-REMAINING TO WS-ALLOC-TAKE
               END-IF
               SUBTRACT WS-ALLOC-TAKE FROM ACCT-BKT-CASH-ADV
               MOVE WS-ALLOC-TAKE TO TH-PAY-ALLOC-CASH(TH-TRANS-COUNT)
               SUBTRACT WS-ALLOC-TAKE FROM WS-ALLOC-REMAINING
           END-IF
           IF WS-ALLOC-REMAINING > 0
               SUBTRACT WS-ALLOC-REMAINING FROM ACCT-BKT-PURCHASES
           END-IF.

      *===============================================================
      * 5200-REVERSE-LATE-FEE: A credit 'FE' row naming the fee, in
      * the GOODWILL reversal layout so neither desk reverses it a
      * second time; it comes off the fee bucket as far as the fee
      * is still owing there, the rest to purchases.
      *===============================================================
       5200-REVERSE-LATE-FEE.
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO TH-TRANS-COUNT
           MOVE SPACES TO TH-TRANS-ID(TH-TRANS-COUNT)
           STRING 'MPF' DELIMITED SIZE
                  WS-NEXT-SEQ DELIMITED SIZE
               INTO TH-TRANS-ID(TH-TRANS-COUNT)
           END-STRING
           MOVE WS-CURRENT-DATE TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE 'FE' TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           COMPUTE TH-TRANS-AMOUNT(TH-TRANS-COUNT) =
               0 - WS-FEE-AMOUNT(WS-FEE-IDX)
           MOVE 'LATE FEE REVERSED - PAYMENT MISAPPLIED'
               TO TH-TRANS-DESC(TH-TRANS-COUNT)
           MOVE SPACES TO TH-MERCHANT-ID(TH-TRANS-COUNT)
           MOVE SPACES TO TH-TRANS-DETAIL(TH-TRANS-COUNT)
           MOVE WS-FEE-TRANS-ID(WS-FEE-IDX)
               TO TH-REV-ORIG-ID(TH-TRANS-COUNT)
           MOVE 'MP' TO TH-REV-REASON(TH-TRANS-COUNT)
           MOVE PXR-REQUESTED-BY TO TH-REV-REP-ID(TH-TRANS-COUNT)
           SUBTRACT WS-FEE-AMOUNT(WS-FEE-IDX) FROM ACCT-BALANCE
           IF ACCT-CREDIT
               IF ACCT-BKT-FEES > WS-FEE-AMOUNT(WS-FEE-IDX)
                   MOVE WS-FEE-AMOUNT(WS-FEE-IDX) TO WS-BUCKET-TAKE
               ELSE
                   MOVE ACCT-BKT-FEES TO WS-BUCKET-TAKE
               END-IF
               IF WS-BUCKET-TAKE < 0
                   MOVE 0 TO WS-BUCKET-TAKE
               END-IF
               SUBTRACT WS-BUCKET-TAKE FROM ACCT-BKT-FEES
               COMPUTE ACCT-BKT-PURCHASES = ACCT-BKT-PURCHASES
                   - (WS-FEE-AMOUNT(WS-FEE-IDX) - WS-BUCKET-TAKE)
           END-IF.

      *===============================================================
      * 5900-JOURNAL-CHANGE: Append the before/after image pair for
      * the update just applied to the shared change journal.
      *===============================================================
       5900-JOURNAL-CHANGE.
           MOVE 'PAYXFER' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST
           ADD 1 TO WS-REWRITE-COUNT
           ADD JRN-BEFORE-BALANCE TO WS-BAL-BEFORE-TOTAL
           ADD ACCT-BALANCE TO WS-BAL-AFTER-TOTAL.

       7000-WRITE-REFUSAL.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE WS-REFUSAL TO PXA-REFUSAL
           SET PXA-REFUSED TO TRUE
           WRITE AUDIT-RECORD
           DISPLAY 'TRANSFER REFUSED: ' PXR-REQUEST-ID ' '
               WS-REFUSAL.

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
      * can prove the night's balance drift is fully explained.
      *===============================================================
       9200-WRITE-CONTROL-RECORD.
           MOVE 'PAYXFER' TO RCT-PROGRAM-ID
           MOVE WS-CURRENT-DATE     TO RCT-RUN-DATE
           MOVE WS-CURRENT-TIME     TO RCT-RUN-TIME
           MOVE WS-REQUEST-COUNT TO RCT-RECORDS-READ
           MOVE WS-REWRITE-COUNT TO RCT-RECORDS-WRITTEN
           MOVE WS-BAL-BEFORE-TOTAL TO RCT-BALANCE-BEFORE
           MOVE WS-BAL-AFTER-TOTAL  TO RCT-BALANCE-AFTER
           MOVE WS-AMOUNT-POSTED-TOTAL TO RCT-AMOUNT-POSTED
           MOVE SPACES TO RCT-RANGE-TAG
           WRITE CONTROL-RECORD.

      *===============================================================
      * 0045-LOAD-PERIOD-CONTROL: The closed-through date PERCLOSE
      * left on PERIODCT. Optional file -- without it, or before the
      * first close, nothing is guarded. With it the PRIORPD log is
      * opened for append, created on its first use.
      *===============================================================
       0045-LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIOD-FILE
           IF WS-PCT-SUCCESS
               READ PERIOD-FILE INTO WS-PERIOD-CONTROL
                   NOT AT END
                       IF PER-CLOSED-THROUGH > 0
                           SET WS-PERIOD-GUARD-ON TO TRUE
                       END-IF
               END-READ
               CLOSE PERIOD-FILE
           END-IF
           IF WS-PERIOD-GUARD-ON
               OPEN EXTEND PRIOR-PERIOD-FILE
               IF WS-PPI-NOT-FOUND
                   OPEN OUTPUT PRIOR-PERIOD-FILE
               END-IF
               IF NOT WS-PPI-SUCCESS
                   DISPLAY 'ERROR OPENING FILE: ' WS-PPI-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

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
