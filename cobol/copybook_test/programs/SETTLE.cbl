      *---------------------------------------------------------------
      * SETTLE.cbl -- Settle-for-less agreements
      * Works the SETLMAST settlement master the way PLANEVAL works
      * PLANMAST: last run's file is read in, tonight's state is
      * written to SETLMSTN, and operations rotates SETLMSTN over
      * SETLMAST.
      *
      * Each active agreement is credited with the 'PA' payments (and,
      * on a charged-off account, the 'RV' agency recoveries) net of
      * 'PR' reversals posted to TRANS-HISTORY since its last
      * evaluation, on the record or offloaded to TRANHIST. Once the
      * payments reach the agreed amount the agreement is met and the
      * rest of the debt is forgiven. On an account still on the books
      * the forgiven balance posts as an 'SF' row on TRANS-HISTORY, the
      * four balance buckets and ACCT-BALANCE go to zero, the account is
      * closed, and the run writes one Dr/Cr pair per bucket to SETLGL
      * in GL-JOURNAL layout against the 120000 receivable -- principal
      * against the 150000 loan-loss allowance, billed fees against
      * 420000 fee income and billed finance charges against 400000
      * interest income, the CHGOFF split. GLFEED skips the 'SF' rows so
      * the forgiveness is booked once, and the run-control record lets
      * BALCTL prove the receivable moved by exactly what was forgiven.
      * On a charged-off account the loss was booked at charge-off, so
      * only the master changes. Either way ACCT-FORGIVEN-AMT carries
      * the debt cancelled for the TAX1099C year-end 1099-C extract.
      *
      * An installment due date that passes (after the grace days)
      * with the payments short of the installments due by then
      * breaks the agreement, as does a bankruptcy filing. The
      * master goes to broken status and DELINQ resumes normal
      * aging, letters, and charge-off from the next run.
      *
      * New agreements the collections desk has accepted arrive on
      * SETLREQ in the master layout and are booked after the
      * master pass, to be evaluated from the next run. An offer is
      * refused onto the SETLRPT report when the account is not an
      * open or charged-off card account, is in bankruptcy, already
      * has an agreement, or when the agreed amount is not less than
      * what is owed.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SETTLE-FILE
               ASSIGN TO 'SETLMAST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLS-STATUS.

           SELECT NEW-SETTLE-FILE
               ASSIGN TO 'SETLMSTN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NWS-STATUS.

           SELECT OFFER-FILE
               ASSIGN TO 'SETLREQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFR-STATUS.

           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'TRANHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HXS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'SETLRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO 'SETLGL'
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
       FD  OLD-SETTLE-FILE.
       01  OLD-SETTLE-RECORD.
           COPY SETTLEMENT-MASTER
               REPLACING LEADING ==STL== BY ==OST==.

       FD  NEW-SETTLE-FILE.
       01  NEW-SETTLE-RECORD.
           COPY SETTLEMENT-MASTER.

       FD  OFFER-FILE.
       01  OFFER-RECORD.
           COPY SETTLEMENT-MASTER
               REPLACING LEADING ==STL== BY ==SOF==.

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY TRANS-HIST-OFFLOAD.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(120).

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
       01  WS-OLS-STATUS           PIC XX.
           88  WS-OLS-SUCCESS      VALUE '00'.
           88  WS-OLS-EOF          VALUE '10'.
           88  WS-OLS-NOT-FOUND    VALUE '35'.
       01  WS-NWS-STATUS           PIC XX.
           88  WS-NWS-SUCCESS      VALUE '00'.
       01  WS-OFR-STATUS           PIC XX.
           88  WS-OFR-SUCCESS      VALUE '00'.
           88  WS-OFR-EOF          VALUE '10'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
       01  WS-HXS-STATUS           PIC XX.
           88  WS-HXS-SUCCESS      VALUE '00'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-JRN-STATUS           PIC XX.
           88  WS-JRN-SUCCESS      VALUE '00'.
       01  WS-CTL-STATUS           PIC XX.
           88  WS-CTL-SUCCESS      VALUE '00'.
           88  WS-CTL-NOT-FOUND    VALUE '35'.
       01  WS-HIST-LOOKUP-FLAG     PIC X(01) VALUE 'N'.
           88  WS-HIST-LOOKUP-ON   VALUE 'Y'.
       01  WS-HIST-DONE-FLAG       PIC X(01) VALUE 'N'.
           88  WS-HIST-DONE        VALUE 'Y'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-CURRENT-TIME         PIC 9(06).

      *    Agreement rules: installments fall due a month apart,
      *    a payment still in the mail gets the grace days before
      *    the agreement breaks, and a series runs at most a year.
       01  WS-INSTALL-INTERVAL-DAYS PIC 9(03) VALUE 30.
       01  WS-GRACE-DAYS           PIC 9(03) VALUE 5.
       01  WS-MAX-INSTALLS         PIC 9(02) VALUE 12.
       01  WS-DUE-CUTOFF-DAY       PIC S9(09) VALUE 0.
       01  WS-PAID-SINCE-EVAL      PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-REQUIRED-TO-DATE     PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-OWED-AMOUNT          PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-FORGIVE-AMOUNT       PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-BKT-DIFF             PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-FGV-PURCHASES        PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-FGV-CASH-ADV         PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-FGV-FEES             PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-FGV-INTEREST         PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-TRANS-IDX            PIC 9(03).
       01  WS-NEXT-SEQ             PIC 9(07) VALUE ZEROS.
       01  WS-NEXT-TRANS-ID        PIC X(12).
       01  WS-ON-BOOKS-FLAG        PIC X(01) VALUE 'N'.
           88  WS-ON-BOOKS         VALUE 'Y'.
       01  WS-EVAL-STOP-FLAG       PIC X(01) VALUE 'N'.
           88  WS-EVAL-STOPPED     VALUE 'Y'.
       01  WS-REJECT-REASON        PIC X(30).

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

       01  WS-SETTLE-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-CURRENT-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-SATISFIED-COUNT      PIC 9(05) VALUE ZEROS.
       01  WS-BROKEN-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-HELD-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-OFFER-COUNT          PIC 9(05) VALUE ZEROS.
       01  WS-BOOKED-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-REJECTED-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-BKT-ADJ-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-GL-LINE-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-ON-BOOKS-COUNT       PIC 9(05) VALUE ZEROS.

      *    Bucket totals for the GL journal, and the proof that the
      *    debits, the credits, and the balances forgiven agree.
       01  WS-PURCH-TOTAL          PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-CASH-TOTAL           PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-FEES-TOTAL           PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-INT-TOTAL            PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-ON-BOOKS-TOTAL       PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-FORGIVEN-TOTAL       PIC S9(15)V99 COMP-3
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

       01  WS-RPT-AMT              PIC Z(12)9.99.
       01  WS-RPT-LINE.
           05  FILLER              PIC X(07) VALUE 'SETTLE '.
           05  WS-RPT-ACCT         PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RPT-DISP         PIC X(10).
           05  FILLER              PIC X(08) VALUE ' AGREED '.
           05  WS-RPT-AGREED       PIC Z(9)9.99.
           05  FILLER              PIC X(06) VALUE ' PAID '.
           05  WS-RPT-PAID         PIC Z(9)9.99.
           05  FILLER              PIC X(10) VALUE ' FORGIVEN '.
           05  WS-RPT-FORGIVEN     PIC Z(9)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RPT-COLLECTOR    PIC X(10).
       01  WS-REJ-LINE.
           05  FILLER              PIC X(07) VALUE 'SETTLE '.
           05  WS-REJ-ACCT         PIC X(16).
           05  FILLER              PIC X(10) VALUE ' REJECTED '.
           05  WS-REJ-REASON       PIC X(30).
           05  FILLER              PIC X(08) VALUE ' AGREED '.
           05  WS-REJ-AGREED       PIC Z(9)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-COLLECTOR    PIC X(10).

      *    Parameter area for the shared CHGJRNL change-journal
      *    writer -- before image captured at READ time, after image
      *    at REWRITE time.
       01  WS-JOURNAL-REQUEST.
           COPY CHANGE-JOURNAL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME.
           COMPUTE WS-DUE-CUTOFF-DAY =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-GRACE-DAYS.
      *    No settlement master yet is the first run ever -- only
      *    tonight's offers go out on SETLMSTN.
           OPEN INPUT OLD-SETTLE-FILE.
           IF WS-OLS-NOT-FOUND
               SET WS-OLS-EOF TO TRUE
           ELSE
               IF NOT WS-OLS-SUCCESS
                   DISPLAY 'ERROR OPENING FILE: ' WS-OLS-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT NEW-SETTLE-FILE.
           IF NOT WS-NWS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-NWS-STATUS
               PERFORM 9900-CLOSE-OLD-MASTER
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               PERFORM 9900-CLOSE-OLD-MASTER
               CLOSE NEW-SETTLE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               PERFORM 9900-CLOSE-OLD-MASTER
               CLOSE NEW-SETTLE-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           IF NOT WS-JRN-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-JRN-STATUS
               PERFORM 9900-CLOSE-OLD-MASTER
               CLOSE NEW-SETTLE-FILE
               CLOSE CARD-MASTER-FILE
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0060-OPEN-CONTROL-FILE.
      *    The offloaded-history KSDS is optional -- before the
      *    first CYCLOFF run there is nothing to add in.
           OPEN INPUT HISTORY-FILE.
           IF WS-HXS-SUCCESS
               SET WS-HIST-LOOKUP-ON TO TRUE
           END-IF.
           PERFORM 1000-PROCESS-SETTLEMENTS
               UNTIL WS-OLS-EOF.
      *    Accepted offers are optional -- most nights there are
      *    none.
           OPEN INPUT OFFER-FILE.
           IF WS-OFR-SUCCESS
               PERFORM 5000-PROCESS-OFFERS
                   UNTIL WS-OFR-EOF
               CLOSE OFFER-FILE
           END-IF.
           PERFORM 8000-WRITE-GL-JOURNAL.
           PERFORM 8500-WRITE-SUMMARY.
           PERFORM 9200-WRITE-CONTROL-RECORD.
           CLOSE CONTROL-FILE.
           PERFORM 9900-CLOSE-OLD-MASTER.
           CLOSE NEW-SETTLE-FILE.
           CLOSE CARD-MASTER-FILE.
           IF WS-HIST-LOOKUP-ON
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY 'SETTLEMENTS:        ' WS-SETTLE-COUNT.
           DISPLAY '  CURRENT:          ' WS-CURRENT-COUNT.
           DISPLAY '  SATISFIED:        ' WS-SATISFIED-COUNT.
           DISPLAY '  BROKEN:           ' WS-BROKEN-COUNT.
           DISPLAY '  HELD (TABLE FULL): ' WS-HELD-COUNT.
           DISPLAY 'AMOUNT FORGIVEN:    ' WS-FORGIVEN-TOTAL.
           DISPLAY '  ON THE BOOKS:     ' WS-ON-BOOKS-TOTAL.
           DISPLAY 'BUCKETS ADJUSTED:   ' WS-BKT-ADJ-COUNT.
           DISPLAY 'OFFERS:             ' WS-OFFER-COUNT.
           DISPLAY '  BOOKED:           ' WS-BOOKED-COUNT.
           DISPLAY '  REJECTED:         ' WS-REJECTED-COUNT.
           DISPLAY 'GL LINES WRITTEN:   ' WS-GL-LINE-COUNT.
           MOVE 0 TO RETURN-CODE
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               OR WS-DEBIT-TOTAL NOT = WS-ON-BOOKS-TOTAL
               DISPLAY 'SETTLEMENT JOURNAL OUT OF BALANCE -- '
                   'CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-PROCESS-SETTLEMENTS.
           READ OLD-SETTLE-FILE
               AT END SET WS-OLS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SETTLE-COUNT
                   MOVE OLD-SETTLE-RECORD TO NEW-SETTLE-RECORD
                   IF STL-ACTIVE
                       PERFORM 2000-EVALUATE-SETTLEMENT
                   END-IF
                   WRITE NEW-SETTLE-RECORD
           END-READ.

      *===============================================================
      * 2000-EVALUATE-SETTLEMENT: Credit the payments received since
      * the last evaluation -- the money actually posted, not the
      * promise -- then test for the agreement met, and failing
      * that, for an installment missed.
      *===============================================================
       2000-EVALUATE-SETTLEMENT.
           MOVE STL-ACCT-NUMBER TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   DISPLAY 'SETTLEMENT ACCOUNT NOT ON CARDMAST: '
                       STL-ACCT-NUMBER
                   EXIT PARAGRAPH
           END-READ
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           MOVE 0 TO WS-FORGIVE-AMOUNT
           MOVE 0 TO WS-FGV-PURCHASES
           MOVE 0 TO WS-FGV-CASH-ADV
           MOVE 0 TO WS-FGV-FEES
           MOVE 0 TO WS-FGV-INTEREST
      *    A bankruptcy filing stays all collection -- the agreement
      *    cannot be enforced, and what happens to the debt is now
      *    the court's to decide.
           IF ACCT-IN-BANKRUPTCY
               MOVE 'BANKRUPTCY' TO WS-RPT-DISP
               PERFORM 4000-BREAK-SETTLEMENT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PAID-SINCE-EVAL
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
               IF (TH-PAYMENT(WS-TRANS-IDX)
                   OR TH-RECOVERY(WS-TRANS-IDX))
                   AND TH-TRANS-DATE(WS-TRANS-IDX) >
                       STL-LAST-EVAL-DATE
                   ADD TH-TRANS-AMOUNT(WS-TRANS-IDX)
                       TO WS-PAID-SINCE-EVAL
               END-IF
      *        A bounced payment never counted toward the deal.
               IF TH-PAY-REVERSAL(WS-TRANS-IDX)
                   AND TH-TRANS-DATE(WS-TRANS-IDX) >
                       STL-LAST-EVAL-DATE
                   SUBTRACT TH-TRANS-AMOUNT(WS-TRANS-IDX)
                       FROM WS-PAID-SINCE-EVAL
               END-IF
           END-PERFORM
      *    A payment posted before the statement cut has been moved
      *    to TRANHIST by CYCLOFF, not left in the on-record table.
           IF WS-HIST-LOOKUP-ON
               PERFORM 2200-ADD-OFFLOADED-PAYMENTS
           END-IF
           ADD WS-PAID-SINCE-EVAL TO STL-PAID-TO-DATE
           MOVE WS-CURRENT-DATE TO STL-LAST-EVAL-DATE
           IF STL-PAID-TO-DATE >= STL-AGREED-AMT
               PERFORM 3000-SATISFY-SETTLEMENT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EVAL-STOP-FLAG
           PERFORM 2300-CHECK-INSTALLMENT
               UNTIL NOT STL-ACTIVE
               OR WS-EVAL-STOPPED
               OR FUNCTION INTEGER-OF-DATE(STL-NEXT-DUE-DATE)
                   >= WS-DUE-CUTOFF-DAY
           IF STL-ACTIVE
               AND NOT WS-EVAL-STOPPED
               ADD 1 TO WS-CURRENT-COUNT
               MOVE 'CURRENT   ' TO WS-RPT-DISP
               PERFORM 6000-WRITE-REPORT-LINE
           END-IF.

       2200-ADD-OFFLOADED-PAYMENTS.
           MOVE 'N' TO WS-HIST-DONE-FLAG
           MOVE ACCT-NUMBER TO HX-ACCT-NUMBER
           COMPUTE HX-TRANS-DATE = STL-LAST-EVAL-DATE + 1
           MOVE LOW-VALUES TO HX-TRANS-ID
           START HISTORY-FILE KEY IS NOT LESS THAN HX-KEY
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-START
           PERFORM 2250-READ-OFFLOADED-ROW
               UNTIL WS-HIST-DONE.

       2250-READ-OFFLOADED-ROW.
           READ HISTORY-FILE NEXT
               AT END SET WS-HIST-DONE TO TRUE
               NOT AT END
                   IF HX-ACCT-NUMBER NOT = ACCT-NUMBER
                       SET WS-HIST-DONE TO TRUE
                   ELSE
                       IF (HX-TRANS-TYPE = 'PA'
                           OR HX-TRANS-TYPE = 'RV')
                           AND HX-TRANS-DATE > STL-LAST-EVAL-DATE
                           ADD HX-TRANS-AMOUNT
                               TO WS-PAID-SINCE-EVAL
                       END-IF
                       IF HX-TRANS-TYPE = 'PR'
                           AND HX-TRANS-DATE > STL-LAST-EVAL-DATE
                           SUBTRACT HX-TRANS-AMOUNT
                               FROM WS-PAID-SINCE-EVAL
                       END-IF
                   END-IF
           END-READ.

      *===============================================================
      * 2300-CHECK-INSTALLMENT: One installment whose due date (plus
      * grace) has passed. The payments to date must cover every
      * installment due so far -- the last one is whatever is left
      * of the agreed amount -- or the agreement is broken.
      *===============================================================
       2300-CHECK-INSTALLMENT.
           ADD 1 TO STL-INSTALLS-MET
           IF STL-INSTALLS-MET >= STL-INSTALL-COUNT
               MOVE STL-AGREED-AMT TO WS-REQUIRED-TO-DATE
           ELSE
               COMPUTE WS-REQUIRED-TO-DATE =
                   STL-INSTALL-AMT * STL-INSTALLS-MET
           END-IF
           IF STL-PAID-TO-DATE < WS-REQUIRED-TO-DATE
               SUBTRACT 1 FROM STL-INSTALLS-MET
               MOVE 'BROKEN    ' TO WS-RPT-DISP
               PERFORM 4000-BREAK-SETTLEMENT
      *        The master could not be updated -- leave the
      *        agreement active to be retried on the next run.
               IF STL-ACTIVE
                   SET WS-EVAL-STOPPED TO TRUE
               END-IF
           ELSE
               COMPUTE STL-NEXT-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(STL-NEXT-DUE-DATE)
                   + WS-INSTALL-INTERVAL-DAYS)
           END-IF.

      *===============================================================
      * 3000-SATISFY-SETTLEMENT: The agreed amount is in -- forgive
      * what is left. On the books that is the remaining balance,
      * posted as an 'SF' row by bucket and the account closed;
      * after charge-off it is what was owed at the offer less
      * what was paid, and only the master records it. The buckets
      * should already sum to ACCT-BALANCE (RECONCIL checks it
      * nightly); any difference is folded into the purchase bucket
      * so the journal still explains every dollar forgiven.
      *===============================================================
       3000-SATISFY-SETTLEMENT.
           IF ACCT-CHARGED-OFF
               MOVE 'N' TO WS-ON-BOOKS-FLAG
               COMPUTE WS-FORGIVE-AMOUNT =
                   STL-OFFER-BALANCE - STL-PAID-TO-DATE
               IF WS-FORGIVE-AMOUNT < 0
                   MOVE 0 TO WS-FORGIVE-AMOUNT
               END-IF
           ELSE
               SET WS-ON-BOOKS TO TRUE
               MOVE ACCT-BALANCE TO WS-FORGIVE-AMOUNT
               IF WS-FORGIVE-AMOUNT < 0
                   MOVE 0 TO WS-FORGIVE-AMOUNT
               END-IF
           END-IF
           IF WS-ON-BOOKS
               AND WS-FORGIVE-AMOUNT > 0
               IF TH-TRANS-COUNT >= 50
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY 'TRANS TABLE FULL, SETTLEMENT HELD: '
                       ACCT-NUMBER
                   MOVE 'HELD      ' TO WS-RPT-DISP
                   PERFORM 6000-WRITE-REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               PERFORM 3100-POST-FORGIVENESS
           END-IF
           IF WS-ON-BOOKS
               SET ACCT-CLOSED TO TRUE
           END-IF
           SET ACCT-SETTLED TO TRUE
           MOVE WS-CURRENT-DATE TO ACCT-SETTLE-DATE
           MOVE WS-FORGIVE-AMOUNT TO ACCT-FORGIVEN-AMT
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
               NOT INVALID KEY
                   PERFORM 3900-JOURNAL-CHANGE
                   PERFORM 3950-ACCUM-SATISFIED
           END-REWRITE.

       3100-POST-FORGIVENESS.
           COMPUTE WS-BKT-DIFF = ACCT-BALANCE
               - ACCT-BKT-FEES - ACCT-BKT-INTEREST
               - ACCT-BKT-PURCHASES - ACCT-BKT-CASH-ADV
           IF WS-BKT-DIFF NOT = 0
               ADD 1 TO WS-BKT-ADJ-COUNT
               DISPLAY 'BUCKETS DO NOT SUM TO BALANCE, '
                   'DIFFERENCE TO PURCHASES: ' ACCT-NUMBER
               ADD WS-BKT-DIFF TO ACCT-BKT-PURCHASES
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO TH-TRANS-COUNT
           STRING 'STL' DELIMITED SIZE
                  WS-NEXT-SEQ DELIMITED SIZE
               INTO WS-NEXT-TRANS-ID
           END-STRING
           MOVE WS-NEXT-TRANS-ID TO TH-TRANS-ID(TH-TRANS-COUNT)
           MOVE WS-CURRENT-DATE TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE 'SF' TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           MOVE WS-FORGIVE-AMOUNT TO TH-TRANS-AMOUNT(TH-TRANS-COUNT)
           MOVE 'SETTLEMENT - BALANCE FORGIVEN'
               TO TH-TRANS-DESC(TH-TRANS-COUNT)
           MOVE SPACES TO TH-MERCHANT-ID(TH-TRANS-COUNT)
           MOVE SPACES TO TH-TRANS-DETAIL(TH-TRANS-COUNT)
           MOVE ACCT-BKT-PURCHASES TO WS-FGV-PURCHASES
           MOVE ACCT-BKT-CASH-ADV  TO WS-FGV-CASH-ADV
           MOVE ACCT-BKT-FEES      TO WS-FGV-FEES
           MOVE ACCT-BKT-INTEREST  TO WS-FGV-INTEREST
           MOVE 0 TO ACCT-BKT-FEES
           MOVE 0 TO ACCT-BKT-INTEREST
           MOVE 0 TO ACCT-BKT-PURCHASES
           MOVE 0 TO ACCT-BKT-CASH-ADV
           SUBTRACT WS-FORGIVE-AMOUNT FROM ACCT-BALANCE.

      *===============================================================
      * 3900-JOURNAL-CHANGE: Append the before/after image pair for
      * the update just applied to the shared change journal.
      *===============================================================
       3900-JOURNAL-CHANGE.
           MOVE 'SETTLE' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
      * 3950-ACCUM-SATISFIED: Only a forgiveness that reached the
      * master counts -- into the settlement record, the bucket
      * totals the GL journal is cut from, and the money movement
      * BALCTL checks. The amount posted is the negative of the
      * balance forgiven.
      *===============================================================
       3950-ACCUM-SATISFIED.
           SET STL-SATISFIED TO TRUE
           MOVE WS-CURRENT-DATE TO STL-CLOSED-DATE
           MOVE WS-FORGIVE-AMOUNT TO STL-FORGIVEN-AMT
           ADD 1 TO WS-SATISFIED-COUNT
           ADD WS-FORGIVE-AMOUNT TO WS-FORGIVEN-TOTAL
           MOVE 'SATISFIED ' TO WS-RPT-DISP
           PERFORM 6000-WRITE-REPORT-LINE
           IF NOT WS-ON-BOOKS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ON-BOOKS-COUNT
           ADD WS-FORGIVE-AMOUNT TO WS-ON-BOOKS-TOTAL
           ADD WS-FGV-PURCHASES TO WS-PURCH-TOTAL
           ADD WS-FGV-CASH-ADV  TO WS-CASH-TOTAL
           ADD WS-FGV-FEES      TO WS-FEES-TOTAL
           ADD WS-FGV-INTEREST  TO WS-INT-TOTAL
           ADD JRN-BEFORE-BALANCE TO WS-BAL-BEFORE-TOTAL
           ADD ACCT-BALANCE TO WS-BAL-AFTER-TOTAL
           SUBTRACT WS-FORGIVE-AMOUNT FROM WS-AMOUNT-POSTED-TOTAL.

      *===============================================================
      * 4000-BREAK-SETTLEMENT: The agreement failed. The master goes
      * to broken status, so DELINQ ages, writes to, and eventually
      * charges off the account as it would any other; the payments
      * already received stay posted.
      *===============================================================
       4000-BREAK-SETTLEMENT.
           SET ACCT-SETTLE-BROKEN TO TRUE
           MOVE WS-CURRENT-DATE TO ACCT-SETTLE-DATE
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
               NOT INVALID KEY
                   PERFORM 3900-JOURNAL-CHANGE
                   SET STL-BROKEN TO TRUE
                   MOVE WS-CURRENT-DATE TO STL-CLOSED-DATE
                   ADD 1 TO WS-BROKEN-COUNT
                   PERFORM 6000-WRITE-REPORT-LINE
           END-REWRITE.

      *===============================================================
      * 5000-PROCESS-OFFERS: Book each offer the collections desk
      * accepted today. What is owed is the balance on the books,
      * or after charge-off the amount written off less what the
      * agency has recovered; the agreed amount must be less.
      *===============================================================
       5000-PROCESS-OFFERS.
           READ OFFER-FILE
               AT END SET WS-OFR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-OFFER-COUNT
                   PERFORM 5100-CHECK-OFFER
           END-READ.

       5100-CHECK-OFFER.
           MOVE SPACES TO WS-REJECT-REASON
           IF SOF-INSTALL-COUNT = 0
               MOVE 1 TO SOF-INSTALL-COUNT
           END-IF
           IF SOF-AGREED-AMT NOT > 0
               MOVE 'NO AGREED AMOUNT' TO WS-REJECT-REASON
               PERFORM 5900-REJECT-OFFER
               EXIT PARAGRAPH
           END-IF
           IF SOF-INSTALL-COUNT > WS-MAX-INSTALLS
               MOVE 'TOO MANY INSTALLMENTS' TO WS-REJECT-REASON
               PERFORM 5900-REJECT-OFFER
               EXIT PARAGRAPH
           END-IF
           MOVE SOF-ACCT-NUMBER TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES
               PERFORM 5200-CHECK-ACCOUNT
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 5900-REJECT-OFFER
               EXIT PARAGRAPH
           END-IF
           PERFORM 5300-BOOK-OFFER.

       5200-CHECK-ACCOUNT.
           IF ACCT-CHARGED-OFF
               COMPUTE WS-OWED-AMOUNT =
                   ACCT-CHGOFF-AMOUNT - ACCT-RECOVERED-AMT
           ELSE
               MOVE ACCT-BALANCE TO WS-OWED-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN NOT ACCT-CREDIT
                   MOVE 'NOT A CARD ACCOUNT' TO WS-REJECT-REASON
               WHEN ACCT-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
               WHEN ACCT-IN-BANKRUPTCY
                   MOVE 'IN BANKRUPTCY' TO WS-REJECT-REASON
               WHEN ACCT-SETTLE-ACTIVE
                   MOVE 'SETTLEMENT ALREADY ACTIVE'
                       TO WS-REJECT-REASON
               WHEN ACCT-SETTLED
                   MOVE 'ALREADY SETTLED' TO WS-REJECT-REASON
               WHEN SOF-AGREED-AMT >= WS-OWED-AMOUNT
                   MOVE 'NOT LESS THAN AMOUNT OWED'
                       TO WS-REJECT-REASON
           END-EVALUATE.

      *===============================================================
      * 5300-BOOK-OFFER: Payments count from the offer date; the
      * first installment falls due on the date the desk agreed, or
      * an installment interval after the offer when none was
      * given. Each installment is the agreed amount spread evenly,
      * the last one taking the odd cents.
      *===============================================================
       5300-BOOK-OFFER.
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           MOVE 0 TO WS-FORGIVE-AMOUNT
           MOVE OFFER-RECORD TO NEW-SETTLE-RECORD
           IF STL-OFFER-DATE = 0
               MOVE WS-CURRENT-DATE TO STL-OFFER-DATE
           END-IF
           IF STL-NEXT-DUE-DATE = 0
               COMPUTE STL-NEXT-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(STL-OFFER-DATE)
                   + WS-INSTALL-INTERVAL-DAYS)
           END-IF
           COMPUTE STL-LAST-EVAL-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(STL-OFFER-DATE) - 1)
           MOVE WS-OWED-AMOUNT TO STL-OFFER-BALANCE
           COMPUTE STL-INSTALL-AMT =
               STL-AGREED-AMT / STL-INSTALL-COUNT
           MOVE 0 TO STL-INSTALLS-MET
           MOVE 0 TO STL-PAID-TO-DATE
           SET STL-ACTIVE TO TRUE
           MOVE 0 TO STL-CLOSED-DATE
           MOVE 0 TO STL-FORGIVEN-AMT
           SET ACCT-SETTLE-ACTIVE TO TRUE
           MOVE WS-CURRENT-DATE TO ACCT-SETTLE-DATE
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
                   MOVE 'MASTER UPDATE FAILED' TO WS-REJECT-REASON
                   PERFORM 5900-REJECT-OFFER
               NOT INVALID KEY
                   PERFORM 3900-JOURNAL-CHANGE
                   WRITE NEW-SETTLE-RECORD
                   ADD 1 TO WS-BOOKED-COUNT
                   MOVE 'BOOKED    ' TO WS-RPT-DISP
                   PERFORM 6000-WRITE-REPORT-LINE
           END-REWRITE.

       5900-REJECT-OFFER.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SOF-ACCT-NUMBER  TO WS-REJ-ACCT
           MOVE WS-REJECT-REASON TO WS-REJ-REASON
           MOVE SOF-AGREED-AMT   TO WS-REJ-AGREED
           MOVE SOF-COLLECTOR-ID TO WS-REJ-COLLECTOR
           WRITE REPORT-RECORD FROM WS-REJ-LINE.

       6000-WRITE-REPORT-LINE.
           MOVE STL-ACCT-NUMBER   TO WS-RPT-ACCT
           MOVE STL-AGREED-AMT    TO WS-RPT-AGREED
           MOVE STL-PAID-TO-DATE  TO WS-RPT-PAID
           MOVE WS-FORGIVE-AMOUNT TO WS-RPT-FORGIVEN
           MOVE STL-COLLECTOR-ID  TO WS-RPT-COLLECTOR
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

      *===============================================================
      * 8000-WRITE-GL-JOURNAL: One balanced Dr/Cr pair per bucket
      * with anything forgiven on the books this run.
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
           MOVE 'SF' TO GLJ-TRANS-TYPE
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
      *    nets against the forgiven total.
           ADD WS-GL-AMOUNT TO WS-DEBIT-TOTAL
           ADD WS-GL-AMOUNT TO WS-CREDIT-TOTAL.

       8500-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           STRING 'SETTLEMENTS  CURRENT ' DELIMITED SIZE
                  WS-CURRENT-COUNT DELIMITED SIZE
                  '  SATISFIED ' DELIMITED SIZE
                  WS-SATISFIED-COUNT DELIMITED SIZE
                  '  BROKEN ' DELIMITED SIZE
                  WS-BROKEN-COUNT DELIMITED SIZE
                  '  BOOKED ' DELIMITED SIZE
                  WS-BOOKED-COUNT DELIMITED SIZE
                  '  REJECTED ' DELIMITED SIZE
                  WS-REJECTED-COUNT DELIMITED SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-FORGIVEN-TOTAL TO WS-RPT-AMT
           STRING 'AMOUNT FORGIVEN ' DELIMITED SIZE
                  WS-RPT-AMT DELIMITED SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

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
      * can prove the receivable moved by exactly the balances
      * forgiven on the books.
      *===============================================================
       9200-WRITE-CONTROL-RECORD.
           MOVE 'SETTLE' TO RCT-PROGRAM-ID
           MOVE WS-CURRENT-DATE     TO RCT-RUN-DATE
           MOVE WS-CURRENT-TIME     TO RCT-RUN-TIME
           MOVE WS-SETTLE-COUNT     TO RCT-RECORDS-READ
           MOVE WS-ON-BOOKS-COUNT   TO RCT-RECORDS-WRITTEN
           MOVE WS-BAL-BEFORE-TOTAL TO RCT-BALANCE-BEFORE
           MOVE WS-BAL-AFTER-TOTAL  TO RCT-BALANCE-AFTER
           MOVE WS-AMOUNT-POSTED-TOTAL TO RCT-AMOUNT-POSTED
           MOVE SPACES TO RCT-RANGE-TAG
           WRITE CONTROL-RECORD.

       9900-CLOSE-OLD-MASTER.
           IF NOT WS-OLS-NOT-FOUND
               CLOSE OLD-SETTLE-FILE
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
