      *---------------------------------------------------------------
      * FRDCLAIM.cbl -- Confirmed-fraud claims and loss accounting
      * Works the fraud desk's claim intake (FRDCLREQ). A claim line
      * names one transaction the cardholder disputes as fraud; the
      * account may be the compromised number (the cross-reference
      * RENUMBER leaves on ACCTXREF is followed to the account's new
      * home) or the new one. The 'PU' or 'CA' row is found on the
      * master's open-cycle table or on TRANHIST, under either
      * number, and is refused when it is not a charge or a fraud
      * credit already names it.
      *
      * The claimed amount posts back as an 'FL' fraud-loss credit
      * row carrying the claimed row's id, and comes off the bucket
      * it was billed into -- purchases, or cash advances up to what
      * is still owing there, the rest landing in purchases as a
      * credit the way GOODWILL books a paid item. What the charge
      * generated is reversed with it, each as a credit row of its
      * own type (prefix 'FCR', so GLFEED nets it out of income and
      * GOODWILL will not waive it a second time):
      *   - interest: the claimed amount at the INTPARM monthly rate
      *     for the account (the 'CA' rows for an advance, 'PN' on a
      *     repriced account) for every month interest was charged
      *     since the transaction date, never more than the interest
      *     actually charged in that time net of earlier reversals;
      *   - the cash-advance fee TRANLOAD posted beside a claimed
      *     advance on the same day;
      *   - overlimit fees charged since the transaction date, when
      *     taking the fraud off brings the balance within the limit.
      *
      * GLFEED skips the 'FL' rows; the loss is booked here instead,
      * Dr 660000 fraud loss / Cr 120000 card receivable, on FRDGL
      * in GL-JOURNAL layout for GLCONSOL. A recovery line records a
      * merchant chargeback won against a claimed transaction --
      * never more than the loss still open on it -- booked Dr
      * 100000 cash / Cr 660000 fraud loss. Every loss and recovery
      * is appended to the FRDLOSS ledger with the FRAUDDSP rule
      * that confirmed the fraud (from the FRDAUDIT case history;
      * 'NONE' when the cardholder found it first), which FRDLRPT
      * reports monthly by rule. Refused lines are named on the log
      * and end the run with condition code 4.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDCLAIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE
               ASSIGN TO 'FRDCLREQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.

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

           SELECT XREF-FILE
               ASSIGN TO 'ACCTXREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-OLD-ACCT
               FILE STATUS IS WS-XRF-STATUS.

           SELECT DISP-AUDIT-FILE
               ASSIGN TO 'FRDAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FDA-STATUS.

           SELECT RATE-PARM-FILE
               ASSIGN TO 'INTPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IRT-STATUS.

           SELECT LOSS-FILE
               ASSIGN TO 'FRDLOSS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLS-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO 'FRDGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

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
       FD  CLAIM-FILE.
       01  CLAIM-RECORD.
           COPY FRAUD-CLAIM.

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY TRANS-HIST-OFFLOAD.

       FD  XREF-FILE.
       01  XREF-RECORD.
           COPY ACCT-XREF.

       FD  DISP-AUDIT-FILE.
       01  DISP-AUDIT-RECORD.
           COPY FRAUD-DISP-AUDIT.

       FD  RATE-PARM-FILE.
       01  RATE-PARM-RECORD.
           COPY INTEREST-RATE-TABLE.

       FD  LOSS-FILE.
       01  LOSS-RECORD.
           COPY FRAUD-LOSS.

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
      *    file. Time-of-day audit fields keep the wall clock.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-CLM-STATUS           PIC XX.
           88  WS-CLM-SUCCESS      VALUE '00'.
           88  WS-CLM-EOF          VALUE '10'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
       01  WS-FDA-STATUS           PIC XX.
           88  WS-FDA-SUCCESS      VALUE '00'.
           88  WS-FDA-EOF          VALUE '10'.
       01  WS-IRT-STATUS           PIC XX.
           88  WS-IRT-SUCCESS      VALUE '00'.
           88  WS-IRT-EOF          VALUE '10'.
       01  WS-FLS-STATUS           PIC XX.
           88  WS-FLS-SUCCESS      VALUE '00'.
           88  WS-FLS-EOF          VALUE '10'.
           88  WS-FLS-NOT-FOUND    VALUE '35'.
       01  WS-GLJ-STATUS           PIC XX.
           88  WS-GLJ-SUCCESS      VALUE '00'.
       01  WS-CTL-STATUS           PIC XX.
           88  WS-CTL-SUCCESS      VALUE '00'.
           88  WS-CTL-NOT-FOUND    VALUE '35'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-CURRENT-TIME         PIC 9(06).

      *    Offloaded-history lookup (optional file, same pattern as
      *    DISPUTE): a fraud run is usually on a statement before the
      *    cardholder calls, so the rows are mostly on TRANHIST.
       01  WS-HXS-STATUS           PIC XX.
           88  WS-HXS-SUCCESS      VALUE '00'.
       01  WS-HIST-LOOKUP-FLAG     PIC X(01) VALUE 'N'.
           88  WS-HIST-LOOKUP-ON   VALUE 'Y'.
       01  WS-HIST-DONE-FLAG       PIC X(01) VALUE 'N'.
           88  WS-HIST-DONE        VALUE 'Y'.
       01  WS-HX-REVERSAL.
           05  WS-HXR-ORIG-ID      PIC X(12).
           05  FILLER              PIC X(48).

      *    Renumber cross-reference (optional ACCTXREF KSDS, same
      *    pattern as TRANLOAD): a confirmed-fraud account has
      *    usually been moved by the time the claim is keyed, and
      *    its offloaded history stays under the old number.
       01  WS-XRF-STATUS           PIC XX.
           88  WS-XRF-SUCCESS      VALUE '00'.
       01  WS-XREF-CHECK-FLAG      PIC X(01) VALUE 'N'.
           88  WS-XREF-CHECK-ON    VALUE 'Y'.
       01  WS-XREF-FOLLOW-COUNT    PIC 9(05) VALUE ZEROS.

      *    The claim being worked: the number keyed, the number the
      *    account lives under now, and the claimed row.
       01  WS-CLAIM-ITEM.
           05  WS-CLM-ACCT-NAMED   PIC X(16).
           05  WS-CLM-POST-ACCT    PIC X(16).
           05  WS-CLM-TRANS-TYPE   PIC X(02).
           05  WS-CLM-TRANS-DATE   PIC 9(08).
           05  WS-CLM-AMOUNT       PIC S9(11)V99 COMP-3.
           05  WS-CLM-MERCHANT-ID  PIC X(15).
           05  WS-CLM-RULE-ID      PIC X(04).
       01  WS-REFUSAL              PIC X(20) VALUE SPACES.
       01  WS-SCAN-ACCT            PIC X(16).
       01  WS-TRANS-IDX            PIC 9(03).
       01  WS-TRANS-FOUND          PIC X VALUE 'N'.
           88  TRANS-WAS-FOUND     VALUE 'Y'.
       01  WS-CLAIMED-FLAG         PIC X VALUE 'N'.
           88  ITEM-WAS-CLAIMED    VALUE 'Y'.
       01  WS-NEXT-SEQ             PIC 9(07) VALUE ZEROS.
       01  WS-ROWS-NEEDED          PIC 9(03) VALUE ZEROS.

      *    One history row, from the open cycle or TRANHIST, while
      *    the charges the claimed transaction generated are sought.
       01  WS-ROW.
           05  WS-ROW-ID           PIC X(12).
           05  WS-ROW-DATE         PIC 9(08).
           05  WS-ROW-TYPE         PIC X(02).
           05  WS-ROW-AMOUNT       PIC S9(11)V99 COMP-3.
           05  WS-ROW-DESC         PIC X(40).
           05  WS-ROW-ORIG-ID      PIC X(12).
           05  WS-ROW-KIND         PIC X(01).

      *    Interest charged since the transaction date: the months
      *    it was charged and the net amount, earlier reversals
      *    included. Flat defaults are INTEREST's, for an account
      *    type with no INTPARM row.
       01  WS-INT-MONTHS           PIC 9(03) VALUE ZEROS.
       01  WS-INT-SINCE            PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-INT-REVERSE          PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-INT-RATE             PIC V9(04) VALUE ZEROS.
       01  WS-INT-RATE-TYPE        PIC X(02).
       01  WS-INTEREST-RATE        PIC V9(04) VALUE .0150.
       01  WS-CA-INTEREST-RATE     PIC V9(04) VALUE .0210.
       01  WS-PENALTY-RATE         PIC V9(04) VALUE .0250.
       01  WS-RATE-MAX             PIC 9(03) VALUE 20.
       01  WS-RATE-USED            PIC 9(03) VALUE ZEROS.
       01  WS-RATE-IDX             PIC 9(03) VALUE ZEROS.
       01  WS-RATE-FOUND           PIC X VALUE 'N'.
           88  RATE-WAS-FOUND      VALUE 'Y'.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 20 TIMES.
               10  WS-IRT-ACCT-TYPE PIC X(02).
               10  WS-IRT-BAND-LOW  PIC S9(13)V99 COMP-3.
               10  WS-IRT-BAND-HIGH PIC S9(13)V99 COMP-3.
               10  WS-IRT-RATE      PIC V9(04).

      *    Fees the claimed transaction caused, and the ids of every
      *    fee already reversed on the account (goodwill, misapplied
      *    payment, or an earlier fraud claim) so none goes twice.
      *    Kind 'C' is the cash-advance fee, 'O' an overlimit fee.
       01  WS-FEE-MAX              PIC 9(02) VALUE 10.
       01  WS-FEE-USED             PIC 9(02) VALUE ZEROS.
       01  WS-FEE-IDX              PIC 9(02) VALUE ZEROS.
       01  WS-FEE-REVERSE          PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-ADV-FEE-FLAG         PIC X(01) VALUE 'N'.
           88  WS-ADV-FEE-KEPT     VALUE 'Y'.
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 10 TIMES.
               10  WS-FEE-ID           PIC X(12).
               10  WS-FEE-AMOUNT       PIC S9(09)V99 COMP-3.
               10  WS-FEE-KIND         PIC X(01).
               10  WS-FEE-SKIP         PIC X(01).
       01  WS-RVD-MAX              PIC 9(03) VALUE 200.
       01  WS-RVD-USED             PIC 9(03) VALUE ZEROS.
       01  WS-RVD-IDX              PIC 9(03) VALUE ZEROS.
       01  WS-RVD-FULL-FLAG        PIC X(01) VALUE 'N'.
           88  WS-RVD-FULL         VALUE 'Y'.
       01  WS-RVD-TABLE.
           05  WS-RVD-ORIG-ID OCCURS 200 TIMES PIC X(12).
       01  WS-BAL-AFTER-CLAIM      PIC S9(13)V99 COMP-3 VALUE 0.

      *    Bucket credit work fields.
       01  WS-CREDIT-TYPE          PIC X(02).
       01  WS-CREDIT-AMT           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BUCKET-TAKE          PIC S9(11)V99 COMP-3 VALUE 0.

      *    Confirmed-fraud decisions from the FRAUDDSP case history,
      *    for the rule that caught each transaction.
       01  WS-RULE-MAX             PIC 9(04) VALUE 5000.
       01  WS-RULE-USED            PIC 9(04) VALUE ZEROS.
       01  WS-RULE-DROPPED         PIC 9(05) VALUE ZEROS.
       01  WS-RULE-IDX             PIC 9(04) VALUE ZEROS.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 5000 TIMES.
               10  WS-RUL-ACCT-NUMBER  PIC X(16).
               10  WS-RUL-TRANS-ID     PIC X(12).
               10  WS-RUL-RULE-ID      PIC X(04).

      *    Losses on the FRDLOSS ledger with what has been recovered
      *    against each, so a recovery is never more than is open.
       01  WS-LOSS-MAX             PIC 9(04) VALUE 5000.
       01  WS-LOSS-USED            PIC 9(04) VALUE ZEROS.
       01  WS-LOSS-DROPPED         PIC 9(05) VALUE ZEROS.
       01  WS-LOSS-IDX             PIC 9(04) VALUE ZEROS.
       01  WS-LOSS-SUB             PIC 9(04) VALUE ZEROS.
       01  WS-LOSS-FOUND           PIC X VALUE 'N'.
           88  LOSS-WAS-FOUND      VALUE 'Y'.
       01  WS-LOSS-TABLE.
           05  WS-LOSS-ENTRY OCCURS 5000 TIMES.
               10  WS-LSE-CLAIM-ID     PIC X(12).
               10  WS-LSE-ACCT-NUMBER  PIC X(16).
               10  WS-LSE-TRANS-ID     PIC X(12).
               10  WS-LSE-TRANS-TYPE   PIC X(02).
               10  WS-LSE-TRANS-DATE   PIC 9(08).
               10  WS-LSE-RULE-ID      PIC X(04).
               10  WS-LSE-LOSS-AMT     PIC S9(11)V99 COMP-3.
               10  WS-LSE-RECOVERED    PIC S9(11)V99 COMP-3.

      *    GL accounts for the loss and recovery journal.
       01  WS-GL-FRAUD-LOSS        PIC X(06) VALUE '660000'.
       01  WS-GL-RECEIVABLE        PIC X(06) VALUE '120000'.
       01  WS-GL-CASH              PIC X(06) VALUE '100000'.
       01  WS-GL-DEBIT-ACCOUNT     PIC X(06).
       01  WS-GL-CREDIT-ACCOUNT    PIC X(06).
       01  WS-GL-TRANS-TYPE        PIC X(02).
       01  WS-GL-AMOUNT            PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-GL-LINE-COUNT        PIC 9(05) VALUE ZEROS.

       01  WS-LINE-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-CLAIMED-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-RECOVERY-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-REFUSED-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-LOSS-TOTAL           PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-INT-TOTAL            PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-FEE-TOTAL            PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-RECOVERED-TOTAL      PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
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
           PERFORM 0100-LOAD-RULES.
           PERFORM 0200-LOAD-RATE-TABLE.
           PERFORM 0300-LOAD-LOSSES.
           OPEN INPUT CLAIM-FILE.
           IF NOT WS-CLM-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-CLM-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE CLAIM-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND LOSS-FILE.
           IF WS-FLS-NOT-FOUND
               OPEN OUTPUT LOSS-FILE
           END-IF.
           IF NOT WS-FLS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FLS-STATUS
               CLOSE CLAIM-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           IF NOT WS-GLJ-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-GLJ-STATUS
               CLOSE CLAIM-FILE
               CLOSE CARD-MASTER-FILE
               CLOSE LOSS-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HXS-SUCCESS
               SET WS-HIST-LOOKUP-ON TO TRUE
           END-IF.
           OPEN INPUT XREF-FILE.
           IF WS-XRF-SUCCESS
               SET WS-XREF-CHECK-ON TO TRUE
           END-IF.
           PERFORM 0060-OPEN-CONTROL-FILE.
           PERFORM 1000-PROCESS-CLAIMS
               UNTIL WS-CLM-EOF.
           PERFORM 8000-WRITE-GL-JOURNAL.
           PERFORM 9200-WRITE-CONTROL-RECORD.
           CLOSE CONTROL-FILE.
           CLOSE CLAIM-FILE.
           CLOSE CARD-MASTER-FILE.
           CLOSE LOSS-FILE.
           CLOSE JOURNAL-FILE.
           IF WS-HIST-LOOKUP-ON
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-XREF-CHECK-ON
               CLOSE XREF-FILE
           END-IF.
           DISPLAY 'CLAIM LINES:        ' WS-LINE-COUNT.
           DISPLAY 'CLAIMS CREDITED:    ' WS-CLAIMED-COUNT.
           DISPLAY 'RECOVERIES:         ' WS-RECOVERY-COUNT.
           DISPLAY 'REFUSED:            ' WS-REFUSED-COUNT.
           DISPLAY 'XREF FOLLOWED:      ' WS-XREF-FOLLOW-COUNT.
           DISPLAY 'FRAUD LOSS BOOKED:  ' WS-LOSS-TOTAL.
           DISPLAY 'INTEREST REVERSED:  ' WS-INT-TOTAL.
           DISPLAY 'FEES REVERSED:      ' WS-FEE-TOTAL.
           DISPLAY 'RECOVERED:          ' WS-RECOVERED-TOTAL.
           DISPLAY 'GL LINES WRITTEN:   ' WS-GL-LINE-COUNT.
           IF WS-RULE-DROPPED > 0 OR WS-LOSS-DROPPED > 0
               DISPLAY 'ENTRIES DROPPED AT TABLE CAP: '
                   WS-RULE-DROPPED ' ' WS-LOSS-DROPPED
                   ' -- CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REFUSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      *===============================================================
      * 0100-LOAD-RULES: The confirmed-fraud decisions on the
      * FRAUDDSP case history. Without the file every loss books
      * under 'NONE'.
      *===============================================================
       0100-LOAD-RULES.
           OPEN INPUT DISP-AUDIT-FILE
           IF WS-FDA-SUCCESS
               PERFORM 0150-READ-RULE
                   UNTIL WS-FDA-EOF
               CLOSE DISP-AUDIT-FILE
           ELSE
               DISPLAY 'NO FRDAUDIT FILE -- LOSSES BOOKED UNDER NONE'
           END-IF
           DISPLAY 'CONFIRMED-FRAUD DECISIONS: ' WS-RULE-USED.

       0150-READ-RULE.
           READ DISP-AUDIT-FILE
               AT END SET WS-FDA-EOF TO TRUE
               NOT AT END
                   IF FDA-CONFIRMED-FRAUD
                       IF WS-RULE-USED >= WS-RULE-MAX
                           ADD 1 TO WS-RULE-DROPPED
                           DISPLAY 'RULE TABLE FULL, DROPPING: '
                               FDA-TRANS-ID
                       ELSE
                           ADD 1 TO WS-RULE-USED
                           MOVE FDA-ACCT-NUMBER
                               TO WS-RUL-ACCT-NUMBER(WS-RULE-USED)
                           MOVE FDA-TRANS-ID
                               TO WS-RUL-TRANS-ID(WS-RULE-USED)
                           MOVE FDA-RULE-ID
                               TO WS-RUL-RULE-ID(WS-RULE-USED)
                       END-IF
                   END-IF
           END-READ.

      *===============================================================
      * 0200-LOAD-RATE-TABLE: The tiered type/balance-band/rate rows
      * from INTPARM, loaded as INTEREST loads them.
      *===============================================================
       0200-LOAD-RATE-TABLE.
           OPEN INPUT RATE-PARM-FILE
           IF WS-IRT-SUCCESS
               PERFORM 0250-READ-RATE-ROW
                   UNTIL WS-IRT-EOF
                   OR WS-RATE-USED >= WS-RATE-MAX
               CLOSE RATE-PARM-FILE
           END-IF
           DISPLAY 'RATE TIERS LOADED: ' WS-RATE-USED.

       0250-READ-RATE-ROW.
           READ RATE-PARM-FILE
               AT END SET WS-IRT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RATE-USED
                   MOVE IRT-ACCT-TYPE
                       TO WS-IRT-ACCT-TYPE(WS-RATE-USED)
                   MOVE IRT-BAND-LOW
                       TO WS-IRT-BAND-LOW(WS-RATE-USED)
                   MOVE IRT-BAND-HIGH
                       TO WS-IRT-BAND-HIGH(WS-RATE-USED)
                   MOVE IRT-RATE
                       TO WS-IRT-RATE(WS-RATE-USED)
           END-READ.

      *===============================================================
      * 0300-LOAD-LOSSES: The loss ledger so far, each loss with its
      * recoveries applied. A loss past the table cap could not be
      * recovered against tonight, so overflow is named and fails
      * the run.
      *===============================================================
       0300-LOAD-LOSSES.
           OPEN INPUT LOSS-FILE
           IF WS-FLS-SUCCESS
               PERFORM 0350-READ-LOSS
                   UNTIL WS-FLS-EOF
               CLOSE LOSS-FILE
           END-IF
           DISPLAY 'LOSSES ON LEDGER: ' WS-LOSS-USED.

       0350-READ-LOSS.
           READ LOSS-FILE
               AT END SET WS-FLS-EOF TO TRUE
               NOT AT END
                   IF FLS-LOSS
                       PERFORM 0360-ADD-LOSS
                   ELSE
                       PERFORM 5100-FIND-LOSS
                       IF LOSS-WAS-FOUND
                           ADD FLS-RECOVERED-AMT
                               TO WS-LSE-RECOVERED(WS-LOSS-SUB)
                       END-IF
                   END-IF
           END-READ.

       0360-ADD-LOSS.
           IF WS-LOSS-USED >= WS-LOSS-MAX
               ADD 1 TO WS-LOSS-DROPPED
               DISPLAY 'LOSS TABLE FULL, DROPPING: ' FLS-TRANS-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOSS-USED
           MOVE WS-LOSS-USED TO WS-LOSS-SUB
           MOVE FLS-CLAIM-ID    TO WS-LSE-CLAIM-ID(WS-LOSS-SUB)
           MOVE FLS-ACCT-NUMBER TO WS-LSE-ACCT-NUMBER(WS-LOSS-SUB)
           MOVE FLS-TRANS-ID    TO WS-LSE-TRANS-ID(WS-LOSS-SUB)
           MOVE FLS-TRANS-TYPE  TO WS-LSE-TRANS-TYPE(WS-LOSS-SUB)
           MOVE FLS-TRANS-DATE  TO WS-LSE-TRANS-DATE(WS-LOSS-SUB)
           MOVE FLS-RULE-ID     TO WS-LSE-RULE-ID(WS-LOSS-SUB)
           MOVE FLS-LOSS-AMT    TO WS-LSE-LOSS-AMT(WS-LOSS-SUB)
           MOVE 0 TO WS-LSE-RECOVERED(WS-LOSS-SUB).

       1000-PROCESS-CLAIMS.
           READ CLAIM-FILE
               AT END SET WS-CLM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-COUNT
                   MOVE SPACES TO WS-REFUSAL
                   EVALUATE TRUE
                       WHEN FCL-CLAIM
                           PERFORM 2000-WORK-CLAIM
                       WHEN FCL-RECOVERY
                           PERFORM 6000-WORK-RECOVERY
                       WHEN OTHER
                           MOVE 'UNKNOWN ACTION' TO WS-REFUSAL
                   END-EVALUATE
                   IF WS-REFUSAL NOT = SPACES
                       ADD 1 TO WS-REFUSED-COUNT
                       DISPLAY 'FRAUD CLAIM REFUSED: ' WS-REFUSAL
                           ' CLAIM: ' FCL-CLAIM-ID
                           ' TRANS: ' FCL-TRANS-ID
                   END-IF
           END-READ.

      *===============================================================
      * 2000-WORK-CLAIM: Find the account and the claimed row, work
      * out what it cost the cardholder, and post the credits. A
      * charged-off account's loss was booked at charge-off, so it
      * is refused here.
      *===============================================================
       2000-WORK-CLAIM.
           MOVE FCL-ACCT-NUMBER TO WS-CLM-ACCT-NAMED
           MOVE FCL-ACCT-NUMBER TO ACCT-NUMBER
           IF WS-XREF-CHECK-ON
               PERFORM 2050-FOLLOW-XREF
           END-IF
           MOVE ACCT-NUMBER TO WS-CLM-POST-ACCT
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REFUSAL
                   EXIT PARAGRAPH
           END-READ
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           EVALUATE TRUE
               WHEN ACCT-CHARGED-OFF
                   MOVE 'ACCOUNT CHARGED OFF' TO WS-REFUSAL
               WHEN ACCT-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-REFUSAL
           END-EVALUATE
           IF WS-REFUSAL NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-LOCATE-TRANS
           EVALUATE TRUE
               WHEN NOT TRANS-WAS-FOUND
                   MOVE 'TRANS NOT FOUND' TO WS-REFUSAL
               WHEN WS-CLM-TRANS-TYPE NOT = 'PU'
                   AND WS-CLM-TRANS-TYPE NOT = 'CA'
                   MOVE 'NOT PURCHASE OR ADV' TO WS-REFUSAL
               WHEN WS-CLM-AMOUNT NOT > 0
                   MOVE 'NOT A CHARGE' TO WS-REFUSAL
               WHEN ITEM-WAS-CLAIMED
                   MOVE 'ALREADY CLAIMED' TO WS-REFUSAL
           END-EVALUATE
           IF WS-REFUSAL NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-FIND-RULE
           PERFORM 3000-GATHER-CHARGES
           IF WS-RVD-FULL
               MOVE 'REVERSAL TABLE FULL' TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM 3500-PRICE-INTEREST
           COMPUTE WS-ROWS-NEEDED = TH-TRANS-COUNT + 1
           IF WS-INT-REVERSE > 0
               ADD 1 TO WS-ROWS-NEEDED
           END-IF
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-USED
               IF WS-FEE-SKIP(WS-FEE-IDX) NOT = 'Y'
                   ADD 1 TO WS-ROWS-NEEDED
               END-IF
           END-PERFORM
           IF WS-ROWS-NEEDED > 50
               MOVE 'TRANS TABLE FULL' TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM 4000-POST-CLAIM
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
                   MOVE 'REWRITE FAILED' TO WS-REFUSAL
               NOT INVALID KEY
                   PERFORM 4900-ACCUM-CLAIM
           END-REWRITE.

      *===============================================================
      * 2050-FOLLOW-XREF: A claim keyed to a renumbered account's
      * old number posts to the new one the cross-reference names.
      *===============================================================
       2050-FOLLOW-XREF.
           MOVE FCL-ACCT-NUMBER TO XRF-OLD-ACCT
           READ XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE XRF-NEW-ACCT TO ACCT-NUMBER
                   ADD 1 TO WS-XREF-FOLLOW-COUNT
           END-READ.

      *===============================================================
      * 2100-LOCATE-TRANS: The claimed row and any fraud credit
      * already naming it, on the open cycle and then on TRANHIST
      * under the account's current number and, when it was
      * renumbered, the number the claim was keyed to.
      *===============================================================
       2100-LOCATE-TRANS.
           MOVE 'N' TO WS-TRANS-FOUND
           MOVE 'N' TO WS-CLAIMED-FLAG
           PERFORM 2110-SCAN-OPEN-CYCLE
               VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
           IF WS-HIST-LOOKUP-ON
               MOVE WS-CLM-POST-ACCT TO WS-SCAN-ACCT
               PERFORM 2200-SCAN-OFFLOADED
               IF WS-CLM-ACCT-NAMED NOT = WS-CLM-POST-ACCT
                   MOVE WS-CLM-ACCT-NAMED TO WS-SCAN-ACCT
                   PERFORM 2200-SCAN-OFFLOADED
               END-IF
           END-IF.

       2110-SCAN-OPEN-CYCLE.
           IF TH-TRANS-TYPE(WS-TRANS-IDX) = 'FL'
               IF TH-REV-ORIG-ID(WS-TRANS-IDX) = FCL-TRANS-ID
                   SET ITEM-WAS-CLAIMED TO TRUE
               END-IF
           ELSE
               IF TH-TRANS-ID(WS-TRANS-IDX) = FCL-TRANS-ID
                   AND NOT TRANS-WAS-FOUND
                   SET TRANS-WAS-FOUND TO TRUE
                   MOVE TH-TRANS-TYPE(WS-TRANS-IDX)
                       TO WS-CLM-TRANS-TYPE
                   MOVE TH-TRANS-DATE(WS-TRANS-IDX)
                       TO WS-CLM-TRANS-DATE
                   MOVE TH-TRANS-AMOUNT(WS-TRANS-IDX)
                       TO WS-CLM-AMOUNT
                   MOVE TH-MERCHANT-ID(WS-TRANS-IDX)
                       TO WS-CLM-MERCHANT-ID
               END-IF
           END-IF.

       2200-SCAN-OFFLOADED.
           MOVE 'N' TO WS-HIST-DONE-FLAG
           MOVE WS-SCAN-ACCT TO HX-ACCT-NUMBER
           MOVE 0 TO HX-TRANS-DATE
           MOVE LOW-VALUES TO HX-TRANS-ID
           START HISTORY-FILE KEY IS NOT LESS THAN HX-KEY
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-START
           PERFORM 2250-READ-OFFLOADED
               UNTIL WS-HIST-DONE.

       2250-READ-OFFLOADED.
           READ HISTORY-FILE NEXT
               AT END SET WS-HIST-DONE TO TRUE
               NOT AT END
                   IF HX-ACCT-NUMBER NOT = WS-SCAN-ACCT
                       SET WS-HIST-DONE TO TRUE
                   ELSE
                       IF HX-TRANS-TYPE = 'FL'
                           MOVE HX-TRANS-DETAIL TO WS-HX-REVERSAL
                           IF WS-HXR-ORIG-ID = FCL-TRANS-ID
                               SET ITEM-WAS-CLAIMED TO TRUE
                           END-IF
                       ELSE
                           IF HX-TRANS-ID = FCL-TRANS-ID
                               AND NOT TRANS-WAS-FOUND
                               SET TRANS-WAS-FOUND TO TRUE
                               MOVE HX-TRANS-TYPE
                                   TO WS-CLM-TRANS-TYPE
                               MOVE HX-TRANS-DATE
                                   TO WS-CLM-TRANS-DATE
                               MOVE HX-TRANS-AMOUNT
                                   TO WS-CLM-AMOUNT
                               MOVE HX-MERCHANT-ID
                                   TO WS-CLM-MERCHANT-ID
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *===============================================================
      * 2300-FIND-RULE: The FRAUDDSP rule whose alert on this
      * transaction was confirmed as fraud, under either account
      * number; 'NONE' when no alert was confirmed.
      *===============================================================
       2300-FIND-RULE.
           MOVE 'NONE' TO WS-CLM-RULE-ID
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-USED
               OR WS-CLM-RULE-ID NOT = 'NONE'
               IF WS-RUL-TRANS-ID(WS-RULE-IDX) = FCL-TRANS-ID
                   AND (WS-RUL-ACCT-NUMBER(WS-RULE-IDX) =
                           WS-CLM-ACCT-NAMED
                       OR WS-RUL-ACCT-NUMBER(WS-RULE-IDX) =
                           WS-CLM-POST-ACCT)
                   MOVE WS-RUL-RULE-ID(WS-RULE-IDX)
                       TO WS-CLM-RULE-ID
               END-IF
           END-PERFORM.

      *===============================================================
      * 3000-GATHER-CHARGES: A second pass over the same rows, now
      * the transaction date is known, for the interest charged
      * since then and the fees the transaction caused.
      *===============================================================
       3000-GATHER-CHARGES.
           MOVE 0 TO WS-INT-MONTHS
           MOVE 0 TO WS-INT-SINCE
           MOVE 0 TO WS-FEE-USED
           MOVE 0 TO WS-RVD-USED
           MOVE 'N' TO WS-RVD-FULL-FLAG
           PERFORM 3100-NOTE-OPEN-ROW
               VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
           IF WS-HIST-LOOKUP-ON
               MOVE WS-CLM-POST-ACCT TO WS-SCAN-ACCT
               PERFORM 3200-GATHER-OFFLOADED
               IF WS-CLM-ACCT-NAMED NOT = WS-CLM-POST-ACCT
                   MOVE WS-CLM-ACCT-NAMED TO WS-SCAN-ACCT
                   PERFORM 3200-GATHER-OFFLOADED
               END-IF
           END-IF
           PERFORM 3400-SELECT-FEES.

       3100-NOTE-OPEN-ROW.
           MOVE TH-TRANS-ID(WS-TRANS-IDX)     TO WS-ROW-ID
           MOVE TH-TRANS-DATE(WS-TRANS-IDX)   TO WS-ROW-DATE
           MOVE TH-TRANS-TYPE(WS-TRANS-IDX)   TO WS-ROW-TYPE
           MOVE TH-TRANS-AMOUNT(WS-TRANS-IDX) TO WS-ROW-AMOUNT
           MOVE TH-TRANS-DESC(WS-TRANS-IDX)   TO WS-ROW-DESC
           MOVE TH-REV-ORIG-ID(WS-TRANS-IDX)  TO WS-ROW-ORIG-ID
           PERFORM 3300-NOTE-ROW.

       3200-GATHER-OFFLOADED.
           MOVE 'N' TO WS-HIST-DONE-FLAG
           MOVE WS-SCAN-ACCT TO HX-ACCT-NUMBER
           MOVE 0 TO HX-TRANS-DATE
           MOVE LOW-VALUES TO HX-TRANS-ID
           START HISTORY-FILE KEY IS NOT LESS THAN HX-KEY
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-START
           PERFORM 3250-READ-GATHER
               UNTIL WS-HIST-DONE.

       3250-READ-GATHER.
           READ HISTORY-FILE NEXT
               AT END SET WS-HIST-DONE TO TRUE
               NOT AT END
                   IF HX-ACCT-NUMBER NOT = WS-SCAN-ACCT
                       SET WS-HIST-DONE TO TRUE
                   ELSE
                       MOVE HX-TRANS-ID     TO WS-ROW-ID
                       MOVE HX-TRANS-DATE   TO WS-ROW-DATE
                       MOVE HX-TRANS-TYPE   TO WS-ROW-TYPE
                       MOVE HX-TRANS-AMOUNT TO WS-ROW-AMOUNT
                       MOVE HX-TRANS-DESC   TO WS-ROW-DESC
                       MOVE HX-TRANS-DETAIL TO WS-HX-REVERSAL
                       MOVE WS-HXR-ORIG-ID  TO WS-ROW-ORIG-ID
                       PERFORM 3300-NOTE-ROW
                   END-IF
           END-READ.

      *===============================================================
      * 3300-NOTE-ROW: Interest charged or reversed on or after the
      * transaction date counts toward what can be given back; a
      * fee reversal is remembered by the fee it names; the cash-
      * advance fee for a claimed advance and overlimit fees since
      * the transaction date are candidates for reversal.
      *===============================================================
       3300-NOTE-ROW.
           IF WS-ROW-TYPE = 'IN'
               AND WS-ROW-DATE >= WS-CLM-TRANS-DATE
               ADD WS-ROW-AMOUNT TO WS-INT-SINCE
               IF WS-ROW-AMOUNT > 0
                   ADD 1 TO WS-INT-MONTHS
               END-IF
           END-IF
           IF WS-ROW-TYPE NOT = 'FE'
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-ID(1:3) = 'GWR'
               OR WS-ROW-ID(1:3) = 'MPF'
               OR WS-ROW-ID(1:3) = 'FCR'
               IF WS-RVD-USED >= WS-RVD-MAX
                   SET WS-RVD-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-RVD-USED
                   MOVE WS-ROW-ORIG-ID TO WS-RVD-ORIG-ID(WS-RVD-USED)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-ROW-KIND
           EVALUATE TRUE
               WHEN WS-CLM-TRANS-TYPE = 'CA'
                   AND WS-ROW-DESC = 'CASH ADVANCE FEE'
                   AND WS-ROW-DATE = WS-CLM-TRANS-DATE
                   MOVE 'C' TO WS-ROW-KIND
               WHEN WS-ROW-DESC = 'OVERLIMIT FEE'
                   AND WS-ROW-DATE >= WS-CLM-TRANS-DATE
                   MOVE 'O' TO WS-ROW-KIND
           END-EVALUATE
           IF WS-ROW-KIND = SPACE
               EXIT PARAGRAPH
           END-IF
           IF WS-FEE-USED >= WS-FEE-MAX
               DISPLAY 'FEE TABLE FULL, NOT REVERSED: ' WS-ROW-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FEE-USED
           MOVE WS-ROW-ID     TO WS-FEE-ID(WS-FEE-USED)
           MOVE WS-ROW-AMOUNT TO WS-FEE-AMOUNT(WS-FEE-USED)
           MOVE WS-ROW-KIND   TO WS-FEE-KIND(WS-FEE-USED)
           MOVE 'N'           TO WS-FEE-SKIP(WS-FEE-USED).

      *===============================================================
      * 3400-SELECT-FEES: Drop candidates already reversed, all but
      * the first cash-advance fee still standing that day, and the
      * overlimit fees when the account would still be over its
      * limit without the fraud.
      *===============================================================
       3400-SELECT-FEES.
           MOVE 0 TO WS-FEE-REVERSE
           MOVE 'N' TO WS-ADV-FEE-FLAG
           COMPUTE WS-BAL-AFTER-CLAIM = ACCT-BALANCE - WS-CLM-AMOUNT
           PERFORM 3410-CHECK-FEE
               VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-USED.

       3410-CHECK-FEE.
           PERFORM VARYING WS-RVD-IDX FROM 1 BY 1
               UNTIL WS-RVD-IDX > WS-RVD-USED
               IF WS-RVD-ORIG-ID(WS-RVD-IDX) = WS-FEE-ID(WS-FEE-IDX)
                   MOVE 'Y' TO WS-FEE-SKIP(WS-FEE-IDX)
               END-IF
           END-PERFORM
           IF WS-FEE-SKIP(WS-FEE-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FEE-KIND(WS-FEE-IDX)
               WHEN 'C'
                   IF WS-ADV-FEE-KEPT
                       MOVE 'Y' TO WS-FEE-SKIP(WS-FEE-IDX)
                   ELSE
                       SET WS-ADV-FEE-KEPT TO TRUE
                   END-IF
               WHEN 'O'
                   IF WS-BAL-AFTER-CLAIM > ACCT-CREDIT-LIMIT
                       MOVE 'Y' TO WS-FEE-SKIP(WS-FEE-IDX)
                   END-IF
           END-EVALUATE
           IF WS-FEE-SKIP(WS-FEE-IDX) NOT = 'Y'
               ADD WS-FEE-AMOUNT(WS-FEE-IDX) TO WS-FEE-REVERSE
           END-IF.

      *===============================================================
      * 3500-PRICE-INTEREST: The interest the fraud itself accrued --
      * the claimed amount at the account's monthly rate for each
      * month interest was charged since -- capped at what was
      * actually charged and not yet reversed.
      *===============================================================
       3500-PRICE-INTEREST.
           MOVE 0 TO WS-INT-REVERSE
           IF NOT ACCT-CREDIT
               OR WS-INT-MONTHS = 0
               OR WS-INT-SINCE NOT > 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CLM-TRANS-TYPE = 'CA'
                   MOVE 'CA' TO WS-INT-RATE-TYPE
                   MOVE WS-CA-INTEREST-RATE TO WS-INT-RATE
               WHEN ACCT-PENALTY-ACTIVE
                   MOVE 'PN' TO WS-INT-RATE-TYPE
                   MOVE WS-PENALTY-RATE TO WS-INT-RATE
               WHEN OTHER
                   MOVE ACCT-TYPE TO WS-INT-RATE-TYPE
                   MOVE WS-INTEREST-RATE TO WS-INT-RATE
           END-EVALUATE
           PERFORM 3550-SELECT-RATE
           COMPUTE WS-INT-REVERSE ROUNDED =
               WS-CLM-AMOUNT * WS-INT-RATE * WS-INT-MONTHS
           IF WS-INT-REVERSE > WS-INT-SINCE
               MOVE WS-INT-SINCE TO WS-INT-REVERSE
           END-IF.

      *===============================================================
      * 3550-SELECT-RATE: The first INTPARM row for the rate type
      * whose band holds the balance, as INTEREST selects it; no
      * match leaves the flat default.
      *===============================================================
       3550-SELECT-RATE.
           MOVE 'N' TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-USED
               OR RATE-WAS-FOUND
               IF WS-INT-RATE-TYPE = WS-IRT-ACCT-TYPE(WS-RATE-IDX)
                   AND ACCT-BALANCE >=
                       WS-IRT-BAND-LOW(WS-RATE-IDX)
                   AND (WS-IRT-BAND-HIGH(WS-RATE-IDX) = 0
                       OR ACCT-BALANCE <=
                           WS-IRT-BAND-HIGH(WS-RATE-IDX))
                   SET RATE-WAS-FOUND TO TRUE
                   MOVE WS-IRT-RATE(WS-RATE-IDX) TO WS-INT-RATE
               END-IF
           END-PERFORM.

      *===============================================================
      * 4000-POST-CLAIM: The fraud credit, then the interest and fee
      * reversals, each off the balance and its bucket. The account
      * record is the one 2000-WORK-CLAIM read.
      *===============================================================
       4000-POST-CLAIM.
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO TH-TRANS-COUNT
           MOVE SPACES TO TH-TRANS-ID(TH-TRANS-COUNT)
           STRING 'FCL' DELIMITED SIZE
                  WS-NEXT-SEQ DELIMITED SIZE
               INTO TH-TRANS-ID(TH-TRANS-COUNT)
           END-STRING
           MOVE WS-CURRENT-DATE TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE 'FL' TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           MOVE WS-CLM-AMOUNT TO TH-TRANS-AMOUNT(TH-TRANS-COUNT)
           MOVE 'FRAUD CLAIM CREDIT'
               TO TH-TRANS-DESC(TH-TRANS-COUNT)
           MOVE WS-CLM-MERCHANT-ID TO TH-MERCHANT-ID(TH-TRANS-COUNT)
           MOVE SPACES TO TH-TRANS-DETAIL(TH-TRANS-COUNT)
           MOVE FCL-TRANS-ID TO TH-REV-ORIG-ID(TH-TRANS-COUNT)
           MOVE 'FR' TO TH-REV-REASON(TH-TRANS-COUNT)
           MOVE FCL-REP-ID TO TH-REV-REP-ID(TH-TRANS-COUNT)
           SUBTRACT WS-CLM-AMOUNT FROM ACCT-BALANCE
           IF ACCT-CREDIT
               MOVE WS-CLM-TRANS-TYPE TO WS-CREDIT-TYPE
               MOVE WS-CLM-AMOUNT TO WS-CREDIT-AMT
               PERFORM 4100-CREDIT-BUCKET
           END-IF
           IF WS-INT-REVERSE > 0
               PERFORM 4200-POST-INTEREST-CREDIT
           END-IF
           PERFORM 4300-POST-FEE-CREDIT
               VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-USED.

      *===============================================================
      * 4100-CREDIT-BUCKET: Back the credit out of the bucket the
      * item was billed into, as much as is still owing there; the
      * rest was already paid and becomes a credit in purchases.
      * A purchase is in purchases to begin with.
      *===============================================================
       4100-CREDIT-BUCKET.
           EVALUATE WS-CREDIT-TYPE
               WHEN 'CA'
                   MOVE ACCT-BKT-CASH-ADV TO WS-BUCKET-TAKE
               WHEN 'FE'
                   MOVE ACCT-BKT-FEES TO WS-BUCKET-TAKE
               WHEN 'IN'
                   MOVE ACCT-BKT-INTEREST TO WS-BUCKET-TAKE
               WHEN OTHER
                   MOVE 0 TO WS-BUCKET-TAKE
           END-EVALUATE
           IF WS-BUCKET-TAKE > WS-CREDIT-AMT
               MOVE WS-CREDIT-AMT TO WS-BUCKET-TAKE
           END-IF
           IF WS-BUCKET-TAKE < 0
               MOVE 0 TO WS-BUCKET-TAKE
           END-IF
           EVALUATE WS-CREDIT-TYPE
               WHEN 'CA'
                   SUBTRACT WS-BUCKET-TAKE FROM ACCT-BKT-CASH-ADV
               WHEN 'FE'
                   SUBTRACT WS-BUCKET-TAKE FROM ACCT-BKT-FEES
               WHEN 'IN'
                   SUBTRACT WS-BUCKET-TAKE FROM ACCT-BKT-INTEREST
           END-EVALUATE
           COMPUTE ACCT-BKT-PURCHASES = ACCT-BKT-PURCHASES
               - (WS-CREDIT-AMT - WS-BUCKET-TAKE).

       4200-POST-INTEREST-CREDIT.
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO TH-TRANS-COUNT
           MOVE SPACES TO TH-TRANS-ID(TH-TRANS-COUNT)
           STRING 'FCR' DELIMITED SIZE
                  WS-NEXT-SEQ DELIMITED SIZE
               INTO TH-TRANS-ID(TH-TRANS-COUNT)
           END-STRING
           MOVE WS-CURRENT-DATE TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE 'IN' TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           COMPUTE TH-TRANS-AMOUNT(TH-TRANS-COUNT) =
               0 - WS-INT-REVERSE
           MOVE 'FRAUD CLAIM - INTEREST REVERSED'
               TO TH-TRANS-DESC(TH-TRANS-COUNT)
           MOVE SPACES TO TH-MERCHANT-ID(TH-TRANS-COUNT)
           MOVE SPACES TO TH-TRANS-DETAIL(TH-TRANS-COUNT)
           MOVE FCL-TRANS-ID TO TH-REV-ORIG-ID(TH-TRANS-COUNT)
           MOVE 'FR' TO TH-REV-REASON(TH-TRANS-COUNT)
           MOVE FCL-REP-ID TO TH-REV-REP-ID(TH-TRANS-COUNT)
           SUBTRACT WS-INT-REVERSE FROM ACCT-BALANCE
           MOVE 'IN' TO WS-CREDIT-TYPE
           MOVE WS-INT-REVERSE TO WS-CREDIT-AMT
           PERFORM 4100-CREDIT-BUCKET.

      *===============================================================
      * 4300-POST-FEE-CREDIT: One reversal row per fee kept, naming
      * the fee row itself so it can never be reversed again.
      *===============================================================
       4300-POST-FEE-CREDIT.
           IF WS-FEE-SKIP(WS-FEE-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO TH-TRANS-COUNT
           MOVE SPACES TO TH-TRANS-ID(TH-TRANS-COUNT)
           STRING 'FCR' DELIMITED SIZE
                  WS-NEXT-SEQ DELIMITED SIZE
               INTO TH-TRANS-ID(TH-TRANS-COUNT)
           END-STRING
           MOVE WS-CURRENT-DATE TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE 'FE' TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           COMPUTE TH-TRANS-AMOUNT(TH-TRANS-COUNT) =
               0 - WS-FEE-AMOUNT(WS-FEE-IDX)
           MOVE 'FRAUD CLAIM - FEE REVERSED'
               TO TH-TRANS-DESC(TH-TRANS-COUNT)
           MOVE SPACES TO TH-MERCHANT-ID(TH-TRANS-COUNT)
           MOVE SPACES TO TH-TRANS-DETAIL(TH-TRANS-COUNT)
           MOVE WS-FEE-ID(WS-FEE-IDX)
               TO TH-REV-ORIG-ID(TH-TRANS-COUNT)
           MOVE 'FR' TO TH-REV-REASON(TH-TRANS-COUNT)
           MOVE FCL-REP-ID TO TH-REV-REP-ID(TH-TRANS-COUNT)
           SUBTRACT WS-FEE-AMOUNT(WS-FEE-IDX) FROM ACCT-BALANCE
           IF ACCT-CREDIT
               MOVE 'FE' TO WS-CREDIT-TYPE
               MOVE WS-FEE-AMOUNT(WS-FEE-IDX) TO WS-CREDIT-AMT
               PERFORM 4100-CREDIT-BUCKET
           END-IF.

      *===============================================================
      * 4900-ACCUM-CLAIM: Only a claim that reached the master
      * counts -- into the loss ledger, tonight's recoverable
      * losses, the GL total, and the money movement BALCTL checks.
      *===============================================================
       4900-ACCUM-CLAIM.
           PERFORM 5900-JOURNAL-CHANGE
           ADD 1 TO WS-CLAIMED-COUNT
           ADD WS-CLM-AMOUNT TO WS-LOSS-TOTAL
           ADD WS-INT-REVERSE TO WS-INT-TOTAL
           ADD WS-FEE-REVERSE TO WS-FEE-TOTAL
           ADD JRN-BEFORE-BALANCE TO WS-BAL-BEFORE-TOTAL
           ADD ACCT-BALANCE TO WS-BAL-AFTER-TOTAL
           COMPUTE WS-AMOUNT-POSTED-TOTAL = WS-AMOUNT-POSTED-TOTAL
               - WS-CLM-AMOUNT - WS-INT-REVERSE - WS-FEE-REVERSE
           MOVE SPACES TO LOSS-RECORD
           SET FLS-LOSS TO TRUE
           MOVE FCL-CLAIM-ID TO FLS-CLAIM-ID
           MOVE WS-CLM-POST-ACCT TO FLS-ACCT-NUMBER
           MOVE FCL-TRANS-ID TO FLS-TRANS-ID
           MOVE WS-CLM-TRANS-TYPE TO FLS-TRANS-TYPE
           MOVE WS-CLM-TRANS-DATE TO FLS-TRANS-DATE
           MOVE WS-CLM-RULE-ID TO FLS-RULE-ID
           MOVE WS-CLM-AMOUNT TO FLS-LOSS-AMT
           MOVE WS-INT-REVERSE TO FLS-INT-REVERSED
           MOVE WS-FEE-REVERSE TO FLS-FEE-REVERSED
           MOVE 0 TO FLS-RECOVERED-AMT
           MOVE FCL-REP-ID TO FLS-REP-ID
           MOVE WS-CURRENT-DATE TO FLS-POST-DATE
           PERFORM 0360-ADD-LOSS
           WRITE LOSS-RECORD.

      *===============================================================
      * 5100-FIND-LOSS: The loss a recovery is booked against, by
      * claim id and transaction id.
      *===============================================================
       5100-FIND-LOSS.
           MOVE 'N' TO WS-LOSS-FOUND
           PERFORM VARYING WS-LOSS-IDX FROM 1 BY 1
               UNTIL WS-LOSS-IDX > WS-LOSS-USED
               OR LOSS-WAS-FOUND
               IF WS-LSE-CLAIM-ID(WS-LOSS-IDX) = FLS-CLAIM-ID
                   AND WS-LSE-TRANS-ID(WS-LOSS-IDX) = FLS-TRANS-ID
                   SET LOSS-WAS-FOUND TO TRUE
                   MOVE WS-LOSS-IDX TO WS-LOSS-SUB
               END-IF
           END-PERFORM.

      *===============================================================
      * 5900-JOURNAL-CHANGE: Append the before/after image pair for
      * the update just applied to the shared change journal.
      *===============================================================
       5900-JOURNAL-CHANGE.
           MOVE 'FRDCLAIM' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
      * 6000-WORK-RECOVERY: A chargeback won against a booked loss.
      * The cardholder was made whole at claim time, so only the
      * ledger and the GL move.
      *===============================================================
       6000-WORK-RECOVERY.
           IF FCL-RECOVERY-AMT NOT > 0
               MOVE 'INVALID AMOUNT' TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LOSS-RECORD
           MOVE FCL-CLAIM-ID TO FLS-CLAIM-ID
           MOVE FCL-TRANS-ID TO FLS-TRANS-ID
           PERFORM 5100-FIND-LOSS
           IF NOT LOSS-WAS-FOUND
               MOVE 'NO LOSS ON FILE' TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF FCL-RECOVERY-AMT >
               WS-LSE-LOSS-AMT(WS-LOSS-SUB)
               - WS-LSE-RECOVERED(WS-LOSS-SUB)
               MOVE 'OVER OPEN LOSS' TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           ADD FCL-RECOVERY-AMT TO WS-LSE-RECOVERED(WS-LOSS-SUB)
           ADD 1 TO WS-RECOVERY-COUNT
           ADD FCL-RECOVERY-AMT TO WS-RECOVERED-TOTAL
           SET FLS-RECOVERY TO TRUE
           MOVE WS-LSE-ACCT-NUMBER(WS-LOSS-SUB) TO FLS-ACCT-NUMBER
           MOVE WS-LSE-TRANS-TYPE(WS-LOSS-SUB) TO FLS-TRANS-TYPE
           MOVE WS-LSE-TRANS-DATE(WS-LOSS-SUB) TO FLS-TRANS-DATE
           MOVE WS-LSE-RULE-ID(WS-LOSS-SUB) TO FLS-RULE-ID
           MOVE 0 TO FLS-LOSS-AMT
           MOVE 0 TO FLS-INT-REVERSED
           MOVE 0 TO FLS-FEE-REVERSED
           MOVE FCL-RECOVERY-AMT TO FLS-RECOVERED-AMT
           MOVE FCL-REP-ID TO FLS-REP-ID
           MOVE WS-CURRENT-DATE TO FLS-POST-DATE
           WRITE LOSS-RECORD.

      *===============================================================
      * 8000-WRITE-GL-JOURNAL: The night's losses against the card
      * receivable, and the recoveries into cash.
      *===============================================================
       8000-WRITE-GL-JOURNAL.
           MOVE WS-GL-FRAUD-LOSS TO WS-GL-DEBIT-ACCOUNT
           MOVE WS-GL-RECEIVABLE TO WS-GL-CREDIT-ACCOUNT
           MOVE 'FL' TO WS-GL-TRANS-TYPE
           MOVE WS-LOSS-TOTAL TO WS-GL-AMOUNT
           PERFORM 8100-WRITE-GL-PAIR
           MOVE WS-GL-CASH TO WS-GL-DEBIT-ACCOUNT
           MOVE WS-GL-FRAUD-LOSS TO WS-GL-CREDIT-ACCOUNT
           MOVE 'FR' TO WS-GL-TRANS-TYPE
           MOVE WS-RECOVERED-TOTAL TO WS-GL-AMOUNT
           PERFORM 8100-WRITE-GL-PAIR.

       8100-WRITE-GL-PAIR.
           IF WS-GL-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GL-TRANS-TYPE TO GLJ-TRANS-TYPE
           MOVE WS-CURRENT-DATE TO GLJ-JOURNAL-DATE
           MOVE WS-GL-AMOUNT TO GLJ-AMOUNT
           MOVE WS-GL-DEBIT-ACCOUNT TO GLJ-GL-ACCOUNT
           SET GLJ-DEBIT TO TRUE
           WRITE JOURNAL-RECORD
           MOVE WS-GL-CREDIT-ACCOUNT TO GLJ-GL-ACCOUNT
           SET GLJ-CREDIT TO TRUE
           WRITE JOURNAL-RECORD
           ADD 2 TO WS-GL-LINE-COUNT.

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
           MOVE 'FRDCLAIM' TO RCT-PROGRAM-ID
           MOVE WS-CURRENT-DATE     TO RCT-RUN-DATE
           MOVE WS-CURRENT-TIME     TO RCT-RUN-TIME
           MOVE WS-LINE-COUNT       TO RCT-RECORDS-READ
           MOVE WS-CLAIMED-COUNT    TO RCT-RECORDS-WRITTEN
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
