      *---------------------------------------------------------------
      * PENAPR.cbl -- Penalty-rate repricing and cure
      * Enforces the penalty pricing in the cardholder agreement.
      * A CR account that DELINQ has aged into the 60-day bucket on
      * the collections queue (COLLQ) is first sent an advance
      * notice on PENNOTIC, in the CITNOTCE extract layout so the
      * same mail-merge delivers it: the rate it pays now, the
      * penalty rate, and the date the penalty rate takes effect
      * (the run date plus the WS-NOTICE-DAYS notice period). The
      * master moves to 'N' (noticed). On the effective date the
      * account moves to 'P' and from then on INTEREST charges the
      * 'PN' rows of INTPARM instead of its band or promo rate.
      * Each due date that passes while the penalty applies is
      * checked for the minimum payment made on time; six in a row
      * cure the account ('C') and INTEREST goes back to the band
      * or promo rate on its own. A late payment starts the count
      * over.
      *
      * Every notice, reprice, and cure is appended to PENAUDIT
      * with the rate before and after. The rates shown are the
      * ones INTEREST will actually charge: while the SCRA window
      * is open the servicemember cap applies over the penalty rate
      * too. A cardholder under the bankruptcy stay, a decedent
      * estate, or one paying a settlement is not repriced or
      * contacted; the master changes go through CHGJRNL.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENAPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE
               ASSIGN TO 'COLLQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLQ-STATUS.

           SELECT RATE-PARM-FILE
               ASSIGN TO 'INTPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IRT-STATUS.

           SELECT PROMO-PARM-FILE
               ASSIGN TO 'PROMORAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO 'PENNOTIC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CIT-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO 'PENAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNA-STATUS.

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

       FD  RATE-PARM-FILE.
       01  RATE-PARM-RECORD.
           COPY INTEREST-RATE-TABLE.

       FD  PROMO-PARM-FILE.
       01  PROMO-PARM-RECORD.
           COPY PROMO-RATE.

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           COPY CIT-NOTICE.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY PENALTY-AUDIT.

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
       01  WS-IRT-STATUS           PIC XX.
           88  WS-IRT-SUCCESS      VALUE '00'.
           88  WS-IRT-EOF          VALUE '10'.
       01  WS-PRM-STATUS           PIC XX.
           88  WS-PRM-SUCCESS      VALUE '00'.
           88  WS-PRM-EOF          VALUE '10'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
           88  WS-EOF              VALUE '10'.
       01  WS-CIT-STATUS           PIC XX.
           88  WS-CIT-SUCCESS      VALUE '00'.
       01  WS-PNA-STATUS           PIC XX.
           88  WS-PNA-SUCCESS      VALUE '00'.
           88  WS-PNA-NOT-FOUND    VALUE '35'.
       01  WS-CTL-STATUS           PIC XX.
           88  WS-CTL-SUCCESS      VALUE '00'.
           88  WS-CTL-NOT-FOUND    VALUE '35'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-CURRENT-TIME         PIC 9(06).

      *    Penalty rules: the DELINQ aging bucket that triggers the
      *    notice, the days of advance notice before the penalty
      *    rate applies, and the run of on-time minimum payments
      *    that cures it.
       01  WS-PENALTY-BUCKET       PIC 9(03) VALUE 60.
       01  WS-NOTICE-DAYS          PIC 9(03) VALUE 45.
       01  WS-CURE-PAYMENTS        PIC 9(02) VALUE 6.
       01  WS-EFFECTIVE-DATE       PIC 9(08) VALUE ZEROS.
       01  WS-EFFECTIVE-DATE-N     PIC S9(09) VALUE 0.

      *    Minimum payment as BILLING computes it, taken against
      *    the last statement balance, and the payments counted
      *    toward it: dated inside the statement's cycle and on or
      *    before the due date, as INTEREST's grace test counts.
       01  WS-MIN-PAY-PERCENT      PIC V99 VALUE .02.
       01  WS-MIN-PAY-FLOOR        PIC 9(03)V99 VALUE 25.00.
       01  WS-MIN-DUE              PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-PAID-BY-DUE-DATE     PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-CYCLE-DAYS           PIC 9(03) VALUE 30.
       01  WS-WINDOW-START-N       PIC S9(09) VALUE 0.
       01  WS-TXN-DATE-N           PIC S9(09) VALUE 0.
       01  WS-TRANS-IDX            PIC 9(03).

      *    Rates as INTEREST selects them: the flat defaults, the
      *    INTPARM type/band rows (the account's own type for the
      *    normal rate, 'PN' for the penalty rate), a live promo
      *    over the band, and the SCRA ceiling over both.
       01  WS-INTEREST-RATE        PIC V9(4) VALUE .0150.
       01  WS-PENALTY-RATE         PIC V9(4) VALUE .0250.
       01  WS-SCRA-RATE-CAP        PIC V9(04) VALUE .0050.
       01  WS-NORMAL-RATE          PIC V9(4) VALUE ZEROS.
       01  WS-PENALTY-EFFECTIVE-RATE
                                   PIC V9(4) VALUE ZEROS.
       01  WS-SCRA-ACTIVE-FLAG     PIC X(01) VALUE 'N'.
           88  WS-SCRA-ACTIVE      VALUE 'Y'.
       01  WS-SCRA-CAPPED-FLAG     PIC X(01) VALUE 'N'.
           88  WS-SCRA-CAPPED      VALUE 'Y'.
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
       01  WS-PROMO-MAX            PIC 9(04) VALUE 2000.
       01  WS-PROMO-USED           PIC 9(04) VALUE ZEROS.
       01  WS-PROMO-IDX            PIC 9(04) VALUE ZEROS.
       01  WS-PROMO-SUB            PIC 9(04) VALUE ZEROS.
       01  WS-PROMO-FOUND          PIC X VALUE 'N'.
           88  PROMO-WAS-FOUND     VALUE 'Y'.
       01  WS-PROMO-TABLE.
           05  WS-PROMO-ENTRY OCCURS 2000 TIMES.
               10  WS-PRM-ACCT-NUMBER  PIC X(16).
               10  WS-PRM-RATE         PIC V9(04).
               10  WS-PRM-START-DATE   PIC 9(08).
               10  WS-PRM-EXPIRY-DATE  PIC 9(08).

      *    Accounts on COLLQ at or past the penalty bucket, loaded
      *    once and matched as CARDMAST is swept.
       01  WS-QUEUE-MAX            PIC 9(04) VALUE 2000.
       01  WS-QUEUE-USED           PIC 9(04) VALUE ZEROS.
       01  WS-QUEUE-DROPPED        PIC 9(05) VALUE ZEROS.
       01  WS-QUEUE-IDX            PIC 9(04) VALUE ZEROS.
       01  WS-QUEUE-SUB            PIC 9(04) VALUE ZEROS.
       01  WS-QUEUE-FOUND          PIC X VALUE 'N'.
           88  QUEUE-WAS-FOUND     VALUE 'Y'.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ENTRY OCCURS 2000 TIMES.
               10  WS-CLQ-ACCT-NUMBER  PIC X(16).
               10  WS-CLQ-BUCKET       PIC 9(03).

       01  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-UPDATED-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-NOTICE-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-REPRICE-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-CURE-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-ONTIME-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-LATE-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-HELD-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-AUDIT-COUNT          PIC 9(05) VALUE ZEROS.
       01  WS-BAL-TOTAL            PIC S9(15)V99 COMP-3
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
           COMPUTE WS-EFFECTIVE-DATE-N =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) +
               WS-NOTICE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-EFFECTIVE-DATE-N)
               TO WS-EFFECTIVE-DATE
           PERFORM 0100-LOAD-QUEUE.
           PERFORM 0200-LOAD-RATE-TABLE.
           PERFORM 0300-LOAD-PROMO-TABLE.
           PERFORM 0060-OPEN-CONTROL-FILE.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NOTICE-FILE.
           IF NOT WS-CIT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-CIT-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-PNA-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF NOT WS-PNA-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-PNA-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE NOTICE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-RECORDS
               UNTIL WS-EOF.
           PERFORM 9200-WRITE-CONTROL-RECORD.
           CLOSE CONTROL-FILE.
           CLOSE CARD-MASTER-FILE.
           CLOSE NOTICE-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY 'RECORDS:            ' WS-RECORD-COUNT.
           DISPLAY 'NOTICES SENT:       ' WS-NOTICE-COUNT.
           DISPLAY 'REPRICED TO PENALTY: ' WS-REPRICE-COUNT.
           DISPLAY 'ON-TIME PAYMENTS:   ' WS-ONTIME-COUNT.
           DISPLAY 'LATE (COUNT RESET): ' WS-LATE-COUNT.
           DISPLAY 'CURED:              ' WS-CURE-COUNT.
           DISPLAY 'HELD (BK/ESTATE/SETTLEMENT): ' WS-HELD-COUNT.
           DISPLAY 'AUDIT RECORDS:      ' WS-AUDIT-COUNT.
           MOVE 0 TO RETURN-CODE
           IF WS-QUEUE-DROPPED > 0
               DISPLAY 'QUEUE ENTRIES DROPPED AT TABLE CAP: '
                   WS-QUEUE-DROPPED ' -- CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *===============================================================
      * 0100-LOAD-QUEUE: Keep the COLLQ entries still open at or
      * past the penalty bucket. A cured or charged-off entry is
      * history, not a trigger.
      *===============================================================
       0100-LOAD-QUEUE.
           OPEN INPUT QUEUE-FILE
           IF WS-CLQ-SUCCESS
               PERFORM 0150-READ-QUEUE-ENTRY
                   UNTIL WS-CLQ-EOF
               CLOSE QUEUE-FILE
           END-IF
           DISPLAY 'PENALTY CANDIDATES ON COLLQ: ' WS-QUEUE-USED.

       0150-READ-QUEUE-ENTRY.
           READ QUEUE-FILE
               AT END SET WS-CLQ-EOF TO TRUE
               NOT AT END
                   IF CQ-BUCKET >= WS-PENALTY-BUCKET
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

      *===============================================================
      * 0200-LOAD-RATE-TABLE: The INTPARM type/band rows INTEREST
      * prices from, 'PN' penalty rows included.
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
      * 0300-LOAD-PROMO-TABLE: The PROMORAT promos, so the notice
      * states the promo rate a cardholder is losing. A promo past
      * the table cap fails the run as it does in INTEREST.
      *===============================================================
       0300-LOAD-PROMO-TABLE.
           OPEN INPUT PROMO-PARM-FILE
           IF WS-PRM-SUCCESS
               PERFORM 0350-READ-PROMO-ROW
                   UNTIL WS-PRM-EOF
               CLOSE PROMO-PARM-FILE
           END-IF
           DISPLAY 'PROMO RATES LOADED: ' WS-PROMO-USED.

       0350-READ-PROMO-ROW.
           READ PROMO-PARM-FILE
               AT END SET WS-PRM-EOF TO TRUE
               NOT AT END
                   IF WS-PROMO-USED >= WS-PROMO-MAX
                       DISPLAY 'PROMO TABLE FULL, DROPPING: '
                           PRM-ACCT-NUMBER ' -- ABORT'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-PROMO-USED
                   MOVE PRM-ACCT-NUMBER
                       TO WS-PRM-ACCT-NUMBER(WS-PROMO-USED)
                   MOVE PRM-PROMO-RATE
                       TO WS-PRM-RATE(WS-PROMO-USED)
                   MOVE PRM-START-DATE
                       TO WS-PRM-START-DATE(WS-PROMO-USED)
                   MOVE PRM-EXPIRY-DATE
                       TO WS-PRM-EXPIRY-DATE(WS-PROMO-USED)
           END-READ.

       1000-PROCESS-RECORDS.
           READ CARD-MASTER-FILE NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   ADD ACCT-BALANCE TO WS-BAL-TOTAL
                   MOVE 'R' TO JRN-ACTION
                   MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                   MOVE CARD-MASTER-RECORD(1:773)
                       TO JRN-BEFORE-IMAGE
                   IF ACCT-CREDIT
                       AND NOT ACCT-CHARGED-OFF
                       PERFORM 2000-CHECK-ACCOUNT
                   END-IF
           END-READ.

      *===============================================================
      * 2000-CHECK-ACCOUNT: Move the account one step along the
      * penalty cycle -- a noticed account whose effective date has
      * come is repriced, a penalty account is checked for the
      * cure, and any other account that has reached the penalty
      * bucket is sent the notice. Nothing happens while the
      * cardholder is under the stay, an estate, or paying a
      * settlement; the cycle picks up again where it stood.
      *===============================================================
       2000-CHECK-ACCOUNT.
           IF ACCT-IN-BANKRUPTCY
               OR ACCT-DECEASED
               OR ACCT-SETTLE-ACTIVE
               IF ACCT-PENALTY-NOTICED
                   OR ACCT-PENALTY-ACTIVE
                   ADD 1 TO WS-HELD-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ACCT-PENALTY-NOTICED
                   IF WS-CURRENT-DATE >= ACCT-PENALTY-DATE
                       PERFORM 2500-APPLY-PENALTY
                   END-IF
               WHEN ACCT-PENALTY-ACTIVE
                   PERFORM 3000-CHECK-CURE
               WHEN OTHER
                   PERFORM 2100-FIND-QUEUE-ENTRY
                   IF QUEUE-WAS-FOUND
                       PERFORM 2200-SEND-NOTICE
                   END-IF
           END-EVALUATE.

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
      * 2200-SEND-NOTICE: Advance notice of the penalty rate. The
      * master records the notice and the date the rate takes
      * effect; the account is repriced on that date, whether or
      * not it has caught up in the meantime.
      *===============================================================
       2200-SEND-NOTICE.
           PERFORM 4000-SELECT-RATES
           MOVE SPACES TO NOTICE-RECORD
           MOVE ACCT-NUMBER       TO CIT-ACCT-NUMBER
           MOVE WS-NORMAL-RATE    TO CIT-OLD-RATE
           MOVE WS-PENALTY-EFFECTIVE-RATE TO CIT-NEW-RATE
           MOVE WS-EFFECTIVE-DATE TO CIT-EFFECTIVE-DATE
           MOVE CH-CONTACT-PREF   TO CIT-CHANNEL
           STRING CH-FIRST-NAME DELIMITED SPACES
                  ' ' DELIMITED SIZE
                  CH-LAST-NAME DELIMITED SPACES
               INTO CIT-NAME
           END-STRING
           IF CH-CONTACT-EMAIL AND CH-EMAIL NOT = SPACES
               MOVE CH-EMAIL TO CIT-EMAIL
           ELSE
               IF BA-HAS-MAIL-ADDR
                   MOVE BA-MAIL-STREET TO CIT-STREET
                   MOVE BA-MAIL-CITY   TO CIT-CITY
                   MOVE BA-MAIL-STATE  TO CIT-STATE
                   MOVE BA-MAIL-ZIP    TO CIT-ZIP
               ELSE
                   MOVE BA-STREET TO CIT-STREET
                   MOVE BA-CITY   TO CIT-CITY
                   MOVE BA-STATE  TO CIT-STATE
                   MOVE BA-ZIP    TO CIT-ZIP
               END-IF
           END-IF
           SET ACCT-PENALTY-NOTICED TO TRUE
           MOVE WS-EFFECTIVE-DATE TO ACCT-PENALTY-DATE
           MOVE 0 TO ACCT-PENALTY-ONTIME
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
               NOT INVALID KEY
                   PERFORM 3900-JOURNAL-CHANGE
                   WRITE NOTICE-RECORD
                   ADD 1 TO WS-NOTICE-COUNT
                   MOVE WS-CLQ-BUCKET(WS-QUEUE-SUB) TO PNA-BUCKET
                   MOVE WS-NORMAL-RATE TO PNA-OLD-RATE
                   MOVE WS-PENALTY-EFFECTIVE-RATE TO PNA-NEW-RATE
                   SET PNA-NOTICED TO TRUE
                   PERFORM 3800-WRITE-AUDIT
           END-REWRITE.

      *===============================================================
      * 2500-APPLY-PENALTY: The notice period has run; from today
      * INTEREST charges the penalty rate. The cure count starts
      * at zero and only due dates after today count toward it.
      *===============================================================
       2500-APPLY-PENALTY.
           PERFORM 4000-SELECT-RATES
           SET ACCT-PENALTY-ACTIVE TO TRUE
           MOVE WS-CURRENT-DATE TO ACCT-PENALTY-DATE
           MOVE 0 TO ACCT-PENALTY-ONTIME
           MOVE WS-CURRENT-DATE TO ACCT-PENALTY-DUE-CHKD
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
               NOT INVALID KEY
                   PERFORM 3900-JOURNAL-CHANGE
                   ADD 1 TO WS-REPRICE-COUNT
                   MOVE 0 TO PNA-BUCKET
                   MOVE WS-NORMAL-RATE TO PNA-OLD-RATE
                   MOVE WS-PENALTY-EFFECTIVE-RATE TO PNA-NEW-RATE
                   SET PNA-REPRICED TO TRUE
                   PERFORM 3800-WRITE-AUDIT
           END-REWRITE.

      *===============================================================
      * 3000-CHECK-CURE: Once per due date, after it has passed --
      * was the minimum on the last statement paid by then? An
      * on-time payment extends the run, a late one restarts it,
      * and the sixth in a row returns the account to its band or
      * promo rate. Nothing due on the statement counts as on time.
      *===============================================================
       3000-CHECK-CURE.
           IF ACCT-PAYMENT-DUE-DATE = 0
               OR ACCT-NEXT-STMT-DATE = 0
               OR WS-CURRENT-DATE <= ACCT-PAYMENT-DUE-DATE
               OR ACCT-PAYMENT-DUE-DATE <= ACCT-PENALTY-DUE-CHKD
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-CHECK-MIN-PAYMENT
           MOVE ACCT-PAYMENT-DUE-DATE TO ACCT-PENALTY-DUE-CHKD
           IF WS-PAID-BY-DUE-DATE >= WS-MIN-DUE
               ADD 1 TO WS-ONTIME-COUNT
               ADD 1 TO ACCT-PENALTY-ONTIME
           ELSE
               ADD 1 TO WS-LATE-COUNT
               MOVE 0 TO ACCT-PENALTY-ONTIME
           END-IF
           IF ACCT-PENALTY-ONTIME < WS-CURE-PAYMENTS
               REWRITE CARD-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'REWRITE FAILED FOR ACCT: '
                           ACCT-NUMBER
                   NOT INVALID KEY
                       PERFORM 3900-JOURNAL-CHANGE
               END-REWRITE
               EXIT PARAGRAPH
           END-IF
           PERFORM 4000-SELECT-RATES
           SET ACCT-PENALTY-CURED TO TRUE
           MOVE WS-CURRENT-DATE TO ACCT-PENALTY-DATE
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
               NOT INVALID KEY
                   PERFORM 3900-JOURNAL-CHANGE
                   ADD 1 TO WS-CURE-COUNT
                   MOVE 0 TO PNA-BUCKET
                   MOVE WS-PENALTY-EFFECTIVE-RATE TO PNA-OLD-RATE
                   MOVE WS-NORMAL-RATE TO PNA-NEW-RATE
                   SET PNA-CURED TO TRUE
                   PERFORM 3800-WRITE-AUDIT
           END-REWRITE.

      *===============================================================
      * 3100-CHECK-MIN-PAYMENT: The minimum due on the last
      * statement balance, and the 'PA' rows dated within that
      * statement's cycle on or before the due date.
      *===============================================================
       3100-CHECK-MIN-PAYMENT.
           MOVE 0 TO WS-MIN-DUE
           MOVE 0 TO WS-PAID-BY-DUE-DATE
           IF ACCT-LAST-STMT-BAL <= 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MIN-DUE =
               ACCT-LAST-STMT-BAL * WS-MIN-PAY-PERCENT
           IF WS-MIN-DUE < WS-MIN-PAY-FLOOR
               IF ACCT-LAST-STMT-BAL < WS-MIN-PAY-FLOOR
                   MOVE ACCT-LAST-STMT-BAL TO WS-MIN-DUE
               ELSE
                   MOVE WS-MIN-PAY-FLOOR TO WS-MIN-DUE
               END-IF
           END-IF
           COMPUTE WS-WINDOW-START-N =
               FUNCTION INTEGER-OF-DATE(ACCT-NEXT-STMT-DATE)
               - WS-CYCLE-DAYS
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
               IF TH-PAYMENT(WS-TRANS-IDX)
                   AND TH-TRANS-DATE(WS-TRANS-IDX) <=
                       ACCT-PAYMENT-DUE-DATE
                   COMPUTE WS-TXN-DATE-N =
                       FUNCTION INTEGER-OF-DATE(
                           TH-TRANS-DATE(WS-TRANS-IDX))
                   IF WS-TXN-DATE-N >= WS-WINDOW-START-N
                       ADD TH-TRANS-AMOUNT(WS-TRANS-IDX)
                           TO WS-PAID-BY-DUE-DATE
                   END-IF
               END-IF
           END-PERFORM.

      *===============================================================
      * 3800-WRITE-AUDIT: One PENAUDIT record for the step just
      * applied; the caller has set the action, rates, and bucket.
      *===============================================================
       3800-WRITE-AUDIT.
           MOVE ACCT-NUMBER         TO PNA-ACCT-NUMBER
           MOVE WS-CURRENT-DATE     TO PNA-ACTION-DATE
           MOVE ACCT-PENALTY-DATE   TO PNA-EFFECTIVE-DATE
           MOVE ACCT-PENALTY-ONTIME TO PNA-ONTIME-COUNT
           MOVE WS-SCRA-CAPPED-FLAG TO PNA-SCRA-CAPPED
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-COUNT.

      *===============================================================
      * 3900-JOURNAL-CHANGE: Append the before/after image pair for
      * the update just applied to the shared change journal.
      *===============================================================
       3900-JOURNAL-CHANGE.
           ADD 1 TO WS-UPDATED-COUNT
           MOVE 'PENAPR' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
      * 4000-SELECT-RATES: The normal rate -- the account type's
      * band, or a promo live today -- and the 'PN' penalty rate,
      * each selected the way INTEREST selects it (first matching
      * band, flat default without one) and each held to the SCRA
      * ceiling while the servicemember window is open.
      *===============================================================
       4000-SELECT-RATES.
           MOVE WS-INTEREST-RATE TO WS-NORMAL-RATE
           MOVE WS-PENALTY-RATE TO WS-PENALTY-EFFECTIVE-RATE
           MOVE 'N' TO WS-SCRA-ACTIVE-FLAG
           MOVE 'N' TO WS-SCRA-CAPPED-FLAG
           MOVE 'N' TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-USED
               OR RATE-WAS-FOUND
               IF ACCT-TYPE = WS-IRT-ACCT-TYPE(WS-RATE-IDX)
                   AND ACCT-BALANCE >=
                       WS-IRT-BAND-LOW(WS-RATE-IDX)
                   AND (WS-IRT-BAND-HIGH(WS-RATE-IDX) = 0
                       OR ACCT-BALANCE <=
                           WS-IRT-BAND-HIGH(WS-RATE-IDX))
                   SET RATE-WAS-FOUND TO TRUE
                   MOVE WS-IRT-RATE(WS-RATE-IDX) TO WS-NORMAL-RATE
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-USED
               OR RATE-WAS-FOUND
               IF WS-IRT-ACCT-TYPE(WS-RATE-IDX) = 'PN'
                   AND ACCT-BALANCE >=
                       WS-IRT-BAND-LOW(WS-RATE-IDX)
                   AND (WS-IRT-BAND-HIGH(WS-RATE-IDX) = 0
                       OR ACCT-BALANCE <=
                           WS-IRT-BAND-HIGH(WS-RATE-IDX))
                   SET RATE-WAS-FOUND TO TRUE
                   MOVE WS-IRT-RATE(WS-RATE-IDX)
                       TO WS-PENALTY-EFFECTIVE-RATE
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-PROMO-FOUND
           PERFORM VARYING WS-PROMO-IDX FROM 1 BY 1
               UNTIL WS-PROMO-IDX > WS-PROMO-USED
               OR PROMO-WAS-FOUND
               IF ACCT-NUMBER = WS-PRM-ACCT-NUMBER(WS-PROMO-IDX)
                   SET PROMO-WAS-FOUND TO TRUE
                   MOVE WS-PROMO-IDX TO WS-PROMO-SUB
               END-IF
           END-PERFORM
           IF PROMO-WAS-FOUND
               AND WS-CURRENT-DATE >= WS-PRM-START-DATE(WS-PROMO-SUB)
               AND WS-CURRENT-DATE <=
                   WS-PRM-EXPIRY-DATE(WS-PROMO-SUB)
               MOVE WS-PRM-RATE(WS-PROMO-SUB) TO WS-NORMAL-RATE
           END-IF
           IF ACCT-SCRA-PROTECTED
               AND WS-CURRENT-DATE >= ACCT-SCRA-START
               AND (ACCT-SCRA-END = 0
                   OR WS-CURRENT-DATE <= ACCT-SCRA-END)
               SET WS-SCRA-ACTIVE TO TRUE
           END-IF
           IF WS-SCRA-ACTIVE
               IF WS-NORMAL-RATE > WS-SCRA-RATE-CAP
                   MOVE WS-SCRA-RATE-CAP TO WS-NORMAL-RATE
                   SET WS-SCRA-CAPPED TO TRUE
               END-IF
               IF WS-PENALTY-EFFECTIVE-RATE > WS-SCRA-RATE-CAP
                   MOVE WS-SCRA-RATE-CAP
                       TO WS-PENALTY-EFFECTIVE-RATE
                   SET WS-SCRA-CAPPED TO TRUE
               END-IF
           END-IF.

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
      * 9200-WRITE-CONTROL-RECORD: Append this run's counts to the
      * shared control file. Repricing moves no money -- the
      * balance after equals the balance before.
      *===============================================================
       9200-WRITE-CONTROL-RECORD.
           MOVE 'PENAPR' TO RCT-PROGRAM-ID
           MOVE WS-CURRENT-DATE     TO RCT-RUN-DATE
           MOVE WS-CURRENT-TIME     TO RCT-RUN-TIME
           MOVE WS-RECORD-COUNT TO RCT-RECORDS-READ
           MOVE WS-UPDATED-COUNT TO RCT-RECORDS-WRITTEN
           MOVE WS-BAL-TOTAL TO RCT-BALANCE-BEFORE
           MOVE WS-BAL-TOTAL TO RCT-BALANCE-AFTER
           MOVE 0 TO RCT-AMOUNT-POSTED
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
