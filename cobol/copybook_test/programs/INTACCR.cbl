      *---------------------------------------------------------------
      * INTACCR.cbl -- Month-end accrued-but-unbilled interest
      * INTEREST posts finance charges only at the cycle, so at a
      * month end that falls mid-cycle the income earned since each
      * account's last statement is not yet on the GL. This run
      * reads CARDMAST (no update) and, for every CR/CH account
      * INTEREST would charge, computes the interest earned from the
      * last statement date (ACCT-NEXT-STMT-DATE backed off one
      * cycle) to the business date: the same INTPARM band, PROMORAT
      * promo, 'PN' penalty and 'CA' cash-advance rates, the same
      * SCRA cap, grace test, and average-daily-balance rebuild, the
      * ADB taken over the days accrued and the charge prorated to
      * them. Decedent, charged-off, and bankrupt accounts accrue
      * nothing, as in INTEREST.
      *
      * One line per accruing account goes to INTACRPT for the
      * auditors, and the total goes to INTACCGL in GL-JOURNAL
      * layout: Dr 125000 accrued interest receivable / Cr 400000
      * interest income ('AI') dated the business date, and the
      * automatic reversal ('AV') dated the first of the next month
      * so the cycle billing books the income once.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO 'INTACCGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'INTACRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           COPY GL-JOURNAL.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file. The month-end run accrues through this date.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
           88  WS-EOF              VALUE '10'.
       01  WS-JRN-STATUS           PIC XX.
           88  WS-JRN-SUCCESS      VALUE '00'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
           05  WS-CUR-YEAR         PIC 9(04).
           05  WS-CUR-MONTH        PIC 9(02).
           05  WS-CUR-DAY          PIC 9(02).
      *    The reversal posts on the first of the following month.
       01  WS-REVERSAL-DATE        PIC 9(08).
       01  WS-REVERSAL-DATE-X REDEFINES WS-REVERSAL-DATE.
           05  WS-REV-YEAR         PIC 9(04).
           05  WS-REV-MONTH        PIC 9(02).
           05  WS-REV-DAY          PIC 9(02).

      *    The built-in rates INTEREST falls back to without INTPARM
      *    rows; they must move with INTEREST's.
       01  WS-INTEREST-RATE        PIC V9(4) VALUE .0150.
       01  WS-CA-INTEREST-RATE     PIC V9(4) VALUE .0210.
       01  WS-PENALTY-RATE         PIC V9(4) VALUE .0250.
       01  WS-EFFECTIVE-RATE       PIC V9(4) VALUE ZEROS.
       01  WS-CA-EFFECTIVE-RATE    PIC V9(4) VALUE ZEROS.
       01  WS-PENALTY-EFFECTIVE-RATE
                                   PIC V9(4) VALUE ZEROS.
       01  WS-SCRA-RATE-CAP        PIC V9(04) VALUE .0050.
       01  WS-SCRA-ACTIVE-FLAG     PIC X(01) VALUE 'N'.
           88  WS-SCRA-ACTIVE      VALUE 'Y'.

      *    Average-daily-balance work fields, as INTEREST keeps
      *    them; the window here is the days accrued since the last
      *    statement rather than the full cycle.
       01  WS-CYCLE-DAYS           PIC 9(03) VALUE 30.
       01  WS-ACCRUAL-DAYS         PIC S9(05) VALUE 0.
       01  WS-TODAY-N              PIC S9(09) VALUE 0.
       01  WS-STMT-DATE-N          PIC S9(09) VALUE 0.
       01  WS-WINDOW-START-N       PIC S9(09) VALUE 0.
       01  WS-TXN-DATE-N           PIC S9(09) VALUE 0.
       01  WS-DAYS-WEIGHT          PIC S9(05) VALUE 0.
       01  WS-SIGNED-AMT           PIC S9(11)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-START-BAL            PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-AVG-DAILY-BAL        PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-PAID-BY-DUE-DATE     PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-CA-BALANCE           PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-CA-AVG-DAILY-BAL     PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-CA-CARRIED           PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-TRANS-IDX            PIC 9(03).
       01  WS-INTEREST-AMOUNT      PIC S9(11)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-CA-INTEREST-AMOUNT   PIC S9(11)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-ACCRUED-THIS-ACCT    PIC S9(11)V99 COMP-3
                                   VALUE ZEROS.

      *    Tiered rate rows loaded from INTPARM, as INTEREST loads
      *    them.
       01  WS-IRT-STATUS           PIC XX.
           88  WS-IRT-SUCCESS      VALUE '00'.
           88  WS-IRT-EOF          VALUE '10'.
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

      *    Per-account promotional rates from PROMORAT (optional).
       01  WS-PRM-STATUS           PIC XX.
           88  WS-PRM-SUCCESS      VALUE '00'.
           88  WS-PRM-EOF          VALUE '10'.
       01  WS-PROMO-MAX            PIC 9(04) VALUE 2000.
       01  WS-PROMO-USED           PIC 9(04) VALUE ZEROS.
       01  WS-PROMO-IDX            PIC 9(04) VALUE ZEROS.
       01  WS-PROMO-SUB            PIC 9(04) VALUE ZEROS.
       01  WS-PROMO-FOUND          PIC X VALUE 'N'.
           88  PROMO-WAS-FOUND     VALUE 'Y'.
       01  WS-PROMO-TABLE.
           05  WS-PROMO-ENTRY OCCURS 2000 TIMES.
               10  WS-PRM-ACCT-NUMBER PIC X(16).
               10  WS-PRM-RATE        PIC V9(04).
               10  WS-PRM-START-DATE  PIC 9(08).
               10  WS-PRM-EXPIRY-DATE PIC 9(08).

      *    GL accounts for the accrual and its reversal.
       01  WS-GL-ACCRUED-INT       PIC X(06) VALUE '125000'.
       01  WS-GL-INT-INCOME        PIC X(06) VALUE '400000'.
       01  WS-GL-LINE-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-ACCRUAL-TOTAL        PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.

       01  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-ACCRUED-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-GRACE-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-NO-CYCLE-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-PROMO-ACTIVE-COUNT   PIC 9(05) VALUE ZEROS.
       01  WS-PENALTY-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-SCRA-CAPPED-COUNT    PIC 9(05) VALUE ZEROS.
       01  WS-DECEASED-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-CHGOFF-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-BANKRUPT-COUNT       PIC 9(05) VALUE ZEROS.

       01  WS-HDR-LINE.
           05  FILLER              PIC X(29)
               VALUE 'INTEREST ACCRUED THROUGH '.
           05  WS-HDR-DATE         PIC 9(08).
           05  FILLER              PIC X(15)
               VALUE ' REVERSES ON '.
           05  WS-HDR-REV-DATE     PIC 9(08).
           05  FILLER              PIC X(20) VALUE SPACES.
       01  WS-DTL-LINE.
           05  WS-DL-ACCT          PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-STMT-DATE     PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-DAYS          PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-RATE          PIC .9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-CA-RATE       PIC .9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-INTEREST      PIC Z(8)9.99-.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-CA-INTEREST   PIC Z(8)9.99-.
           05  FILLER              PIC X(11) VALUE SPACES.
       01  WS-TOT-LINE.
           05  FILLER              PIC X(24)
               VALUE 'TOTAL ACCRUED INTEREST: '.
           05  WS-TL-TOTAL         PIC Z(12)9.99-.
           05  FILLER              PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0050-SET-REVERSAL-DATE.
           PERFORM 0100-LOAD-RATE-TABLE.
           PERFORM 0200-LOAD-PROMO-TABLE.
           OPEN INPUT CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           IF NOT WS-JRN-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-JRN-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE JOURNAL-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           MOVE WS-REVERSAL-DATE TO WS-HDR-REV-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           PERFORM 1000-PROCESS-RECORDS
               UNTIL WS-EOF.
           PERFORM 8000-WRITE-GL-JOURNAL.
           MOVE WS-ACCRUAL-TOTAL TO WS-TL-TOTAL
           WRITE REPORT-RECORD FROM WS-TOT-LINE
           CLOSE CARD-MASTER-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'RECORDS:  ' WS-RECORD-COUNT.
           DISPLAY 'ACCOUNTS ACCRUED: ' WS-ACCRUED-COUNT.
           DISPLAY 'ACCRUED INTEREST: ' WS-ACCRUAL-TOTAL.
           DISPLAY 'GL LINES WRITTEN: ' WS-GL-LINE-COUNT.
           DISPLAY 'PROMO RATES APPLIED: ' WS-PROMO-ACTIVE-COUNT.
           DISPLAY 'PENALTY RATES APPLIED: ' WS-PENALTY-COUNT.
           DISPLAY 'SCRA CAPS APPLIED: ' WS-SCRA-CAPPED-COUNT.
           DISPLAY 'GRACE (PAID IN FULL): ' WS-GRACE-COUNT.
           DISPLAY 'NO STATEMENT CYCLE: ' WS-NO-CYCLE-COUNT.
           DISPLAY 'DECEASED (NO ACCRUAL): ' WS-DECEASED-COUNT.
           DISPLAY 'CHARGED OFF (NO ACCRUAL): ' WS-CHGOFF-COUNT.
           DISPLAY 'BANKRUPT (NO ACCRUAL): ' WS-BANKRUPT-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *===============================================================
      * 0050-SET-REVERSAL-DATE: The first day of the month after the
      * business date.
      *===============================================================
       0050-SET-REVERSAL-DATE.
           MOVE WS-CURRENT-DATE TO WS-REVERSAL-DATE
           MOVE 1 TO WS-REV-DAY
           IF WS-CUR-MONTH = 12
               ADD 1 TO WS-REV-YEAR
               MOVE 1 TO WS-REV-MONTH
           ELSE
               ADD 1 TO WS-REV-MONTH
           END-IF.

      *===============================================================
      * 0100-LOAD-RATE-TABLE: The tiered type/balance-band/rate rows
      * from INTPARM, the same rows INTEREST charges from.
      *===============================================================
       0100-LOAD-RATE-TABLE.
           OPEN INPUT RATE-PARM-FILE
           IF WS-IRT-SUCCESS
               PERFORM 0150-READ-RATE-ROW
                   UNTIL WS-IRT-EOF
                   OR WS-RATE-USED >= WS-RATE-MAX
               CLOSE RATE-PARM-FILE
           END-IF
           DISPLAY 'RATE TIERS LOADED: ' WS-RATE-USED.

       0150-READ-RATE-ROW.
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
      * 0200-LOAD-PROMO-TABLE: Per-account promotional rates. A
      * promo past the table cap fails the run, as in INTEREST --
      * accruing it at the band rate would overstate the income.
      *===============================================================
       0200-LOAD-PROMO-TABLE.
           OPEN INPUT PROMO-PARM-FILE
           IF WS-PRM-SUCCESS
               PERFORM 0250-READ-PROMO-ROW
                   UNTIL WS-PRM-EOF
               CLOSE PROMO-PARM-FILE
           END-IF
           DISPLAY 'PROMO RATES LOADED: ' WS-PROMO-USED.

       0250-READ-PROMO-ROW.
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
                   EVALUATE TRUE
                       WHEN ACCT-DECEASED
                           ADD 1 TO WS-DECEASED-COUNT
                       WHEN ACCT-CHARGED-OFF
                           ADD 1 TO WS-CHGOFF-COUNT
                       WHEN ACCT-IN-BANKRUPTCY
                           ADD 1 TO WS-BANKRUPT-COUNT
                       WHEN (ACCT-CREDIT OR ACCT-CHECKING)
                           AND ACCT-BALANCE > 0
                           PERFORM 2000-ACCRUE-INTEREST
                   END-EVALUATE
           END-READ.

      *===============================================================
      * 2000-ACCRUE-INTEREST: INTEREST's 2000-POST-INTEREST rate
      * and grace logic over the days since the last statement,
      * with the result accrued rather than posted.
      *===============================================================
       2000-ACCRUE-INTEREST.
           IF ACCT-NEXT-STMT-DATE = 0
               ADD 1 TO WS-NO-CYCLE-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TODAY-N =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           COMPUTE WS-STMT-DATE-N =
               FUNCTION INTEGER-OF-DATE(ACCT-NEXT-STMT-DATE)
               - WS-CYCLE-DAYS
           COMPUTE WS-ACCRUAL-DAYS = WS-TODAY-N - WS-STMT-DATE-N
           IF WS-ACCRUAL-DAYS <= 0
               EXIT PARAGRAPH
           END-IF
      *    A cycle INTEREST has not yet billed accrues no more than
      *    one cycle's worth.
           IF WS-ACCRUAL-DAYS > WS-CYCLE-DAYS
               MOVE WS-CYCLE-DAYS TO WS-ACCRUAL-DAYS
           END-IF

           PERFORM 1905-CHECK-SCRA-WINDOW
           IF ACCT-PENALTY-ACTIVE
               PERFORM 1930-SELECT-PENALTY-RATE
           END-IF
           PERFORM 2030-COMPUTE-CA-INTEREST
           MOVE 0 TO WS-INTEREST-AMOUNT
           MOVE 0 TO WS-EFFECTIVE-RATE
           PERFORM 2010-CHECK-GRACE-PERIOD
           IF WS-PAID-BY-DUE-DATE >= ACCT-LAST-STMT-BAL
               AND ACCT-LAST-STMT-BAL > 0
               ADD 1 TO WS-GRACE-COUNT
           ELSE
               PERFORM 2020-COMPUTE-AVG-DAILY-BAL
               IF WS-AVG-DAILY-BAL > 0
                   MOVE WS-INTEREST-RATE TO WS-EFFECTIVE-RATE
                   PERFORM 1900-SELECT-RATE
                   PERFORM 1950-CHECK-PROMO-RATE
                   IF ACCT-PENALTY-ACTIVE
                       MOVE WS-PENALTY-EFFECTIVE-RATE
                           TO WS-EFFECTIVE-RATE
                   END-IF
                   IF WS-SCRA-ACTIVE
                       AND WS-EFFECTIVE-RATE > WS-SCRA-RATE-CAP
                       MOVE WS-SCRA-RATE-CAP TO WS-EFFECTIVE-RATE
                       ADD 1 TO WS-SCRA-CAPPED-COUNT
                   END-IF
                   COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                       WS-AVG-DAILY-BAL * WS-EFFECTIVE-RATE
                       * WS-ACCRUAL-DAYS / WS-CYCLE-DAYS
               END-IF
           END-IF
           IF WS-INTEREST-AMOUNT <= 0
               AND WS-CA-INTEREST-AMOUNT <= 0
               EXIT PARAGRAPH
           END-IF
           IF WS-INTEREST-AMOUNT < 0
               MOVE 0 TO WS-INTEREST-AMOUNT
           END-IF
           IF WS-CA-INTEREST-AMOUNT < 0
               MOVE 0 TO WS-CA-INTEREST-AMOUNT
           END-IF
           COMPUTE WS-ACCRUED-THIS-ACCT =
               WS-INTEREST-AMOUNT + WS-CA-INTEREST-AMOUNT
           ADD WS-ACCRUED-THIS-ACCT TO WS-ACCRUAL-TOTAL
           ADD 1 TO WS-ACCRUED-COUNT
           PERFORM 2900-WRITE-DETAIL-LINE.

      *===============================================================
      * 1900-SELECT-RATE: The account's type/balance-band tier; the
      * first matching row wins, the flat default without one.
      *===============================================================
       1900-SELECT-RATE.
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
                   MOVE WS-IRT-RATE(WS-RATE-IDX)
                       TO WS-EFFECTIVE-RATE
               END-IF
           END-PERFORM.

      *===============================================================
      * 1905-CHECK-SCRA-WINDOW: Protection applies while the flag is
      * on and the business date sits inside the start/end window
      * (zero end date is open-ended).
      *===============================================================
       1905-CHECK-SCRA-WINDOW.
           MOVE 'N' TO WS-SCRA-ACTIVE-FLAG
           IF ACCT-SCRA-PROTECTED
               AND WS-CURRENT-DATE >= ACCT-SCRA-START
               AND (ACCT-SCRA-END = 0
                   OR WS-CURRENT-DATE <= ACCT-SCRA-END)
               SET WS-SCRA-ACTIVE TO TRUE
           END-IF.

      *===============================================================
      * 1920-SELECT-CA-RATE: The 'CA' rows of INTPARM, banded by the
      * cash-advance balance; first matching row wins.
      *===============================================================
       1920-SELECT-CA-RATE.
           MOVE 'N' TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-USED
               OR RATE-WAS-FOUND
               IF WS-IRT-ACCT-TYPE(WS-RATE-IDX) = 'CA'
                   AND WS-CA-BALANCE >=
                       WS-IRT-BAND-LOW(WS-RATE-IDX)
                   AND (WS-IRT-BAND-HIGH(WS-RATE-IDX) = 0
                       OR WS-CA-BALANCE <=
                           WS-IRT-BAND-HIGH(WS-RATE-IDX))
                   SET RATE-WAS-FOUND TO TRUE
                   MOVE WS-IRT-RATE(WS-RATE-IDX)
                       TO WS-CA-EFFECTIVE-RATE
               END-IF
           END-PERFORM.

      *===============================================================
      * 1930-SELECT-PENALTY-RATE: The 'PN' rows of INTPARM, banded by
      * the account balance; the flat default without one.
      *===============================================================
       1930-SELECT-PENALTY-RATE.
           MOVE WS-PENALTY-RATE TO WS-PENALTY-EFFECTIVE-RATE
           ADD 1 TO WS-PENALTY-COUNT
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
           END-PERFORM.

      *===============================================================
      * 1950-CHECK-PROMO-RATE: A live promo window overrides the band
      * rate already selected into WS-EFFECTIVE-RATE.
      *===============================================================
       1950-CHECK-PROMO-RATE.
           MOVE 'N' TO WS-PROMO-FOUND
           PERFORM VARYING WS-PROMO-IDX FROM 1 BY 1
               UNTIL WS-PROMO-IDX > WS-PROMO-USED
               OR PROMO-WAS-FOUND
               IF ACCT-NUMBER = WS-PRM-ACCT-NUMBER(WS-PROMO-IDX)
                   SET PROMO-WAS-FOUND TO TRUE
                   MOVE WS-PROMO-IDX TO WS-PROMO-SUB
               END-IF
           END-PERFORM
           IF NOT PROMO-WAS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-CURRENT-DATE >= WS-PRM-START-DATE(WS-PROMO-SUB)
               AND WS-CURRENT-DATE <=
                   WS-PRM-EXPIRY-DATE(WS-PROMO-SUB)
               MOVE WS-PRM-RATE(WS-PROMO-SUB) TO WS-EFFECTIVE-RATE
               ADD 1 TO WS-PROMO-ACTIVE-COUNT
           END-IF.

      *===============================================================
      * 2010-CHECK-GRACE-PERIOD: The prior statement balance paid in
      * full by ACCT-PAYMENT-DUE-DATE earns the grace period -- no
      * purchase interest accrues, exactly as INTEREST will bill.
      *===============================================================
       2010-CHECK-GRACE-PERIOD.
           MOVE 0 TO WS-PAID-BY-DUE-DATE
           IF ACCT-PAYMENT-DUE-DATE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
               IF TH-PAYMENT(WS-TRANS-IDX)
                   AND TH-TRANS-DATE(WS-TRANS-IDX) <=
                       ACCT-PAYMENT-DUE-DATE
                   COMPUTE WS-TXN-DATE-N =
                       FUNCTION INTEGER-OF-DATE(
                           TH-TRANS-DATE(WS-TRANS-IDX))
                   IF WS-TXN-DATE-N >= WS-STMT-DATE-N
                       ADD TH-TRANS-AMOUNT(WS-TRANS-IDX)
                           TO WS-PAID-BY-DUE-DATE
                   END-IF
               END-IF
           END-PERFORM.

      *===============================================================
      * 2020-COMPUTE-AVG-DAILY-BAL: INTEREST's balance rebuild over
      * the accrual window: the balance at the last statement is
      * the current balance with the window's activity backed out,
      * and each transaction since contributes its amount weighted
      * by the days it has been outstanding. Cash-advance principal
      * is backed out here and accrues in 2030.
      *===============================================================
       2020-COMPUTE-AVG-DAILY-BAL.
           COMPUTE WS-WINDOW-START-N = WS-TODAY-N - WS-ACCRUAL-DAYS
           MOVE ACCT-BALANCE TO WS-START-BAL
           MOVE 0 TO WS-AVG-DAILY-BAL
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
               COMPUTE WS-TXN-DATE-N = FUNCTION INTEGER-OF-DATE(
                   TH-TRANS-DATE(WS-TRANS-IDX))
               IF TH-CASH-ADV(WS-TRANS-IDX)
                   SUBTRACT TH-TRANS-AMOUNT(WS-TRANS-IDX)
                       FROM WS-START-BAL
               ELSE
               IF WS-TXN-DATE-N > WS-WINDOW-START-N
                   IF TH-PAYMENT(WS-TRANS-IDX)
                       OR TH-REFUND(WS-TRANS-IDX)
                       OR TH-DEP-INTEREST(WS-TRANS-IDX)
                       COMPUTE WS-SIGNED-AMT =
                           0 - TH-TRANS-AMOUNT(WS-TRANS-IDX)
                   ELSE
                       MOVE TH-TRANS-AMOUNT(WS-TRANS-IDX)
                           TO WS-SIGNED-AMT
                   END-IF
                   SUBTRACT WS-SIGNED-AMT FROM WS-START-BAL
                   COMPUTE WS-DAYS-WEIGHT =
                       WS-TODAY-N - WS-TXN-DATE-N
                   IF WS-DAYS-WEIGHT > WS-ACCRUAL-DAYS
                       MOVE WS-ACCRUAL-DAYS TO WS-DAYS-WEIGHT
                   END-IF
                   COMPUTE WS-AVG-DAILY-BAL = WS-AVG-DAILY-BAL
                       + (WS-SIGNED-AMT * WS-DAYS-WEIGHT
                           / WS-ACCRUAL-DAYS)
               END-IF
               END-IF
           END-PERFORM
           IF ACCT-CREDIT
               AND WS-CA-CARRIED > 0
               SUBTRACT WS-CA-CARRIED FROM WS-START-BAL
           END-IF
           ADD WS-START-BAL TO WS-AVG-DAILY-BAL.

      *===============================================================
      * 2030-COMPUTE-CA-INTEREST: Cash advances accrue from their
      * transaction dates with no grace at the 'CA' rate, each row
      * weighted by its days outstanding within the accrual window;
      * advance principal carried from billed cycles accrues for
      * the whole window.
      *===============================================================
       2030-COMPUTE-CA-INTEREST.
           MOVE 0 TO WS-CA-BALANCE
           MOVE 0 TO WS-CA-AVG-DAILY-BAL
           MOVE 0 TO WS-CA-INTEREST-AMOUNT
           MOVE 0 TO WS-CA-CARRIED
           MOVE 0 TO WS-CA-EFFECTIVE-RATE
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
               IF TH-CASH-ADV(WS-TRANS-IDX)
                   ADD TH-TRANS-AMOUNT(WS-TRANS-IDX)
                       TO WS-CA-BALANCE
                   COMPUTE WS-TXN-DATE-N =
                       FUNCTION INTEGER-OF-DATE(
                           TH-TRANS-DATE(WS-TRANS-IDX))
                   COMPUTE WS-DAYS-WEIGHT =
                       WS-TODAY-N - WS-TXN-DATE-N
                   IF WS-DAYS-WEIGHT > WS-ACCRUAL-DAYS
                       MOVE WS-ACCRUAL-DAYS TO WS-DAYS-WEIGHT
                   END-IF
                   IF WS-DAYS-WEIGHT < 0
                       MOVE 0 TO WS-DAYS-WEIGHT
                   END-IF
                   COMPUTE WS-CA-AVG-DAILY-BAL =
                       WS-CA-AVG-DAILY-BAL
                       + (TH-TRANS-AMOUNT(WS-TRANS-IDX)
                           * WS-DAYS-WEIGHT / WS-ACCRUAL-DAYS)
               END-IF
           END-PERFORM
           IF ACCT-CREDIT
               COMPUTE WS-CA-CARRIED =
                   ACCT-BKT-CASH-ADV - WS-CA-BALANCE
               IF WS-CA-CARRIED > 0
                   ADD WS-CA-CARRIED TO WS-CA-BALANCE
                   ADD WS-CA-CARRIED TO WS-CA-AVG-DAILY-BAL
               ELSE
                   MOVE 0 TO WS-CA-CARRIED
               END-IF
           END-IF
           IF WS-CA-AVG-DAILY-BAL <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CA-INTEREST-RATE TO WS-CA-EFFECTIVE-RATE
           PERFORM 1920-SELECT-CA-RATE
           IF ACCT-PENALTY-ACTIVE
               AND WS-PENALTY-EFFECTIVE-RATE > WS-CA-EFFECTIVE-RATE
               MOVE WS-PENALTY-EFFECTIVE-RATE TO WS-CA-EFFECTIVE-RATE
           END-IF
           IF WS-SCRA-ACTIVE
               AND WS-CA-EFFECTIVE-RATE > WS-SCRA-RATE-CAP
               MOVE WS-SCRA-RATE-CAP TO WS-CA-EFFECTIVE-RATE
               ADD 1 TO WS-SCRA-CAPPED-COUNT
           END-IF
           COMPUTE WS-CA-INTEREST-AMOUNT ROUNDED =
               WS-CA-AVG-DAILY-BAL * WS-CA-EFFECTIVE-RATE
               * WS-ACCRUAL-DAYS / WS-CYCLE-DAYS.

      *===============================================================
      * 2900-WRITE-DETAIL-LINE: The account, its last statement
      * date, the days and rates accrued at, and the two amounts.
      *===============================================================
       2900-WRITE-DETAIL-LINE.
           MOVE ACCT-NUMBER TO WS-DL-ACCT
           COMPUTE WS-DL-STMT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-STMT-DATE-N)
           MOVE WS-ACCRUAL-DAYS TO WS-DL-DAYS
           MOVE WS-EFFECTIVE-RATE TO WS-DL-RATE
           MOVE WS-CA-EFFECTIVE-RATE TO WS-DL-CA-RATE
           MOVE WS-INTEREST-AMOUNT TO WS-DL-INTEREST
           MOVE WS-CA-INTEREST-AMOUNT TO WS-DL-CA-INTEREST
           WRITE REPORT-RECORD FROM WS-DTL-LINE.

      *===============================================================
      * 8000-WRITE-GL-JOURNAL: The accrual pair on the business date
      * and its reversal on the first of the next month.
      *===============================================================
       8000-WRITE-GL-JOURNAL.
           IF WS-ACCRUAL-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'AI' TO GLJ-TRANS-TYPE
           MOVE WS-CURRENT-DATE TO GLJ-JOURNAL-DATE
           MOVE WS-ACCRUAL-TOTAL TO GLJ-AMOUNT
           MOVE WS-GL-ACCRUED-INT TO GLJ-GL-ACCOUNT
           SET GLJ-DEBIT TO TRUE
           WRITE JOURNAL-RECORD
           MOVE WS-GL-INT-INCOME TO GLJ-GL-ACCOUNT
           SET GLJ-CREDIT TO TRUE
           WRITE JOURNAL-RECORD
           MOVE 'AV' TO GLJ-TRANS-TYPE
           MOVE WS-REVERSAL-DATE TO GLJ-JOURNAL-DATE
           MOVE WS-GL-INT-INCOME TO GLJ-GL-ACCOUNT
           SET GLJ-DEBIT TO TRUE
           WRITE JOURNAL-RECORD
           MOVE WS-GL-ACCRUED-INT TO GLJ-GL-ACCOUNT
           SET GLJ-CREDIT TO TRUE
           WRITE JOURNAL-RECORD
           ADD 4 TO WS-GL-LINE-COUNT.

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
