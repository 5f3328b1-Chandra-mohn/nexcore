      *---------------------------------------------------------------
      * LOSSRSV.cbl -- Month-end loan-loss allowance (reserve) report
      * Estimates the allowance the CR card portfolio requires. Each
      * account carrying a balance is placed in its DELINQ aging
      * bucket (from the open COLLQ entry; current when it has
      * none) and its RISKSCOR band of ACCT-RISK-SCORE, and its
      * balance is multiplied by the loss-rate factor for that
      * product, bucket, and score from the LOSSPARM table (a
      * built-in rate per bucket when no row matches). LOSSRPT
      * shows every bucket/band cell with its accounts, balances,
      * effective rate, and allowance, the required allowance by
      * product (unsecured and secured card), and the change from
      * the latest prior month's allowance on ALLWHIST -- the
      * provision entry accounting books. This month's totals are
      * then appended to ALLWHIST for next month. Charged-off
      * accounts are already off the books and are not reserved.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSSRSV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT QUEUE-FILE
               ASSIGN TO 'COLLQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLQ-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'LOSSPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'ALLWHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALH-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'LOSSRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           COPY COLLECTION-QUEUE.

       FD  PARM-FILE.
       01  PARM-RECORD.
           COPY LOSS-RATE-FACTOR.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY ALLOWANCE-HISTORY.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

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
       01  WS-CLQ-STATUS           PIC XX.
           88  WS-CLQ-SUCCESS      VALUE '00'.
           88  WS-CLQ-EOF          VALUE '10'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
           88  WS-PARM-EOF         VALUE '10'.
       01  WS-ALH-STATUS           PIC XX.
           88  WS-ALH-SUCCESS      VALUE '00'.
           88  WS-ALH-EOF          VALUE '10'.
           88  WS-ALH-NOT-FOUND    VALUE '35'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).

      *    Open COLLQ entries with their aging bucket, loaded once
      *    and matched as CARDMAST is read.
       01  WS-QUEUE-MAX            PIC 9(04) VALUE 5000.
       01  WS-QUEUE-USED           PIC 9(04) VALUE ZEROS.
       01  WS-QUEUE-DROPPED        PIC 9(05) VALUE ZEROS.
       01  WS-QUEUE-IDX            PIC 9(04) VALUE ZEROS.
       01  WS-QUEUE-FOUND          PIC X VALUE 'N'.
           88  QUEUE-WAS-FOUND     VALUE 'Y'.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ENTRY OCCURS 5000 TIMES.
               10  WS-CLQ-ACCT-NUMBER  PIC X(16).
               10  WS-CLQ-BUCKET       PIC 9(03).

      *    Loss-rate factors from LOSSPARM. Without a matching row
      *    the built-in rate for the aging bucket applies:
      *    current, 30, 60, 90, 120, 150, 180 days.
       01  WS-FACTOR-MAX           PIC 9(03) VALUE 200.
       01  WS-FACTOR-USED          PIC 9(03) VALUE ZEROS.
       01  WS-FACTOR-IDX           PIC 9(03) VALUE ZEROS.
       01  WS-FACTOR-FOUND         PIC X VALUE 'N'.
           88  FACTOR-WAS-FOUND    VALUE 'Y'.
       01  WS-FACTOR-TABLE.
           05  WS-FACTOR-ENTRY OCCURS 200 TIMES.
               10  WS-LRF-PRODUCT      PIC X(01).
               10  WS-LRF-BUCKET       PIC 9(03).
               10  WS-LRF-SCORE-LOW    PIC 9(03).
               10  WS-LRF-SCORE-HIGH   PIC 9(03).
               10  WS-LRF-LOSS-RATE    PIC 9V9(04).
       01  WS-DEFAULT-RATES.
           05  FILLER              PIC 9V9(04) VALUE .0200.
           05  FILLER              PIC 9V9(04) VALUE .1000.
           05  FILLER              PIC 9V9(04) VALUE .2500.
           05  FILLER              PIC 9V9(04) VALUE .4000.
           05  FILLER              PIC 9V9(04) VALUE .6000.
           05  FILLER              PIC 9V9(04) VALUE .8000.
           05  FILLER              PIC 9V9(04) VALUE 1.0000.
       01  WS-DEFAULT-RATE-TABLE REDEFINES WS-DEFAULT-RATES.
           05  WS-DEFAULT-RATE OCCURS 7 TIMES
                                   PIC 9V9(04).

      *    The account being reserved: product (1 unsecured,
      *    2 secured), bucket (1 current ... 7 180 days), score
      *    band (1 never scored, 2 300-579, 3 580-669, 4 670-739,
      *    5 740-850), and the factor and allowance it draws.
       01  WS-PROD-SUB             PIC 9(01) VALUE 1.
       01  WS-BKT-SUB              PIC 9(01) VALUE 1.
       01  WS-BAND-SUB             PIC 9(01) VALUE 1.
       01  WS-PRODUCT-CODE         PIC X(01).
       01  WS-ACCT-BUCKET          PIC 9(03) VALUE ZEROS.
       01  WS-LOSS-RATE            PIC 9V9(04) VALUE ZEROS.
       01  WS-ACCT-ALLOWANCE       PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.

      *    Allowance grid: product x bucket x score band.
       01  WS-RESERVE-TABLE.
           05  WS-RSV-PRODUCT OCCURS 2 TIMES.
               10  WS-RSV-BUCKET OCCURS 7 TIMES.
                   15  WS-RSV-BAND OCCURS 5 TIMES.
                       20  WS-RSV-COUNT     PIC 9(07).
                       20  WS-RSV-BALANCE   PIC S9(15)V99 COMP-3.
                       20  WS-RSV-ALLOWANCE PIC S9(15)V99 COMP-3.

      *    Product totals this month and as of the latest prior
      *    month on ALLWHIST.
       01  WS-PRODUCT-TABLE.
           05  WS-PRD-ENTRY OCCURS 2 TIMES.
               10  WS-PRD-CODE         PIC X(01).
               10  WS-PRD-LABEL        PIC X(10).
               10  WS-PRD-COUNT        PIC 9(07).
               10  WS-PRD-BALANCE      PIC S9(15)V99 COMP-3.
               10  WS-PRD-ALLOWANCE    PIC S9(15)V99 COMP-3.
               10  WS-PRD-PRIOR-DATE   PIC 9(08).
               10  WS-PRD-PRIOR-ALLOW  PIC S9(15)V99 COMP-3.
       01  WS-CHANGE               PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-TOTAL-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-BALANCE        PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-TOTAL-ALLOWANCE      PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-TOTAL-PRIOR          PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-RESERVED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-DEFAULT-RATE-COUNT   PIC 9(07) VALUE ZEROS.

       01  WS-HDR-LINE.
           05  FILLER              PIC X(31)
               VALUE 'LOAN-LOSS ALLOWANCE AS OF '.
           05  WS-HDR-DATE         PIC 9(08).
           05  FILLER              PIC X(93) VALUE SPACES.
       01  WS-CELL-LINE.
           05  WS-CL-PRODUCT       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-CL-BUCKET        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-CL-BAND          PIC X(08).
           05  FILLER              PIC X(07) VALUE ' ACCTS '.
           05  WS-CL-COUNT         PIC Z(6)9.
           05  FILLER              PIC X(09) VALUE ' BALANCE '.
           05  WS-CL-BALANCE       PIC Z(12)9.99-.
           05  FILLER              PIC X(06) VALUE ' RATE '.
           05  WS-CL-RATE          PIC 9.9999.
           05  FILLER              PIC X(11) VALUE ' ALLOWANCE '.
           05  WS-CL-ALLOWANCE     PIC Z(12)9.99-.
           05  FILLER              PIC X(13) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  WS-TL-PRODUCT       PIC X(10).
           05  FILLER              PIC X(18)
               VALUE ' REQUIRED TOTAL   '.
           05  FILLER              PIC X(07) VALUE ' ACCTS '.
           05  WS-TL-COUNT         PIC Z(6)9.
           05  FILLER              PIC X(09) VALUE ' BALANCE '.
           05  WS-TL-BALANCE       PIC Z(12)9.99-.
           05  FILLER              PIC X(23)
               VALUE '             ALLOWANCE '.
           05  WS-TL-ALLOWANCE     PIC Z(12)9.99-.
           05  FILLER              PIC X(13) VALUE SPACES.
       01  WS-CHANGE-LINE.
           05  WS-CH-PRODUCT       PIC X(10).
           05  FILLER              PIC X(19)
               VALUE ' PRIOR MONTH AS OF '.
           05  WS-CH-PRIOR-DATE    PIC 9(08).
           05  FILLER              PIC X(11) VALUE ' ALLOWANCE '.
           05  WS-CH-PRIOR         PIC Z(12)9.99-.
           05  FILLER              PIC X(20)
               VALUE ' CHANGE (PROVISION) '.
           05  WS-CH-CHANGE        PIC Z(12)9.99-.
           05  FILLER              PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0050-INIT-TABLES.
           PERFORM 0100-LOAD-QUEUE.
           PERFORM 0200-LOAD-FACTORS.
           PERFORM 0300-LOAD-PRIOR-ALLOWANCE.
           OPEN INPUT CARD-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               CLOSE CARD-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-RECORDS
               UNTIL WS-EOF.
           CLOSE CARD-FILE.
           PERFORM 8000-WRITE-REPORT.
           CLOSE REPORT-FILE.
           PERFORM 9000-APPEND-HISTORY.
           DISPLAY 'RECORDS:            ' WS-RECORD-COUNT.
           DISPLAY 'ACCOUNTS RESERVED:  ' WS-RESERVED-COUNT.
           DISPLAY 'AT DEFAULT RATE:    ' WS-DEFAULT-RATE-COUNT.
           DISPLAY 'REQUIRED ALLOWANCE: ' WS-TOTAL-ALLOWANCE.
           MOVE 0 TO RETURN-CODE
           IF WS-QUEUE-DROPPED > 0
               DISPLAY 'QUEUE ENTRIES DROPPED AT TABLE CAP: '
                   WS-QUEUE-DROPPED ' -- CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       0050-INIT-TABLES.
           PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
               UNTIL WS-PROD-SUB > 2
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 7
                   PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                       UNTIL WS-BAND-SUB > 5
                       MOVE 0 TO WS-RSV-COUNT(WS-PROD-SUB,
                           WS-BKT-SUB, WS-BAND-SUB)
                       MOVE 0 TO WS-RSV-BALANCE(WS-PROD-SUB,
                           WS-BKT-SUB, WS-BAND-SUB)
                       MOVE 0 TO WS-RSV-ALLOWANCE(WS-PROD-SUB,
                           WS-BKT-SUB, WS-BAND-SUB)
                   END-PERFORM
               END-PERFORM
               MOVE 0 TO WS-PRD-COUNT(WS-PROD-SUB)
               MOVE 0 TO WS-PRD-BALANCE(WS-PROD-SUB)
               MOVE 0 TO WS-PRD-ALLOWANCE(WS-PROD-SUB)
               MOVE 0 TO WS-PRD-PRIOR-DATE(WS-PROD-SUB)
               MOVE 0 TO WS-PRD-PRIOR-ALLOW(WS-PROD-SUB)
           END-PERFORM
           MOVE 'U' TO WS-PRD-CODE(1)
           MOVE 'UNSECURED ' TO WS-PRD-LABEL(1)
           MOVE 'S' TO WS-PRD-CODE(2)
           MOVE 'SECURED   ' TO WS-PRD-LABEL(2).

      *===============================================================
      * 0100-LOAD-QUEUE: The open COLLQ entries and their buckets.
      * A cured entry is current again; a charged-off one is no
      * longer on the books.
      *===============================================================
       0100-LOAD-QUEUE.
           OPEN INPUT QUEUE-FILE
           IF WS-CLQ-SUCCESS
               PERFORM 0150-READ-QUEUE-ENTRY
                   UNTIL WS-CLQ-EOF
               CLOSE QUEUE-FILE
           END-IF
           DISPLAY 'DELINQUENT ENTRIES ON COLLQ: ' WS-QUEUE-USED.

       0150-READ-QUEUE-ENTRY.
           READ QUEUE-FILE
               AT END SET WS-CLQ-EOF TO TRUE
               NOT AT END
                   IF NOT CQ-CURED
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
      * 0200-LOAD-FACTORS: The LOSSPARM loss-rate rows, the same
      * optional-parameter-file pattern INTEREST uses for INTPARM.
      *===============================================================
       0200-LOAD-FACTORS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-SUCCESS
               PERFORM 0250-READ-FACTOR-ROW
                   UNTIL WS-PARM-EOF
                   OR WS-FACTOR-USED >= WS-FACTOR-MAX
               CLOSE PARM-FILE
           END-IF
           DISPLAY 'LOSS-RATE FACTORS LOADED: ' WS-FACTOR-USED.

       0250-READ-FACTOR-ROW.
           READ PARM-FILE
               AT END SET WS-PARM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FACTOR-USED
                   MOVE LRF-PRODUCT
                       TO WS-LRF-PRODUCT(WS-FACTOR-USED)
                   MOVE LRF-BUCKET
                       TO WS-LRF-BUCKET(WS-FACTOR-USED)
                   MOVE LRF-SCORE-LOW
                       TO WS-LRF-SCORE-LOW(WS-FACTOR-USED)
                   MOVE LRF-SCORE-HIGH
                       TO WS-LRF-SCORE-HIGH(WS-FACTOR-USED)
                   MOVE LRF-LOSS-RATE
                       TO WS-LRF-LOSS-RATE(WS-FACTOR-USED)
           END-READ.

      *===============================================================
      * 0300-LOAD-PRIOR-ALLOWANCE: The latest ALLWHIST totals from
      * before this month, per product. A rerun inside the month
      * does not count as the prior month; the first-ever run has
      * no history and shows the whole allowance as the change.
      *===============================================================
       0300-LOAD-PRIOR-ALLOWANCE.
           OPEN INPUT HISTORY-FILE
           IF WS-ALH-SUCCESS
               PERFORM 0350-READ-HISTORY-ROW
                   UNTIL WS-ALH-EOF
               CLOSE HISTORY-FILE
           END-IF.

       0350-READ-HISTORY-ROW.
           READ HISTORY-FILE
               AT END SET WS-ALH-EOF TO TRUE
               NOT AT END
                   IF ALH-RUN-DATE(1:6) < WS-CURRENT-DATE(1:6)
                       IF ALH-SECURED
                           MOVE 2 TO WS-PROD-SUB
                       ELSE
                           MOVE 1 TO WS-PROD-SUB
                       END-IF
                       IF ALH-RUN-DATE >=
                           WS-PRD-PRIOR-DATE(WS-PROD-SUB)
                           MOVE ALH-RUN-DATE
                               TO WS-PRD-PRIOR-DATE(WS-PROD-SUB)
                           MOVE ALH-ALLOWANCE
                               TO WS-PRD-PRIOR-ALLOW(WS-PROD-SUB)
                       END-IF
                   END-IF
           END-READ.

       1000-PROCESS-RECORDS.
           READ CARD-FILE NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   IF ACCT-CREDIT
                       AND NOT ACCT-CHARGED-OFF
                       AND ACCT-BALANCE > 0
                       PERFORM 2000-RESERVE-ACCOUNT
                   END-IF
           END-READ.

      *===============================================================
      * 2000-RESERVE-ACCOUNT: Place the account in its grid cell
      * and apply the loss rate to its balance.
      *===============================================================
       2000-RESERVE-ACCOUNT.
           IF ACCT-IS-SECURED
               MOVE 2 TO WS-PROD-SUB
           ELSE
               MOVE 1 TO WS-PROD-SUB
           END-IF
           MOVE WS-PRD-CODE(WS-PROD-SUB) TO WS-PRODUCT-CODE
           MOVE 0 TO WS-ACCT-BUCKET
           MOVE 'N' TO WS-QUEUE-FOUND
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-USED
               OR QUEUE-WAS-FOUND
               IF ACCT-NUMBER = WS-CLQ-ACCT-NUMBER(WS-QUEUE-IDX)
                   SET QUEUE-WAS-FOUND TO TRUE
                   MOVE WS-CLQ-BUCKET(WS-QUEUE-IDX)
                       TO WS-ACCT-BUCKET
               END-IF
           END-PERFORM
           COMPUTE WS-BKT-SUB = WS-ACCT-BUCKET / 30 + 1
           IF WS-ACCT-BUCKET > 180
               MOVE 7 TO WS-BKT-SUB
           END-IF
           EVALUATE TRUE
               WHEN ACCT-RISK-SCORE = 0
                   MOVE 1 TO WS-BAND-SUB
               WHEN ACCT-RISK-SCORE < 580
                   MOVE 2 TO WS-BAND-SUB
               WHEN ACCT-RISK-SCORE < 670
                   MOVE 3 TO WS-BAND-SUB
               WHEN ACCT-RISK-SCORE < 740
                   MOVE 4 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 5 TO WS-BAND-SUB
           END-EVALUATE
           PERFORM 2100-SELECT-LOSS-RATE
           COMPUTE WS-ACCT-ALLOWANCE ROUNDED =
               ACCT-BALANCE * WS-LOSS-RATE
           ADD 1 TO WS-RESERVED-COUNT
           ADD 1 TO WS-RSV-COUNT(WS-PROD-SUB, WS-BKT-SUB,
               WS-BAND-SUB)
           ADD ACCT-BALANCE TO WS-RSV-BALANCE(WS-PROD-SUB,
               WS-BKT-SUB, WS-BAND-SUB)
           ADD WS-ACCT-ALLOWANCE TO WS-RSV-ALLOWANCE(WS-PROD-SUB,
               WS-BKT-SUB, WS-BAND-SUB)
           ADD 1 TO WS-PRD-COUNT(WS-PROD-SUB)
           ADD ACCT-BALANCE TO WS-PRD-BALANCE(WS-PROD-SUB)
           ADD WS-ACCT-ALLOWANCE TO WS-PRD-ALLOWANCE(WS-PROD-SUB).

      *===============================================================
      * 2100-SELECT-LOSS-RATE: First LOSSPARM row for this product
      * (or any product), this bucket, and a score range holding
      * the account's score; the bucket's built-in rate otherwise.
      *===============================================================
       2100-SELECT-LOSS-RATE.
           MOVE WS-DEFAULT-RATE(WS-BKT-SUB) TO WS-LOSS-RATE
           MOVE 'N' TO WS-FACTOR-FOUND
           PERFORM VARYING WS-FACTOR-IDX FROM 1 BY 1
               UNTIL WS-FACTOR-IDX > WS-FACTOR-USED
               OR FACTOR-WAS-FOUND
               IF (WS-LRF-PRODUCT(WS-FACTOR-IDX) = SPACE
                   OR WS-LRF-PRODUCT(WS-FACTOR-IDX) =
                       WS-PRODUCT-CODE)
                   AND WS-LRF-BUCKET(WS-FACTOR-IDX) =
                       WS-ACCT-BUCKET
                   AND ACCT-RISK-SCORE >=
                       WS-LRF-SCORE-LOW(WS-FACTOR-IDX)
                   AND (WS-LRF-SCORE-HIGH(WS-FACTOR-IDX) = 0
                       OR ACCT-RISK-SCORE <=
                           WS-LRF-SCORE-HIGH(WS-FACTOR-IDX))
                   SET FACTOR-WAS-FOUND TO TRUE
                   MOVE WS-LRF-LOSS-RATE(WS-FACTOR-IDX)
                       TO WS-LOSS-RATE
               END-IF
           END-PERFORM
           IF NOT FACTOR-WAS-FOUND
               ADD 1 TO WS-DEFAULT-RATE-COUNT
           END-IF.

      *===============================================================
      * 8000-WRITE-REPORT: Every populated cell, then the required
      * total and the change from the prior month per product, then
      * the portfolio.
      *===============================================================
       8000-WRITE-REPORT.
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
               UNTIL WS-PROD-SUB > 2
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 7
                   PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                       UNTIL WS-BAND-SUB > 5
                       IF WS-RSV-COUNT(WS-PROD-SUB, WS-BKT-SUB,
                           WS-BAND-SUB) > 0
                           PERFORM 8100-WRITE-CELL-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM 8200-WRITE-PRODUCT-TOTAL
           END-PERFORM
           MOVE 'PORTFOLIO ' TO WS-TL-PRODUCT
           MOVE WS-TOTAL-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-BALANCE TO WS-TL-BALANCE
           MOVE WS-TOTAL-ALLOWANCE TO WS-TL-ALLOWANCE
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           COMPUTE WS-CHANGE = WS-TOTAL-ALLOWANCE - WS-TOTAL-PRIOR
           MOVE 'PORTFOLIO ' TO WS-CH-PRODUCT
           MOVE WS-PRD-PRIOR-DATE(1) TO WS-CH-PRIOR-DATE
           IF WS-PRD-PRIOR-DATE(2) > WS-PRD-PRIOR-DATE(1)
               MOVE WS-PRD-PRIOR-DATE(2) TO WS-CH-PRIOR-DATE
           END-IF
           MOVE WS-TOTAL-PRIOR TO WS-CH-PRIOR
           MOVE WS-CHANGE TO WS-CH-CHANGE
           WRITE REPORT-RECORD FROM WS-CHANGE-LINE.

       8100-WRITE-CELL-LINE.
           MOVE WS-PRD-LABEL(WS-PROD-SUB) TO WS-CL-PRODUCT
           EVALUATE WS-BKT-SUB
               WHEN 1
                   MOVE 'CURRENT ' TO WS-CL-BUCKET
               WHEN 2
                   MOVE '30 DAYS ' TO WS-CL-BUCKET
               WHEN 3
                   MOVE '60 DAYS ' TO WS-CL-BUCKET
               WHEN 4
                   MOVE '90 DAYS ' TO WS-CL-BUCKET
               WHEN 5
                   MOVE '120 DAYS' TO WS-CL-BUCKET
               WHEN 6
                   MOVE '150 DAYS' TO WS-CL-BUCKET
               WHEN 7
                   MOVE '180 DAYS' TO WS-CL-BUCKET
           END-EVALUATE
           EVALUATE WS-BAND-SUB
               WHEN 1
                   MOVE 'UNSCORED' TO WS-CL-BAND
               WHEN 2
                   MOVE '300-579 ' TO WS-CL-BAND
               WHEN 3
                   MOVE '580-669 ' TO WS-CL-BAND
               WHEN 4
                   MOVE '670-739 ' TO WS-CL-BAND
               WHEN 5
                   MOVE '740-850 ' TO WS-CL-BAND
           END-EVALUATE
           MOVE WS-RSV-COUNT(WS-PROD-SUB, WS-BKT-SUB, WS-BAND-SUB)
               TO WS-CL-COUNT
           MOVE WS-RSV-BALANCE(WS-PROD-SUB, WS-BKT-SUB, WS-BAND-SUB)
               TO WS-CL-BALANCE
           MOVE WS-RSV-ALLOWANCE(WS-PROD-SUB, WS-BKT-SUB,
               WS-BAND-SUB) TO WS-CL-ALLOWANCE
      *    The cell's effective rate: factors can differ inside a
      *    cell when LOSSPARM splits a band more finely.
           MOVE 0 TO WS-LOSS-RATE
           IF WS-RSV-BALANCE(WS-PROD-SUB, WS-BKT-SUB,
               WS-BAND-SUB) > 0
               COMPUTE WS-LOSS-RATE ROUNDED =
                   WS-RSV-ALLOWANCE(WS-PROD-SUB, WS-BKT-SUB,
                       WS-BAND-SUB)
                   / WS-RSV-BALANCE(WS-PROD-SUB, WS-BKT-SUB,
                       WS-BAND-SUB)
           END-IF
           MOVE WS-LOSS-RATE TO WS-CL-RATE
           WRITE REPORT-RECORD FROM WS-CELL-LINE.

       8200-WRITE-PRODUCT-TOTAL.
           MOVE WS-PRD-LABEL(WS-PROD-SUB) TO WS-TL-PRODUCT
           MOVE WS-PRD-COUNT(WS-PROD-SUB) TO WS-TL-COUNT
           MOVE WS-PRD-BALANCE(WS-PROD-SUB) TO WS-TL-BALANCE
           MOVE WS-PRD-ALLOWANCE(WS-PROD-SUB) TO WS-TL-ALLOWANCE
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           COMPUTE WS-CHANGE = WS-PRD-ALLOWANCE(WS-PROD-SUB)
               - WS-PRD-PRIOR-ALLOW(WS-PROD-SUB)
           MOVE WS-PRD-LABEL(WS-PROD-SUB) TO WS-CH-PRODUCT
           MOVE WS-PRD-PRIOR-DATE(WS-PROD-SUB) TO WS-CH-PRIOR-DATE
           MOVE WS-PRD-PRIOR-ALLOW(WS-PROD-SUB) TO WS-CH-PRIOR
           MOVE WS-CHANGE TO WS-CH-CHANGE
           WRITE REPORT-RECORD FROM WS-CHANGE-LINE
           ADD WS-PRD-COUNT(WS-PROD-SUB) TO WS-TOTAL-COUNT
           ADD WS-PRD-BALANCE(WS-PROD-SUB) TO WS-TOTAL-BALANCE
           ADD WS-PRD-ALLOWANCE(WS-PROD-SUB) TO WS-TOTAL-ALLOWANCE
           ADD WS-PRD-PRIOR-ALLOW(WS-PROD-SUB) TO WS-TOTAL-PRIOR.

      *===============================================================
      * 9000-APPEND-HISTORY: This month's allowance per product, for
      * next month's change column. Created on the first-ever run.
      *===============================================================
       9000-APPEND-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-ALH-NOT-FOUND
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF NOT WS-ALH-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-ALH-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
               UNTIL WS-PROD-SUB > 2
               MOVE WS-CURRENT-DATE TO ALH-RUN-DATE
               MOVE WS-PRD-CODE(WS-PROD-SUB) TO ALH-PRODUCT
               MOVE WS-PRD-COUNT(WS-PROD-SUB) TO ALH-ACCOUNTS
               MOVE WS-PRD-BALANCE(WS-PROD-SUB) TO ALH-BALANCE
               MOVE WS-PRD-ALLOWANCE(WS-PROD-SUB) TO ALH-ALLOWANCE
               WRITE HISTORY-RECORD
           END-PERFORM
           CLOSE HISTORY-FILE.

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
