      *---------------------------------------------------------------
      * VINTRPT.cbl -- Vintage (open-month cohort) performance report
      * Groups every CR account ever booked -- the live accounts on
      * CARDMAST and the closed ones ARCHIVE has moved to CARDARCH
      * -- by the month of ACCT-OPEN-DATE, and writes one VINTRPT
      * line per cohort, oldest first: months on book, accounts
      * booked and still open, the average balance and credit-line
      * utilization of the open accounts, the percent of the open
      * accounts in each DELINQ aging bucket (from COLLQ), the
      * percent of the cohort frozen and closed, and the cumulative
      * charge-off dollars at month-on-book 3, 6, 12, and 24 (N/A
      * until the cohort is that old). Cohorts are kept for the
      * last WS-COHORT-MAX - 1 months; anything older is rolled
      * into a single OLDER line at the top. Credit policy reads
      * the curves to see whether newer vintages go bad faster.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINTRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO 'CARDARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT QUEUE-FILE
               ASSIGN TO 'COLLQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLQ-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'VINTRPT'
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

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY ACCT-MASTER
               REPLACING LEADING ==ACCT== BY ==ARC==.
           COPY CARDHOLDER-INFO
               REPLACING LEADING ==CH== BY ==ACH==.
           COPY BILLING-ADDRESS
               REPLACING LEADING ==BA== BY ==ABA==.
           COPY TRANS-HISTORY
               REPLACING LEADING ==TH== BY ==ATH==.

       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           COPY COLLECTION-QUEUE.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(170).

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
       01  WS-ARC-STATUS           PIC XX.
           88  WS-ARC-SUCCESS      VALUE '00'.
           88  WS-ARC-EOF          VALUE '10'.
       01  WS-CLQ-STATUS           PIC XX.
           88  WS-CLQ-SUCCESS      VALUE '00'.
           88  WS-CLQ-EOF          VALUE '10'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
           05  WS-CUR-YEAR         PIC 9(04).
           05  WS-CUR-MONTH        PIC 9(02).
           05  WS-CUR-DAY          PIC 9(02).

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

      *    Cohort table indexed by months on book plus one: entry
      *    1 opened this month, entry 2 last month, and so on; the
      *    last entry collects every cohort older than the rest.
       01  WS-COHORT-MAX           PIC 9(03) VALUE 121.
       01  WS-COH-SUB              PIC 9(03) VALUE ZEROS.
       01  WS-BKT-SUB              PIC 9(01) VALUE ZEROS.
       01  WS-MOB-SUB              PIC 9(01) VALUE ZEROS.
       01  WS-COHORT-TABLE.
           05  WS-COH-ENTRY OCCURS 121 TIMES.
               10  WS-COH-BOOKED       PIC 9(07).
               10  WS-COH-OPEN         PIC 9(07).
               10  WS-COH-FROZEN       PIC 9(07).
               10  WS-COH-CLOSED       PIC 9(07).
               10  WS-COH-BALANCE      PIC S9(15)V99 COMP-3.
               10  WS-COH-LIMIT        PIC S9(15)V99 COMP-3.
               10  WS-COH-BUCKET-CNT OCCURS 7 TIMES
                                       PIC 9(07).
               10  WS-COH-CO-AMT OCCURS 4 TIMES
                                       PIC S9(15)V99 COMP-3.

      *    The month-on-book checkpoints the charge-off columns
      *    accumulate to.
       01  WS-MOB-POINTS.
           05  FILLER              PIC 9(02) VALUE 03.
           05  FILLER              PIC 9(02) VALUE 06.
           05  FILLER              PIC 9(02) VALUE 12.
           05  FILLER              PIC 9(02) VALUE 24.
       01  WS-MOB-POINT-TABLE REDEFINES WS-MOB-POINTS.
           05  WS-MOB-POINT OCCURS 4 TIMES
                                   PIC 9(02).

      *    The account being placed, from either file.
       01  WS-ACC-OPEN-DATE        PIC 9(08).
       01  WS-ACC-OPEN-DATE-X REDEFINES WS-ACC-OPEN-DATE.
           05  WS-ACC-OPEN-YEAR    PIC 9(04).
           05  WS-ACC-OPEN-MONTH   PIC 9(02).
           05  WS-ACC-OPEN-DAY     PIC 9(02).
       01  WS-ACC-CO-DATE          PIC 9(08).
       01  WS-ACC-CO-DATE-X REDEFINES WS-ACC-CO-DATE.
           05  WS-ACC-CO-YEAR      PIC 9(04).
           05  WS-ACC-CO-MONTH     PIC 9(02).
           05  WS-ACC-CO-DAY       PIC 9(02).
       01  WS-ACC-CO-AMOUNT        PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-MOB                  PIC S9(05) VALUE ZEROS.
       01  WS-CO-MOB               PIC S9(05) VALUE ZEROS.

       01  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-ARCHIVE-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-NO-DATE-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-COHORT-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-AVG-BALANCE          PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-PCT                  PIC S9(03)V9 VALUE ZEROS.
       01  WS-CO-EDIT              PIC Z(9)9.99-.
       01  WS-VINTAGE-DATE         PIC 9(08).
       01  WS-VINTAGE-DATE-X REDEFINES WS-VINTAGE-DATE.
           05  WS-VIN-YEAR         PIC 9(04).
           05  WS-VIN-MONTH        PIC 9(02).
           05  WS-VIN-DAY          PIC 9(02).
       01  WS-VIN-MONTHS           PIC S9(07) VALUE ZEROS.

       01  WS-HDR-LINE-1.
           05  FILLER              PIC X(28)
               VALUE 'VINTAGE PERFORMANCE AS OF '.
           05  WS-HDR-DATE         PIC 9(08).
           05  FILLER              PIC X(134) VALUE SPACES.
       01  WS-HDR-LINE-2.
           05  FILLER              PIC X(27)
               VALUE 'VINTAGE MOB  BOOKED   OPEN '.
           05  FILLER              PIC X(20)
               VALUE '   AVG BALANCE UTIL%'.
           05  FILLER              PIC X(42)
               VALUE '  CUR%  30D%  60D%  90D% 120D% 150D% 180D%'.
           05  FILLER              PIC X(12)
               VALUE '  FRZ%  CLS%'.
           05  FILLER              PIC X(30)
               VALUE '    CO AT MOB3     CO AT MOB6 '.
           05  FILLER              PIC X(30)
               VALUE '   CO AT MOB12    CO AT MOB24 '.
           05  FILLER              PIC X(09) VALUE SPACES.
       01  WS-DTL-LINE.
           05  WS-DL-VINTAGE       PIC X(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-MOB           PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-BOOKED        PIC Z(6)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-OPEN          PIC Z(5)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-AVG-BAL       PIC Z(9)9.99-.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-UTIL          PIC ZZ9.9.
           05  WS-DL-BUCKET-PCT OCCURS 7 TIMES.
               10  FILLER          PIC X(01).
               10  WS-DL-BKT       PIC ZZ9.9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-FROZEN        PIC ZZ9.9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-CLOSED        PIC ZZ9.9.
           05  WS-DL-CO-COL OCCURS 4 TIMES.
               10  FILLER          PIC X(01).
               10  WS-DL-CO        PIC X(14).
           05  FILLER              PIC X(09) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           INITIALIZE WS-COHORT-TABLE.
           PERFORM 0100-LOAD-QUEUE.
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
           PERFORM 1500-SCAN-ARCHIVE.
           PERFORM 8000-WRITE-REPORT.
           CLOSE REPORT-FILE.
           DISPLAY 'CARDMAST RECORDS:   ' WS-RECORD-COUNT.
           DISPLAY 'CARDARCH ACCOUNTS:  ' WS-ARCHIVE-COUNT.
           DISPLAY 'NO USABLE OPEN DATE: ' WS-NO-DATE-COUNT.
           DISPLAY 'COHORTS REPORTED:   ' WS-COHORT-COUNT.
           MOVE 0 TO RETURN-CODE
           IF WS-QUEUE-DROPPED > 0
               DISPLAY 'QUEUE ENTRIES DROPPED AT TABLE CAP: '
                   WS-QUEUE-DROPPED ' -- CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *===============================================================
      * 0100-LOAD-QUEUE: The open COLLQ entries and their buckets;
      * a cured or charged-off entry is no longer delinquent.
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

       1000-PROCESS-RECORDS.
           READ CARD-FILE NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   IF ACCT-CREDIT
                       MOVE ACCT-OPEN-DATE TO WS-ACC-OPEN-DATE
                       PERFORM 2000-FIND-COHORT
                       IF WS-COH-SUB > 0
                           PERFORM 2100-ADD-LIVE-ACCOUNT
                       END-IF
                   END-IF
           END-READ.

      *===============================================================
      * 1500-SCAN-ARCHIVE: Archived accounts were closed before they
      * left CARDMAST; they count in the cohort booked and closed,
      * with any charge-off they carried. The archive is optional.
      *===============================================================
       1500-SCAN-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARC-SUCCESS
               PERFORM 1550-READ-ARCHIVE
                   UNTIL WS-ARC-EOF
               CLOSE ARCHIVE-FILE
           END-IF.

       1550-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END SET WS-ARC-EOF TO TRUE
               NOT AT END
                   IF ARC-CREDIT
                       ADD 1 TO WS-ARCHIVE-COUNT
                       MOVE ARC-OPEN-DATE TO WS-ACC-OPEN-DATE
                       PERFORM 2000-FIND-COHORT
                       IF WS-COH-SUB > 0
                           ADD 1 TO WS-COH-BOOKED(WS-COH-SUB)
                           ADD 1 TO WS-COH-CLOSED(WS-COH-SUB)
                           MOVE ARC-CHGOFF-DATE TO WS-ACC-CO-DATE
                           MOVE ARC-CHGOFF-AMOUNT
                               TO WS-ACC-CO-AMOUNT
                           PERFORM 2300-ADD-CHARGE-OFF
                       END-IF
                   END-IF
           END-READ.

      *===============================================================
      * 2000-FIND-COHORT: Months on book from the open month to the
      * business month; zero WS-COH-SUB when the open date is
      * missing or in the future.
      *===============================================================
       2000-FIND-COHORT.
           MOVE 0 TO WS-COH-SUB
           IF WS-ACC-OPEN-DATE = 0
               OR WS-ACC-OPEN-DATE > WS-CURRENT-DATE
               ADD 1 TO WS-NO-DATE-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MOB =
               (WS-CUR-YEAR - WS-ACC-OPEN-YEAR) * 12
               + WS-CUR-MONTH - WS-ACC-OPEN-MONTH
           IF WS-MOB >= WS-COHORT-MAX - 1
               MOVE WS-COHORT-MAX TO WS-COH-SUB
           ELSE
               COMPUTE WS-COH-SUB = WS-MOB + 1
           END-IF.

      *===============================================================
      * 2100-ADD-LIVE-ACCOUNT: An account still on CARDMAST. Open
      * means active or frozen; a charged-off account counts as
      * closed. Only open accounts carry into the balance,
      * utilization, and delinquency columns.
      *===============================================================
       2100-ADD-LIVE-ACCOUNT.
           ADD 1 TO WS-COH-BOOKED(WS-COH-SUB)
           EVALUATE TRUE
               WHEN ACCT-CLOSED
                   OR ACCT-CHARGED-OFF
                   ADD 1 TO WS-COH-CLOSED(WS-COH-SUB)
               WHEN ACCT-ACTIVE
                   OR ACCT-FROZEN
                   IF ACCT-FROZEN
                       ADD 1 TO WS-COH-FROZEN(WS-COH-SUB)
                   END-IF
                   ADD 1 TO WS-COH-OPEN(WS-COH-SUB)
                   ADD ACCT-BALANCE TO WS-COH-BALANCE(WS-COH-SUB)
                   ADD ACCT-CREDIT-LIMIT TO WS-COH-LIMIT(WS-COH-SUB)
                   PERFORM 2200-FIND-BUCKET
                   ADD 1 TO WS-COH-BUCKET-CNT(WS-COH-SUB,
                       WS-BKT-SUB)
           END-EVALUATE
           MOVE ACCT-CHGOFF-DATE TO WS-ACC-CO-DATE
           MOVE ACCT-CHGOFF-AMOUNT TO WS-ACC-CO-AMOUNT
           PERFORM 2300-ADD-CHARGE-OFF.

       2200-FIND-BUCKET.
           MOVE 1 TO WS-BKT-SUB
           MOVE 'N' TO WS-QUEUE-FOUND
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-USED
               OR QUEUE-WAS-FOUND
               IF ACCT-NUMBER = WS-CLQ-ACCT-NUMBER(WS-QUEUE-IDX)
                   SET QUEUE-WAS-FOUND TO TRUE
                   IF WS-CLQ-BUCKET(WS-QUEUE-IDX) >= 180
                       MOVE 7 TO WS-BKT-SUB
                   ELSE
                       COMPUTE WS-BKT-SUB =
                           WS-CLQ-BUCKET(WS-QUEUE-IDX) / 30 + 1
                   END-IF
               END-IF
           END-PERFORM.

      *===============================================================
      * 2300-ADD-CHARGE-OFF: A write-off counts toward every
      * month-on-book checkpoint at or after the month it happened.
      *===============================================================
       2300-ADD-CHARGE-OFF.
           IF WS-ACC-CO-DATE = 0
               OR WS-ACC-CO-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CO-MOB =
               (WS-ACC-CO-YEAR - WS-ACC-OPEN-YEAR) * 12
               + WS-ACC-CO-MONTH - WS-ACC-OPEN-MONTH
           PERFORM VARYING WS-MOB-SUB FROM 1 BY 1
               UNTIL WS-MOB-SUB > 4
               IF WS-CO-MOB <= WS-MOB-POINT(WS-MOB-SUB)
                   ADD WS-ACC-CO-AMOUNT
                       TO WS-COH-CO-AMT(WS-COH-SUB, WS-MOB-SUB)
               END-IF
           END-PERFORM.

      *===============================================================
      * 8000-WRITE-REPORT: Oldest cohort first, one line per cohort
      * that booked anything.
      *===============================================================
       8000-WRITE-REPORT.
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE-1
           WRITE REPORT-RECORD FROM WS-HDR-LINE-2
           PERFORM VARYING WS-COH-SUB FROM WS-COHORT-MAX BY -1
               UNTIL WS-COH-SUB < 1
               IF WS-COH-BOOKED(WS-COH-SUB) > 0
                   PERFORM 8100-WRITE-COHORT-LINE
               END-IF
           END-PERFORM.

       8100-WRITE-COHORT-LINE.
           ADD 1 TO WS-COHORT-COUNT
           MOVE SPACES TO WS-DTL-LINE
           COMPUTE WS-MOB = WS-COH-SUB - 1
           IF WS-COH-SUB = WS-COHORT-MAX
               MOVE 'OLDER' TO WS-DL-VINTAGE
           ELSE
      *        The cohort's year and month, counted back from the
      *        business month.
               COMPUTE WS-VIN-MONTHS =
                   WS-CUR-YEAR * 12 + WS-CUR-MONTH - 1 - WS-MOB
               COMPUTE WS-VIN-YEAR = WS-VIN-MONTHS / 12
               COMPUTE WS-VIN-MONTH =
                   WS-VIN-MONTHS - (WS-VIN-YEAR * 12) + 1
               MOVE WS-VINTAGE-DATE(1:4) TO WS-DL-VINTAGE(1:4)
               MOVE '-' TO WS-DL-VINTAGE(5:1)
               MOVE WS-VINTAGE-DATE(5:2) TO WS-DL-VINTAGE(6:2)
           END-IF
           MOVE WS-MOB TO WS-DL-MOB
           MOVE WS-COH-BOOKED(WS-COH-SUB) TO WS-DL-BOOKED
           MOVE WS-COH-OPEN(WS-COH-SUB) TO WS-DL-OPEN
           MOVE 0 TO WS-AVG-BALANCE
           IF WS-COH-OPEN(WS-COH-SUB) > 0
               COMPUTE WS-AVG-BALANCE ROUNDED =
                   WS-COH-BALANCE(WS-COH-SUB)
                   / WS-COH-OPEN(WS-COH-SUB)
           END-IF
           MOVE WS-AVG-BALANCE TO WS-DL-AVG-BAL
           MOVE 0 TO WS-PCT
           IF WS-COH-LIMIT(WS-COH-SUB) > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-COH-BALANCE(WS-COH-SUB) * 100
                   / WS-COH-LIMIT(WS-COH-SUB)
           END-IF
           MOVE WS-PCT TO WS-DL-UTIL
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 7
               MOVE 0 TO WS-PCT
               IF WS-COH-OPEN(WS-COH-SUB) > 0
                   COMPUTE WS-PCT ROUNDED =
                       WS-COH-BUCKET-CNT(WS-COH-SUB, WS-BKT-SUB)
                       * 100 / WS-COH-OPEN(WS-COH-SUB)
               END-IF
               MOVE WS-PCT TO WS-DL-BKT(WS-BKT-SUB)
           END-PERFORM
           COMPUTE WS-PCT ROUNDED =
               WS-COH-FROZEN(WS-COH-SUB) * 100
               / WS-COH-BOOKED(WS-COH-SUB)
           MOVE WS-PCT TO WS-DL-FROZEN
           COMPUTE WS-PCT ROUNDED =
               WS-COH-CLOSED(WS-COH-SUB) * 100
               / WS-COH-BOOKED(WS-COH-SUB)
           MOVE WS-PCT TO WS-DL-CLOSED
      *    A checkpoint the cohort has not yet reached is not
      *    reported as zero loss.
           PERFORM VARYING WS-MOB-SUB FROM 1 BY 1
               UNTIL WS-MOB-SUB > 4
               IF WS-MOB < WS-MOB-POINT(WS-MOB-SUB)
                   MOVE '           N/A' TO WS-DL-CO(WS-MOB-SUB)
               ELSE
                   MOVE WS-COH-CO-AMT(WS-COH-SUB, WS-MOB-SUB)
                       TO WS-CO-EDIT
                   MOVE WS-CO-EDIT TO WS-DL-CO(WS-MOB-SUB)
               END-IF
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-DTL-LINE.

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
