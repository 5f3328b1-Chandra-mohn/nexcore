      *---------------------------------------------------------------
      * BSACASH.cbl -- Daily BSA cash aggregation
      * Totals every customer's cash activity for the business day
      * and the lookback window before it, across all of the
      * customer's accounts. Cash out is a cash advance ('CA');
      * cash in is a payment made in cash ('PA' paid 'CS'). Rows
      * come from the on-record TH table and the offloaded TRANHIST
      * rows, so a cycle-off inside the window loses nothing.
      *
      * Accounts group by customer the way ACCTOPEN links them on
      * CUSTMAST -- customer id 'C' + SSN -- so a customer splitting
      * cash across a card and the household's deposit accounts
      * adds up as one person whether or not the account was ever
      * linked; an account with no SSN on file stands alone under
      * its account number.
      *
      * Cash in or cash out over the CTR threshold on the business
      * day writes a CTR-CANDIDATE record to CTRCAND with the
      * primary cardholder's identity fields for the BSA officer to
      * file. A customer with cash today is also tested for
      * structuring over the window -- more than the threshold in
      * one direction spread over several days with no single day
      * over it ('SD'), repeated single items just under the
      * threshold ('NT'), or one day's cash split across accounts
      * to a total just under it ('MA') -- and a hit is appended to
      * the STRUCTQ case queue BSADSP works. A customer with a case
      * already open on STRUCTQ is not queued again.
      *
      * Threshold, near-threshold floor, lookback and the number of
      * near-threshold items that make a pattern come from BSAPARM;
      * defaults below.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BSACASH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-CUS-STATUS.

           SELECT CTR-FILE
               ASSIGN TO 'CTRCAND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTC-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO 'STRUCTQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'BSAPARM'
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

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY TRANS-HIST-OFFLOAD.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER-MASTER.

       FD  CTR-FILE.
       01  CTR-RECORD.
           COPY CTR-CANDIDATE.

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY STRUCT-ALERT.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  BSP-LOOKBACK-DAYS   PIC 9(03).
           05  BSP-CTR-THRESHOLD   PIC 9(07)V99.
           05  BSP-NEAR-FLOOR      PIC 9(07)V99.
           05  BSP-MIN-NEAR        PIC 9(03).

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
       01  WS-HXS-STATUS           PIC XX.
           88  WS-HXS-SUCCESS      VALUE '00'.
       01  WS-CUS-STATUS           PIC XX.
           88  WS-CUS-SUCCESS      VALUE '00'.
       01  WS-CTC-STATUS           PIC XX.
           88  WS-CTC-SUCCESS      VALUE '00'.
       01  WS-SAL-STATUS           PIC XX.
           88  WS-SAL-SUCCESS      VALUE '00'.
           88  WS-SAL-EOF          VALUE '10'.
           88  WS-SAL-NOT-FOUND    VALUE '35'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-HIST-LOOKUP-FLAG     PIC X(01) VALUE 'N'.
           88  WS-HIST-LOOKUP-ON   VALUE 'Y'.
       01  WS-HIST-DONE-FLAG       PIC X(01) VALUE 'N'.
           88  WS-HIST-DONE        VALUE 'Y'.
       01  WS-CUST-LOOKUP-FLAG     PIC X(01) VALUE 'N'.
           88  WS-CUST-LOOKUP-ON   VALUE 'Y'.
       01  WS-TRANS-IDX            PIC 9(03).

      *    BSA policy (BSAPARM): the CTR threshold (cash over it in
      *    one direction on one day is reportable), the floor of the
      *    near-threshold band just under it, the days looked back
      *    for structuring (business day included, at most 31), and
      *    how many near-threshold items make a pattern.
       01  WS-CTR-THRESHOLD        PIC S9(07)V99 VALUE 10000.00.
       01  WS-NEAR-FLOOR           PIC S9(07)V99 VALUE 8000.00.
       01  WS-LOOKBACK-DAYS        PIC 9(03) VALUE 10.
       01  WS-MIN-NEAR             PIC 9(03) VALUE 2.
       01  WS-WIN-FROM             PIC 9(08) VALUE ZEROS.

      *    Customers with a case still open on STRUCTQ -- yesterday's
      *    carry-forward plus anything queued since. If the table
      *    fills, later customers can be queued twice; BSADSP works
      *    each copy, so a duplicate costs a second look, never a
      *    lost case.
       01  WS-OPEN-MAX             PIC 9(04) VALUE 2000.
       01  WS-OPEN-USED            PIC 9(04) VALUE ZEROS.
       01  WS-OPEN-IDX             PIC 9(04) VALUE ZEROS.
       01  WS-OPEN-FOUND           PIC X VALUE 'N'.
           88  OPEN-WAS-FOUND      VALUE 'Y'.
       01  WS-OPEN-FULL-NOTED      PIC X VALUE 'N'.
       01  WS-OPEN-TABLE.
           05  WS-OPEN-KEY OCCURS 2000 TIMES
                                   PIC X(16).

      *    Every customer with cash in the window: identity from the
      *    first account read, the accounts the cash went through
      *    (with which directions moved cash today), today's totals
      *    and one entry per day with cash in the window.
       01  WS-CST-MAX              PIC 9(04) VALUE 2000.
       01  WS-CST-USED             PIC 9(04) VALUE ZEROS.
       01  WS-CST-IDX              PIC 9(04) VALUE ZEROS.
       01  WS-CST-TABLE.
           05  WS-CST-ENTRY OCCURS 2000 TIMES.
               10  WS-CST-KEY          PIC X(16).
               10  WS-CST-SSN          PIC X(09).
               10  WS-CST-LAST-NAME    PIC X(20).
               10  WS-CST-FIRST-NAME   PIC X(15).
               10  WS-CST-DOB          PIC 9(08).
               10  WS-CST-STREET       PIC X(30).
               10  WS-CST-CITY         PIC X(20).
               10  WS-CST-STATE        PIC X(02).
               10  WS-CST-ZIP          PIC X(10).
               10  WS-CST-PHONE        PIC X(10).
               10  WS-CST-IN-TODAY     PIC S9(11)V99 COMP-3.
               10  WS-CST-OUT-TODAY    PIC S9(11)V99 COMP-3.
               10  WS-CST-IN-COUNT     PIC 9(03).
               10  WS-CST-OUT-COUNT    PIC 9(03).
               10  WS-CST-NEAR-COUNT   PIC 9(03).
               10  WS-CST-ACCT-USED    PIC 9(02).
               10  WS-CST-ACCT OCCURS 9 TIMES.
                   15  WS-CST-ACCT-NUMBER PIC X(16).
                   15  WS-CST-ACCT-IN-FLAG  PIC X(01).
                       88  WS-CST-ACCT-IN   VALUE 'Y'.
                   15  WS-CST-ACCT-OUT-FLAG PIC X(01).
                       88  WS-CST-ACCT-OUT  VALUE 'Y'.
               10  WS-CST-DAY-USED     PIC 9(02).
               10  WS-CST-DAY OCCURS 31 TIMES.
                   15  WS-CST-DAY-DATE     PIC 9(08).
                   15  WS-CST-DAY-IN       PIC S9(11)V99 COMP-3.
                   15  WS-CST-DAY-OUT      PIC S9(11)V99 COMP-3.
       01  WS-ACCT-IDX             PIC 9(02) VALUE ZEROS.
       01  WS-DAY-IDX              PIC 9(02) VALUE ZEROS.
       01  WS-DAY-HIT              PIC 9(02) VALUE ZEROS.

      *    The account being scanned: its customer entry and its
      *    slot in the customer's account list, found on the first
      *    cash row (zero when dropped at a table cap).
       01  WS-CUR-LOOKED-FLAG      PIC X(01) VALUE 'N'.
           88  WS-CUR-LOOKED       VALUE 'Y'.
       01  WS-CUR-CST              PIC 9(04) VALUE ZEROS.
       01  WS-CUR-ACCT             PIC 9(02) VALUE ZEROS.
       01  WS-CUR-KEY              PIC X(16).

      *    The cash row being looked at, from either store.
       01  WS-ROW-DATE             PIC 9(08).
       01  WS-ROW-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-ROW-DIRECTION        PIC X(01).
           88  WS-ROW-CASH-IN      VALUE 'I'.
           88  WS-ROW-CASH-OUT     VALUE 'O'.
           88  WS-ROW-NOT-CASH     VALUE SPACE.

      *    An offloaded row's detail seen through the payment layout
      *    it carried on the master.
       01  WS-HX-DETAIL.
           05  WS-HXD-PAY-METHOD   PIC X(02).
               88  WS-HXD-PAY-CASH VALUE 'CS'.
           05  FILLER              PIC X(58).

      *    One customer's window, summed for the structuring tests.
       01  WS-WIN-IN               PIC S9(11)V99 COMP-3.
       01  WS-WIN-OUT              PIC S9(11)V99 COMP-3.
       01  WS-BIG-IN               PIC S9(11)V99 COMP-3.
       01  WS-BIG-OUT              PIC S9(11)V99 COMP-3.
       01  WS-DAYS-IN              PIC 9(03).
       01  WS-DAYS-OUT             PIC 9(03).
       01  WS-ACCTS-IN-TODAY       PIC 9(02).
       01  WS-ACCTS-OUT-TODAY      PIC 9(02).

      *    Run totals.
       01  WS-ACCT-READ-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-CASH-ROW-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-CTR-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-ALERT-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-ALREADY-OPEN-COUNT   PIC 9(07) VALUE ZEROS.
       01  WS-DROPPED-COUNT        PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0050-READ-PARAMETERS.
           COMPUTE WS-WIN-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-LOOKBACK-DAYS + 1)
           PERFORM 0100-LOAD-OPEN-CASES.
           OPEN INPUT CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *    Offloaded history is optional only before the first
      *    cycle-off ever ran; without CUSTMAST the cases carry no
      *    household account count.
           OPEN INPUT HISTORY-FILE.
           IF WS-HXS-SUCCESS
               SET WS-HIST-LOOKUP-ON TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUS-SUCCESS
               SET WS-CUST-LOOKUP-ON TO TRUE
           END-IF.
           OPEN OUTPUT CTR-FILE.
           IF NOT WS-CTC-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-CTC-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND ALERT-FILE.
           IF WS-SAL-NOT-FOUND
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF NOT WS-SAL-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-SAL-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE CTR-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE LOW-VALUES TO ACCT-NUMBER
           START CARD-MASTER-FILE
               KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 2000-SCAN-ACCOUNT
               UNTIL WS-EOF.
           PERFORM 5000-CHECK-CUSTOMER
               VARYING WS-CST-IDX FROM 1 BY 1
               UNTIL WS-CST-IDX > WS-CST-USED.

           CLOSE CARD-MASTER-FILE.
           IF WS-HIST-LOOKUP-ON
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-CUST-LOOKUP-ON
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE CTR-FILE.
           CLOSE ALERT-FILE.
           DISPLAY 'ACCOUNTS READ:      ' WS-ACCT-READ-COUNT.
           DISPLAY 'CASH ROWS IN WINDOW:' WS-CASH-ROW-COUNT.
           DISPLAY 'CUSTOMERS WITH CASH:' WS-CST-USED.
           DISPLAY 'CTR CANDIDATES:     ' WS-CTR-COUNT.
           DISPLAY 'STRUCTURING CASES:  ' WS-ALERT-COUNT.
           DISPLAY 'CASE ALREADY OPEN:  ' WS-ALREADY-OPEN-COUNT.
           IF WS-DROPPED-COUNT > 0
               DISPLAY 'ENTRIES DROPPED AT TABLE CAP: '
                   WS-DROPPED-COUNT ' -- CONDITION CODE 8'
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
                       IF BSP-LOOKBACK-DAYS > 0
                           AND BSP-LOOKBACK-DAYS <= 31
                           MOVE BSP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                       END-IF
                       IF BSP-CTR-THRESHOLD > 0
                           MOVE BSP-CTR-THRESHOLD TO WS-CTR-THRESHOLD
                       END-IF
                       IF BSP-NEAR-FLOOR > 0
                           MOVE BSP-NEAR-FLOOR TO WS-NEAR-FLOOR
                       END-IF
                       IF BSP-MIN-NEAR > 0
                           MOVE BSP-MIN-NEAR TO WS-MIN-NEAR
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-NEAR-FLOOR >= WS-CTR-THRESHOLD
               DISPLAY 'NEAR-THRESHOLD FLOOR NOT BELOW THRESHOLD, '
                   'DEFAULTS APPLY'
               MOVE 10000.00 TO WS-CTR-THRESHOLD
               MOVE 8000.00 TO WS-NEAR-FLOOR
           END-IF.

      *===============================================================
      * 0100-LOAD-OPEN-CASES: The customers already on the STRUCTQ
      * queue, so an open case is not queued a second time. No
      * queue yet is an empty queue.
      *===============================================================
       0100-LOAD-OPEN-CASES.
           OPEN INPUT ALERT-FILE
           IF WS-SAL-SUCCESS
               PERFORM 0150-READ-OPEN-CASE
                   UNTIL WS-SAL-EOF
               CLOSE ALERT-FILE
           END-IF
           DISPLAY 'OPEN CASES LOADED:  ' WS-OPEN-USED.

       0150-READ-OPEN-CASE.
           READ ALERT-FILE
               AT END SET WS-SAL-EOF TO TRUE
               NOT AT END
                   IF WS-OPEN-USED < WS-OPEN-MAX
                       ADD 1 TO WS-OPEN-USED
                       MOVE SAL-CUSTOMER-KEY
                           TO WS-OPEN-KEY(WS-OPEN-USED)
                   ELSE
                       IF WS-OPEN-FULL-NOTED NOT = 'Y'
                           MOVE 'Y' TO WS-OPEN-FULL-NOTED
                           DISPLAY 'OPEN CASE TABLE FULL -- LATER '
                               'CASES MAY BE QUEUED TWICE'
                       END-IF
                   END-IF
           END-READ.

      *===============================================================
      * 2000-SCAN-ACCOUNT: The account's cash rows dated inside the
      * window, on-record rows and then offloaded ones.
      *===============================================================
       2000-SCAN-ACCOUNT.
           READ CARD-MASTER-FILE NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCT-READ-COUNT
                   MOVE 'N' TO WS-CUR-LOOKED-FLAG
                   MOVE 0 TO WS-CUR-CST
                   MOVE 0 TO WS-CUR-ACCT
                   PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
                       UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
                       IF TH-TRANS-DATE(WS-TRANS-IDX) >= WS-WIN-FROM
                           AND TH-TRANS-DATE(WS-TRANS-IDX)
                               <= WS-CURRENT-DATE
                           PERFORM 2100-CHECK-RECORD-ROW
                       END-IF
                   END-PERFORM
                   IF WS-HIST-LOOKUP-ON
                       PERFORM 2200-WALK-OFFLOADED
                   END-IF
           END-READ.

       2100-CHECK-RECORD-ROW.
           MOVE SPACE TO WS-ROW-DIRECTION
           IF TH-CASH-ADV(WS-TRANS-IDX)
               SET WS-ROW-CASH-OUT TO TRUE
           END-IF
           IF TH-PAYMENT(WS-TRANS-IDX)
               AND TH-PAY-CASH(WS-TRANS-IDX)
               SET WS-ROW-CASH-IN TO TRUE
           END-IF
           IF NOT WS-ROW-NOT-CASH
               AND TH-TRANS-AMOUNT(WS-TRANS-IDX) > 0
               MOVE TH-TRANS-DATE(WS-TRANS-IDX) TO WS-ROW-DATE
               MOVE TH-TRANS-AMOUNT(WS-TRANS-IDX) TO WS-ROW-AMOUNT
               PERFORM 3000-NOTE-CASH
           END-IF.

       2200-WALK-OFFLOADED.
           MOVE 'N' TO WS-HIST-DONE-FLAG
           MOVE ACCT-NUMBER TO HX-ACCT-NUMBER
           MOVE WS-WIN-FROM TO HX-TRANS-DATE
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
                       OR HX-TRANS-DATE > WS-CURRENT-DATE
                       SET WS-HIST-DONE TO TRUE
                   ELSE
                       MOVE SPACE TO WS-ROW-DIRECTION
                       IF HX-TRANS-TYPE = 'CA'
                           SET WS-ROW-CASH-OUT TO TRUE
                       END-IF
                       IF HX-TRANS-TYPE = 'PA'
                           MOVE HX-TRANS-DETAIL TO WS-HX-DETAIL
                           IF WS-HXD-PAY-CASH
                               SET WS-ROW-CASH-IN TO TRUE
                           END-IF
                       END-IF
                       IF NOT WS-ROW-NOT-CASH
                           AND HX-TRANS-AMOUNT > 0
                           MOVE HX-TRANS-DATE   TO WS-ROW-DATE
                           MOVE HX-TRANS-AMOUNT TO WS-ROW-AMOUNT
                           PERFORM 3000-NOTE-CASH
                       END-IF
                   END-IF
           END-READ.

      *===============================================================
      * 3000-NOTE-CASH: Add one cash row to the customer's day and,
      * when it is dated the business day, to today's totals for
      * the CTR and the account it went through.
      *===============================================================
       3000-NOTE-CASH.
           ADD 1 TO WS-CASH-ROW-COUNT
           IF NOT WS-CUR-LOOKED
               PERFORM 3100-FIND-CUSTOMER
           END-IF
           IF WS-CUR-CST = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-ADD-TO-DAY
           IF WS-ROW-AMOUNT >= WS-NEAR-FLOOR
               AND WS-ROW-AMOUNT <= WS-CTR-THRESHOLD
               ADD 1 TO WS-CST-NEAR-COUNT(WS-CUR-CST)
           END-IF
           IF WS-ROW-DATE NOT = WS-CURRENT-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-CASH-IN
               ADD WS-ROW-AMOUNT TO WS-CST-IN-TODAY(WS-CUR-CST)
               ADD 1 TO WS-CST-IN-COUNT(WS-CUR-CST)
               IF WS-CUR-ACCT > 0
                   SET WS-CST-ACCT-IN(WS-CUR-CST, WS-CUR-ACCT)
                       TO TRUE
               END-IF
           ELSE
               ADD WS-ROW-AMOUNT TO WS-CST-OUT-TODAY(WS-CUR-CST)
               ADD 1 TO WS-CST-OUT-COUNT(WS-CUR-CST)
               IF WS-CUR-ACCT > 0
                   SET WS-CST-ACCT-OUT(WS-CUR-CST, WS-CUR-ACCT)
                       TO TRUE
               END-IF
           END-IF.

      *===============================================================
      * 3100-FIND-CUSTOMER: The account's customer entry, added on
      * first sight with the cardholder's identity, and the
      * account's place in the customer's account list.
      *===============================================================
       3100-FIND-CUSTOMER.
           SET WS-CUR-LOOKED TO TRUE
           MOVE SPACES TO WS-CUR-KEY
           IF CH-SSN = SPACES OR CH-SSN = ZEROS
               MOVE ACCT-NUMBER TO WS-CUR-KEY
           ELSE
               STRING 'C' DELIMITED SIZE
                      CH-SSN DELIMITED SIZE
                   INTO WS-CUR-KEY
               END-STRING
           END-IF
           PERFORM VARYING WS-CST-IDX FROM 1 BY 1
               UNTIL WS-CST-IDX > WS-CST-USED
               OR WS-CUR-CST > 0
               IF WS-CST-KEY(WS-CST-IDX) = WS-CUR-KEY
                   MOVE WS-CST-IDX TO WS-CUR-CST
               END-IF
           END-PERFORM
           IF WS-CUR-CST = 0
               IF WS-CST-USED >= WS-CST-MAX
                   DISPLAY 'CUSTOMER TABLE FULL, DROPPING: '
                       ACCT-NUMBER
                   ADD 1 TO WS-DROPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CST-USED
               MOVE WS-CST-USED TO WS-CUR-CST
               MOVE WS-CUR-KEY     TO WS-CST-KEY(WS-CUR-CST)
               MOVE CH-SSN         TO WS-CST-SSN(WS-CUR-CST)
               MOVE CH-LAST-NAME   TO WS-CST-LAST-NAME(WS-CUR-CST)
               MOVE CH-FIRST-NAME  TO WS-CST-FIRST-NAME(WS-CUR-CST)
               MOVE CH-DATE-OF-BIRTH TO WS-CST-DOB(WS-CUR-CST)
               MOVE BA-STREET      TO WS-CST-STREET(WS-CUR-CST)
               MOVE BA-CITY        TO WS-CST-CITY(WS-CUR-CST)
               MOVE BA-STATE       TO WS-CST-STATE(WS-CUR-CST)
               MOVE BA-ZIP         TO WS-CST-ZIP(WS-CUR-CST)
               MOVE CH-PHONE       TO WS-CST-PHONE(WS-CUR-CST)
               MOVE 0 TO WS-CST-IN-TODAY(WS-CUR-CST)
               MOVE 0 TO WS-CST-OUT-TODAY(WS-CUR-CST)
               MOVE 0 TO WS-CST-IN-COUNT(WS-CUR-CST)
               MOVE 0 TO WS-CST-OUT-COUNT(WS-CUR-CST)
               MOVE 0 TO WS-CST-NEAR-COUNT(WS-CUR-CST)
               MOVE 0 TO WS-CST-ACCT-USED(WS-CUR-CST)
               MOVE 0 TO WS-CST-DAY-USED(WS-CUR-CST)
           END-IF
           IF WS-CST-ACCT-USED(WS-CUR-CST) >= 9
               DISPLAY 'CUSTOMER ACCOUNT TABLE FULL, DROPPING: '
                   ACCT-NUMBER
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CST-ACCT-USED(WS-CUR-CST)
           MOVE WS-CST-ACCT-USED(WS-CUR-CST) TO WS-CUR-ACCT
           MOVE ACCT-NUMBER
               TO WS-CST-ACCT-NUMBER(WS-CUR-CST, WS-CUR-ACCT)
           MOVE 'N' TO WS-CST-ACCT-IN-FLAG(WS-CUR-CST, WS-CUR-ACCT)
           MOVE 'N' TO WS-CST-ACCT-OUT-FLAG(WS-CUR-CST, WS-CUR-ACCT).

      *===============================================================
      * 3200-ADD-TO-DAY: The window is at most 31 days, so the day
      * list always has room for the row's date.
      *===============================================================
       3200-ADD-TO-DAY.
           MOVE 0 TO WS-DAY-HIT
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-CST-DAY-USED(WS-CUR-CST)
               OR WS-DAY-HIT > 0
               IF WS-CST-DAY-DATE(WS-CUR-CST, WS-DAY-IDX)
                   = WS-ROW-DATE
                   MOVE WS-DAY-IDX TO WS-DAY-HIT
               END-IF
           END-PERFORM
           IF WS-DAY-HIT > 0
               MOVE WS-DAY-HIT TO WS-DAY-IDX
           ELSE
               ADD 1 TO WS-CST-DAY-USED(WS-CUR-CST)
               MOVE WS-CST-DAY-USED(WS-CUR-CST) TO WS-DAY-IDX
               MOVE WS-ROW-DATE
                   TO WS-CST-DAY-DATE(WS-CUR-CST, WS-DAY-IDX)
               MOVE 0 TO WS-CST-DAY-IN(WS-CUR-CST, WS-DAY-IDX)
               MOVE 0 TO WS-CST-DAY-OUT(WS-CUR-CST, WS-DAY-IDX)
           END-IF
           IF WS-ROW-CASH-IN
               ADD WS-ROW-AMOUNT
                   TO WS-CST-DAY-IN(WS-CUR-CST, WS-DAY-IDX)
           ELSE
               ADD WS-ROW-AMOUNT
                   TO WS-CST-DAY-OUT(WS-CUR-CST, WS-DAY-IDX)
           END-IF.

      *===============================================================
      * 5000-CHECK-CUSTOMER: CTR candidates for either direction
      * over the threshold today; the structuring tests for any
      * customer with cash today.
      *===============================================================
       5000-CHECK-CUSTOMER.
           IF WS-CST-IN-TODAY(WS-CST-IDX) > WS-CTR-THRESHOLD
               SET CTC-CASH-IN TO TRUE
               PERFORM 5100-WRITE-CTR
           END-IF
           IF WS-CST-OUT-TODAY(WS-CST-IDX) > WS-CTR-THRESHOLD
               SET CTC-CASH-OUT TO TRUE
               PERFORM 5100-WRITE-CTR
           END-IF
           IF WS-CST-IN-TODAY(WS-CST-IDX) > 0
               OR WS-CST-OUT-TODAY(WS-CST-IDX) > 0
               PERFORM 6000-CHECK-STRUCTURING
           END-IF.

       5100-WRITE-CTR.
           MOVE WS-CURRENT-DATE TO CTC-BUSINESS-DATE
           MOVE WS-CST-KEY(WS-CST-IDX)        TO CTC-CUSTOMER-KEY
           MOVE WS-CST-LAST-NAME(WS-CST-IDX)  TO CTC-LAST-NAME
           MOVE WS-CST-FIRST-NAME(WS-CST-IDX) TO CTC-FIRST-NAME
           MOVE WS-CST-SSN(WS-CST-IDX)        TO CTC-SSN
           MOVE WS-CST-DOB(WS-CST-IDX)        TO CTC-DATE-OF-BIRTH
           MOVE WS-CST-STREET(WS-CST-IDX)     TO CTC-STREET
           MOVE WS-CST-CITY(WS-CST-IDX)       TO CTC-CITY
           MOVE WS-CST-STATE(WS-CST-IDX)      TO CTC-STATE
           MOVE WS-CST-ZIP(WS-CST-IDX)        TO CTC-ZIP
           MOVE WS-CST-PHONE(WS-CST-IDX)      TO CTC-PHONE
           IF CTC-CASH-IN
               MOVE WS-CST-IN-TODAY(WS-CST-IDX) TO CTC-CASH-AMOUNT
               MOVE WS-CST-IN-COUNT(WS-CST-IDX) TO CTC-TRANS-COUNT
           ELSE
               MOVE WS-CST-OUT-TODAY(WS-CST-IDX) TO CTC-CASH-AMOUNT
               MOVE WS-CST-OUT-COUNT(WS-CST-IDX) TO CTC-TRANS-COUNT
           END-IF
           MOVE 0 TO CTC-ACCT-COUNT
           MOVE SPACES TO CTC-ACCT-NUMBER(1) CTC-ACCT-NUMBER(2)
               CTC-ACCT-NUMBER(3) CTC-ACCT-NUMBER(4)
               CTC-ACCT-NUMBER(5) CTC-ACCT-NUMBER(6)
               CTC-ACCT-NUMBER(7) CTC-ACCT-NUMBER(8)
               CTC-ACCT-NUMBER(9)
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-CST-ACCT-USED(WS-CST-IDX)
               IF (CTC-CASH-IN
                   AND WS-CST-ACCT-IN(WS-CST-IDX, WS-ACCT-IDX))
                   OR (CTC-CASH-OUT
                   AND WS-CST-ACCT-OUT(WS-CST-IDX, WS-ACCT-IDX))
                   ADD 1 TO CTC-ACCT-COUNT
                   MOVE WS-CST-ACCT-NUMBER(WS-CST-IDX, WS-ACCT-IDX)
                       TO CTC-ACCT-NUMBER(CTC-ACCT-COUNT)
               END-IF
           END-PERFORM
           WRITE CTR-RECORD
           ADD 1 TO WS-CTR-COUNT.

      *===============================================================
      * 6000-CHECK-STRUCTURING: Split days first -- the clearest
      * evasion -- then repeated near-threshold items, then a
      * day's cash split across accounts. One case per customer,
      * and none while a case is still open.
      *===============================================================
       6000-CHECK-STRUCTURING.
           MOVE 'N' TO WS-OPEN-FOUND
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
               UNTIL WS-OPEN-IDX > WS-OPEN-USED
               OR OPEN-WAS-FOUND
               IF WS-OPEN-KEY(WS-OPEN-IDX) = WS-CST-KEY(WS-CST-IDX)
                   SET OPEN-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF OPEN-WAS-FOUND
               ADD 1 TO WS-ALREADY-OPEN-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 6100-SUM-WINDOW
           MOVE SPACES TO SAL-PATTERN
           MOVE SPACE TO SAL-DIRECTION
           EVALUATE TRUE
               WHEN WS-WIN-IN > WS-CTR-THRESHOLD
                   AND WS-BIG-IN <= WS-CTR-THRESHOLD
                   AND WS-DAYS-IN > 1
                   SET SAL-SPLIT-DAYS TO TRUE
                   SET SAL-CASH-IN TO TRUE
               WHEN WS-WIN-OUT > WS-CTR-THRESHOLD
                   AND WS-BIG-OUT <= WS-CTR-THRESHOLD
                   AND WS-DAYS-OUT > 1
                   SET SAL-SPLIT-DAYS TO TRUE
                   SET SAL-CASH-OUT TO TRUE
               WHEN WS-CST-NEAR-COUNT(WS-CST-IDX) >= WS-MIN-NEAR
                   SET SAL-NEAR-THRESHOLD TO TRUE
                   IF WS-WIN-IN >= WS-WIN-OUT
                       SET SAL-CASH-IN TO TRUE
                   ELSE
                       SET SAL-CASH-OUT TO TRUE
                   END-IF
               WHEN WS-ACCTS-IN-TODAY > 1
                   AND WS-CST-IN-TODAY(WS-CST-IDX) >= WS-NEAR-FLOOR
                   AND WS-CST-IN-TODAY(WS-CST-IDX)
                       <= WS-CTR-THRESHOLD
                   SET SAL-MULTI-ACCT TO TRUE
                   SET SAL-CASH-IN TO TRUE
               WHEN WS-ACCTS-OUT-TODAY > 1
                   AND WS-CST-OUT-TODAY(WS-CST-IDX) >= WS-NEAR-FLOOR
                   AND WS-CST-OUT-TODAY(WS-CST-IDX)
                       <= WS-CTR-THRESHOLD
                   SET SAL-MULTI-ACCT TO TRUE
                   SET SAL-CASH-OUT TO TRUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 6200-WRITE-ALERT.

      *===============================================================
      * 6100-SUM-WINDOW: Window totals, largest day and days with
      * cash in each direction; accounts that moved cash today.
      *===============================================================
       6100-SUM-WINDOW.
           MOVE 0 TO WS-WIN-IN WS-WIN-OUT WS-BIG-IN WS-BIG-OUT
           MOVE 0 TO WS-DAYS-IN WS-DAYS-OUT
           MOVE 0 TO WS-ACCTS-IN-TODAY WS-ACCTS-OUT-TODAY
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-CST-DAY-USED(WS-CST-IDX)
               IF WS-CST-DAY-IN(WS-CST-IDX, WS-DAY-IDX) > 0
                   ADD 1 TO WS-DAYS-IN
                   ADD WS-CST-DAY-IN(WS-CST-IDX, WS-DAY-IDX)
                       TO WS-WIN-IN
                   IF WS-CST-DAY-IN(WS-CST-IDX, WS-DAY-IDX)
                       > WS-BIG-IN
                       MOVE WS-CST-DAY-IN(WS-CST-IDX, WS-DAY-IDX)
                           TO WS-BIG-IN
                   END-IF
               END-IF
               IF WS-CST-DAY-OUT(WS-CST-IDX, WS-DAY-IDX) > 0
                   ADD 1 TO WS-DAYS-OUT
                   ADD WS-CST-DAY-OUT(WS-CST-IDX, WS-DAY-IDX)
                       TO WS-WIN-OUT
                   IF WS-CST-DAY-OUT(WS-CST-IDX, WS-DAY-IDX)
                       > WS-BIG-OUT
                       MOVE WS-CST-DAY-OUT(WS-CST-IDX, WS-DAY-IDX)
                           TO WS-BIG-OUT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-CST-ACCT-USED(WS-CST-IDX)
               IF WS-CST-ACCT-IN(WS-CST-IDX, WS-ACCT-IDX)
                   ADD 1 TO WS-ACCTS-IN-TODAY
               END-IF
               IF WS-CST-ACCT-OUT(WS-CST-IDX, WS-ACCT-IDX)
                   ADD 1 TO WS-ACCTS-OUT-TODAY
               END-IF
           END-PERFORM.

      *===============================================================
      * 6200-WRITE-ALERT: Queue the case with the figures for the
      * direction that tripped it; the household's account count
      * comes from CUSTMAST when the customer is on it.
      *===============================================================
       6200-WRITE-ALERT.
           MOVE WS-CST-KEY(WS-CST-IDX)        TO SAL-CUSTOMER-KEY
           MOVE WS-CST-SSN(WS-CST-IDX)        TO SAL-SSN
           MOVE WS-CST-LAST-NAME(WS-CST-IDX)  TO SAL-LAST-NAME
           MOVE WS-CST-FIRST-NAME(WS-CST-IDX) TO SAL-FIRST-NAME
           MOVE WS-WIN-FROM                   TO SAL-WINDOW-FROM
           MOVE WS-CURRENT-DATE               TO SAL-WINDOW-TO
           IF SAL-CASH-IN
               MOVE WS-WIN-IN  TO SAL-WINDOW-CASH
               MOVE WS-BIG-IN  TO SAL-LARGEST-DAY
               MOVE WS-DAYS-IN TO SAL-CASH-DAYS
           ELSE
               MOVE WS-WIN-OUT  TO SAL-WINDOW-CASH
               MOVE WS-BIG-OUT  TO SAL-LARGEST-DAY
               MOVE WS-DAYS-OUT TO SAL-CASH-DAYS
           END-IF
           IF SAL-MULTI-ACCT
               IF SAL-CASH-IN
                   MOVE WS-CST-IN-TODAY(WS-CST-IDX)
                       TO SAL-WINDOW-CASH
               ELSE
                   MOVE WS-CST-OUT-TODAY(WS-CST-IDX)
                       TO SAL-WINDOW-CASH
               END-IF
           END-IF
           MOVE WS-CST-NEAR-COUNT(WS-CST-IDX) TO SAL-NEAR-COUNT
           MOVE WS-CST-ACCT-USED(WS-CST-IDX)  TO SAL-ACCT-COUNT
           MOVE 0 TO SAL-HOUSEHOLD-ACCTS
           IF WS-CUST-LOOKUP-ON
               AND WS-CST-KEY(WS-CST-IDX)(1:1) = 'C'
               MOVE WS-CST-KEY(WS-CST-IDX)(1:10) TO CUS-CUSTOMER-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       MOVE CUS-ACCT-COUNT TO SAL-HOUSEHOLD-ACCTS
               END-READ
           END-IF
           MOVE WS-CURRENT-DATE TO SAL-DETECTED-DATE
           WRITE ALERT-RECORD
           ADD 1 TO WS-ALERT-COUNT.

      *===============================================================
      * 0040-SET-BUSINESS-DATE: The run date is the JOB-CALENDAR
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
