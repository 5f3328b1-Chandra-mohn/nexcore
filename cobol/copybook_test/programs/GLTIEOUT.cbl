      *---------------------------------------------------------------
      * GLTIEOUT.cbl -- Daily subledger-to-GL tie-out of card
      * receivables
      * RECONCIL proves each account against its own history; this
      * run proves the sum of CARDMAST against the general ledger.
      * It totals ACCT-BALANCE and the four ACCT-BKT buckets by
      * account type and currency, valuing foreign balances in USD
      * at the current FXRATES rate (the rate FXREVAL last booked
      * the receivable at). The prior day's GL control balances
      * (GLCTLBAL) are rolled forward with every journal line
      * dated after them and on or before the business date: the
      * GLFEED card-activity journal (GLJRNL), the FXREVAL
      * revaluation (FXGLJRN), the CHGOFF, AGENCY, SETTLE, and
      * FRDCLAIM journals that post their own receivable movement
      * (CHGOGL, AGYGL, SETLGL, FRDGL -- GLFEED skips those rows),
      * and the payroll GL feed (PAYGLFD.DAT) whose payroll-deduction
      * card payments the CARDBRDG bridge puts on the cards. Each
      * control account is then compared with the subledger total
      * of the account types it carries; a difference over a penny
      * is a break, reported on GLTIERPT with the source and
      * journal-type activity that moved the ledger, and ends the
      * run with condition code 8. The rolled balances are written
      * to GLCTLOUT as the next day's starting point.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTIEOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RATE-FILE
               ASSIGN TO 'FXRATES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXR-STATUS.

           SELECT CONTROL-BAL-FILE
               ASSIGN TO 'GLCTLBAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GCB-STATUS.

           SELECT CONTROL-OUT-FILE
               ASSIGN TO 'GLCTLOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GCO-STATUS.

           SELECT GLFEED-JRN-FILE
               ASSIGN TO 'GLJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT FXREVAL-JRN-FILE
               ASSIGN TO 'FXGLJRN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT CHGOFF-JRN-FILE
               ASSIGN TO 'CHGOGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT AGENCY-JRN-FILE
               ASSIGN TO 'AGYGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT SETTLE-JRN-FILE
               ASSIGN TO 'SETLGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT FRAUD-JRN-FILE
               ASSIGN TO 'FRDGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT PAYROLL-JRN-FILE
               ASSIGN TO 'PAYGLFD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'GLTIERPT'
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

       FD  RATE-FILE.
       01  RATE-RECORD.
           COPY FX-RATE.

       FD  CONTROL-BAL-FILE.
       01  CONTROL-BAL-RECORD.
           COPY GL-CONTROL-BALANCE.

       FD  CONTROL-OUT-FILE.
       01  CONTROL-OUT-RECORD.
           COPY GL-CONTROL-BALANCE
               REPLACING LEADING ==GCB== BY ==GCO==.

       FD  GLFEED-JRN-FILE.
       01  GLFEED-JRN-RECORD.
           COPY GL-JOURNAL
               REPLACING LEADING ==GLJ== BY ==GFJ==.

       FD  FXREVAL-JRN-FILE.
       01  FXREVAL-JRN-RECORD.
           COPY GL-JOURNAL
               REPLACING LEADING ==GLJ== BY ==FXJ==.

       FD  CHGOFF-JRN-FILE.
       01  CHGOFF-JRN-RECORD.
           COPY GL-JOURNAL
               REPLACING LEADING ==GLJ== BY ==COJ==.

       FD  AGENCY-JRN-FILE.
       01  AGENCY-JRN-RECORD.
           COPY GL-JOURNAL
               REPLACING LEADING ==GLJ== BY ==AGJ==.

       FD  SETTLE-JRN-FILE.
       01  SETTLE-JRN-RECORD.
           COPY GL-JOURNAL
               REPLACING LEADING ==GLJ== BY ==STJ==.

       FD  FRAUD-JRN-FILE.
       01  FRAUD-JRN-RECORD.
           COPY GL-JOURNAL
               REPLACING LEADING ==GLJ== BY ==FLJ==.

       FD  PAYROLL-JRN-FILE.
      *    The payroll side's PAYGLFD.DAT layout: department,
      *    account, debit/credit, unsigned amount, run date.
       01  PAYROLL-JRN-RECORD.
           05  GLF-DEPT-CODE       PIC X(04).
           05  GLF-ACCOUNT-CODE    PIC X(06).
           05  GLF-DR-CR           PIC X(01).
               88  GLF-DEBIT       VALUE 'D'.
               88  GLF-CREDIT      VALUE 'C'.
           05  GLF-AMOUNT          PIC 9(09)V99.
           05  GLF-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(10).

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
       01  WS-FXR-STATUS           PIC XX.
           88  WS-FXR-SUCCESS      VALUE '00'.
           88  WS-FXR-EOF          VALUE '10'.
       01  WS-GCB-STATUS           PIC XX.
           88  WS-GCB-SUCCESS      VALUE '00'.
           88  WS-GCB-EOF          VALUE '10'.
       01  WS-GCO-STATUS           PIC XX.
           88  WS-GCO-SUCCESS      VALUE '00'.
       01  WS-JNL-STATUS           PIC XX.
           88  WS-JNL-SUCCESS      VALUE '00'.
           88  WS-JNL-EOF          VALUE '10'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-NO-RATE-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-BREAK-COUNT          PIC 9(03) VALUE ZEROS.
       01  WS-JOURNAL-LINES        PIC 9(07) VALUE ZEROS.
       01  WS-TOLERANCE            PIC S9(03)V99 VALUE .01.

      *    FXRATES rows, loaded as FXREVAL loads them.
       01  WS-RATE-MAX             PIC 9(02) VALUE 20.
       01  WS-RATE-USED            PIC 9(02) VALUE ZEROS.
       01  WS-RATE-IDX             PIC 9(02) VALUE ZEROS.
       01  WS-RATE-SUB             PIC 9(02) VALUE ZEROS.
       01  WS-RATE-FOUND           PIC X VALUE 'N'.
           88  RATE-WAS-FOUND      VALUE 'Y'.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 20 TIMES.
               10  WS-FXR-CURRENCY   PIC X(03).
               10  WS-FXR-USD-RATE   PIC 9(03)V9(06).

      *    Subledger totals by account type and currency; the USD
      *    column is what the ledger carries.
       01  WS-SUB-MAX              PIC 9(02) VALUE 40.
       01  WS-SUB-USED             PIC 9(02) VALUE ZEROS.
       01  WS-SUB-IDX              PIC 9(02) VALUE ZEROS.
       01  WS-SUB-SUB              PIC 9(02) VALUE ZEROS.
       01  WS-SUB-FOUND            PIC X VALUE 'N'.
           88  SUB-WAS-FOUND       VALUE 'Y'.
       01  WS-SUB-TABLE.
           05  WS-SUB-ENTRY OCCURS 40 TIMES.
               10  WS-SUB-ACCT-TYPE    PIC X(02).
               10  WS-SUB-CURRENCY     PIC X(03).
               10  WS-SUB-COUNT        PIC 9(07).
               10  WS-SUB-BALANCE      PIC S9(15)V99 COMP-3.
               10  WS-SUB-PURCHASES    PIC S9(15)V99 COMP-3.
               10  WS-SUB-CASH-ADV     PIC S9(15)V99 COMP-3.
               10  WS-SUB-FEES         PIC S9(15)V99 COMP-3.
               10  WS-SUB-INTEREST     PIC S9(15)V99 COMP-3.
               10  WS-SUB-USD-BALANCE  PIC S9(15)V99 COMP-3.
               10  WS-SUB-USD-RATE     PIC 9(03)V9(06).
               10  WS-SUB-RATED        PIC X(01).
                   88  WS-SUB-HAS-RATE VALUE 'Y'.

      *    GL control accounts from GLCTLBAL, rolled forward here.
       01  WS-GL-MAX               PIC 9(02) VALUE 20.
       01  WS-GL-USED              PIC 9(02) VALUE ZEROS.
       01  WS-GL-IDX               PIC 9(02) VALUE ZEROS.
       01  WS-GL-SUB               PIC 9(02) VALUE ZEROS.
       01  WS-TYPE-SUB             PIC 9(01) VALUE ZEROS.
       01  WS-GL-FOUND             PIC X VALUE 'N'.
           88  GL-WAS-FOUND        VALUE 'Y'.
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 20 TIMES.
               10  WS-GL-ACCOUNT       PIC X(06).
               10  WS-GL-PRIOR-DATE    PIC 9(08).
               10  WS-GL-PRIOR-BAL     PIC S9(15)V99 COMP-3.
               10  WS-GL-NORMAL-SIDE   PIC X(01).
               10  WS-GL-ACCT-TYPE     PIC X(02) OCCURS 3 TIMES.
               10  WS-GL-ACTIVITY      PIC S9(15)V99 COMP-3.
               10  WS-GL-ROLLED-BAL    PIC S9(15)V99 COMP-3.
               10  WS-GL-SUBLEDGER     PIC S9(15)V99 COMP-3.
               10  WS-GL-DIFFERENCE    PIC S9(15)V99 COMP-3.

      *    Ledger activity by control account, source, and journal
      *    type -- the explanation printed under a break.
       01  WS-ACT-MAX              PIC 9(03) VALUE 200.
       01  WS-ACT-USED             PIC 9(03) VALUE ZEROS.
       01  WS-ACT-IDX              PIC 9(03) VALUE ZEROS.
       01  WS-ACT-SUB              PIC 9(03) VALUE ZEROS.
       01  WS-ACT-DROPPED          PIC 9(05) VALUE ZEROS.
       01  WS-ACT-FOUND            PIC X VALUE 'N'.
           88  ACT-WAS-FOUND       VALUE 'Y'.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 200 TIMES.
               10  WS-ACT-GL-SUB       PIC 9(02).
               10  WS-ACT-SOURCE       PIC X(08).
               10  WS-ACT-TRANS-TYPE   PIC X(02).
               10  WS-ACT-DEBITS       PIC S9(15)V99 COMP-3.
               10  WS-ACT-CREDITS      PIC S9(15)V99 COMP-3.

      *    One journal line, whichever source it came from.
       01  WS-JNL-SOURCE           PIC X(08).
       01  WS-JNL-ACCOUNT          PIC X(06).
       01  WS-JNL-DR-CR            PIC X(01).
           88  WS-JNL-DEBIT        VALUE 'D'.
       01  WS-JNL-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-JNL-TYPE             PIC X(02).
       01  WS-JNL-DATE             PIC 9(08).
       01  WS-NET-AMOUNT           PIC S9(15)V99 COMP-3.

       01  WS-HDR-LINE.
           05  FILLER              PIC X(32)
               VALUE 'SUBLEDGER-TO-GL TIE-OUT AS OF '.
           05  WS-HDR-DATE         PIC 9(08).
           05  FILLER              PIC X(92) VALUE SPACES.
       01  WS-SUB-HDR-LINE.
           05  FILLER              PIC X(44)
               VALUE 'TY   CUR   ACCOUNTS         BALANCE        P'.
           05  FILLER              PIC X(44)
               VALUE 'URCHASES         CASH ADV             FEES  '.
           05  FILLER              PIC X(44)
               VALUE '       INTEREST      USD BALANCE            '.
       01  WS-SUB-LINE.
           05  WS-SL-ACCT-TYPE     PIC X(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-SL-CURRENCY      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-SL-COUNT         PIC Z(9)9.
           05  WS-SL-BALANCE       PIC Z(12)9.99-.
           05  WS-SL-PURCHASES     PIC Z(12)9.99-.
           05  WS-SL-CASH-ADV      PIC Z(12)9.99-.
           05  WS-SL-FEES          PIC Z(12)9.99-.
           05  WS-SL-INTEREST      PIC Z(12)9.99-.
           05  WS-SL-USD-BALANCE   PIC Z(12)9.99-.
           05  WS-SL-RATE-NOTE     PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
       01  WS-GL-HDR-LINE.
           05  FILLER              PIC X(44)
               VALUE 'GL ACCT  PRIOR DT  PRIOR GL BALANCE         '.
           05  FILLER              PIC X(44)
               VALUE '  ACTIVITY  ROLLED GL BALANCE          SUBLE'.
           05  FILLER              PIC X(44)
               VALUE 'DGER         DIFFERENCE  STATUS             '.
       01  WS-GL-LINE.
           05  WS-GLL-ACCOUNT      PIC X(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-GLL-PRIOR-DATE   PIC 9(08).
           05  WS-GLL-PRIOR-BAL    PIC Z(14)9.99-.
           05  WS-GLL-ACTIVITY     PIC Z(14)9.99-.
           05  WS-GLL-ROLLED-BAL   PIC Z(14)9.99-.
           05  WS-GLL-SUBLEDGER    PIC Z(14)9.99-.
           05  WS-GLL-DIFFERENCE   PIC Z(14)9.99-.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-GLL-STATUS       PIC X(05).
           05  FILLER              PIC X(14) VALUE SPACES.
       01  WS-ACT-LINE.
           05  FILLER              PIC X(13)
               VALUE '    ACTIVITY '.
           05  WS-AL-SOURCE        PIC X(08).
           05  FILLER              PIC X(06) VALUE ' TYPE '.
           05  WS-AL-TRANS-TYPE    PIC X(02).
           05  FILLER              PIC X(04) VALUE ' DR '.
           05  WS-AL-DEBITS        PIC Z(14)9.99-.
           05  FILLER              PIC X(04) VALUE ' CR '.
           05  WS-AL-CREDITS       PIC Z(14)9.99-.
           05  FILLER              PIC X(05) VALUE ' NET '.
           05  WS-AL-NET           PIC Z(14)9.99-.
           05  FILLER              PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0100-LOAD-RATES.
           PERFORM 0200-LOAD-CONTROL-BALANCES.
           IF WS-GL-USED = 0
               DISPLAY 'GLTIEOUT: NO GL CONTROL BALANCES ON GLCTLBAL'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
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
           PERFORM 1000-PROCESS
               UNTIL WS-EOF.
           CLOSE CARD-FILE.
           PERFORM 3000-READ-JOURNALS.
           PERFORM 5000-COMPARE.
           PERFORM 8000-WRITE-REPORT.
           CLOSE REPORT-FILE.
           PERFORM 8500-WRITE-CONTROL-OUT.
           DISPLAY 'RECORDS:        ' WS-RECORD-COUNT.
           DISPLAY 'JOURNAL LINES:  ' WS-JOURNAL-LINES.
           DISPLAY 'NO FX RATE:     ' WS-NO-RATE-COUNT.
           DISPLAY 'BREAKS:         ' WS-BREAK-COUNT.
           MOVE 0 TO RETURN-CODE
           IF WS-ACT-DROPPED > 0
               DISPLAY 'ACTIVITY ROWS DROPPED AT TABLE CAP: '
                   WS-ACT-DROPPED
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-BREAK-COUNT > 0
               DISPLAY 'GLTIEOUT: SUBLEDGER DOES NOT TIE TO GL -- '
                   'CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-FXR-SUCCESS
               PERFORM 0150-READ-RATE-ROW
                   UNTIL WS-FXR-EOF
                   OR WS-RATE-USED >= WS-RATE-MAX
               CLOSE RATE-FILE
           END-IF
           DISPLAY 'FX RATES LOADED: ' WS-RATE-USED.

       0150-READ-RATE-ROW.
           READ RATE-FILE
               AT END SET WS-FXR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RATE-USED
                   MOVE FXR-CURRENCY-CODE
                       TO WS-FXR-CURRENCY(WS-RATE-USED)
                   MOVE FXR-USD-RATE
                       TO WS-FXR-USD-RATE(WS-RATE-USED)
           END-READ.

      *===============================================================
      * 0200-LOAD-CONTROL-BALANCES: The prior day's ledger balance
      * for each control account. A second row for the same account
      * is ignored -- one balance per account.
      *===============================================================
       0200-LOAD-CONTROL-BALANCES.
           OPEN INPUT CONTROL-BAL-FILE
           IF WS-GCB-SUCCESS
               PERFORM 0250-READ-CONTROL-ROW
                   UNTIL WS-GCB-EOF
               CLOSE CONTROL-BAL-FILE
           END-IF
           DISPLAY 'GL CONTROL ACCOUNTS: ' WS-GL-USED.

       0250-READ-CONTROL-ROW.
           READ CONTROL-BAL-FILE
               AT END SET WS-GCB-EOF TO TRUE
               NOT AT END
                   MOVE GCB-GL-ACCOUNT TO WS-JNL-ACCOUNT
                   PERFORM 3900-FIND-GL-ACCOUNT
                   EVALUATE TRUE
                       WHEN GL-WAS-FOUND
                           DISPLAY 'DUPLICATE CONTROL ROW IGNORED: '
                               GCB-GL-ACCOUNT
                       WHEN WS-GL-USED >= WS-GL-MAX
                           DISPLAY 'CONTROL TABLE FULL, DROPPING: '
                               GCB-GL-ACCOUNT
                       WHEN OTHER
                           PERFORM 0260-ADD-CONTROL-ROW
                   END-EVALUATE
           END-READ.

       0260-ADD-CONTROL-ROW.
           ADD 1 TO WS-GL-USED
           MOVE GCB-GL-ACCOUNT TO WS-GL-ACCOUNT(WS-GL-USED)
           MOVE GCB-BALANCE-DATE TO WS-GL-PRIOR-DATE(WS-GL-USED)
           MOVE GCB-BALANCE TO WS-GL-PRIOR-BAL(WS-GL-USED)
           MOVE GCB-NORMAL-SIDE TO WS-GL-NORMAL-SIDE(WS-GL-USED)
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 3
               MOVE GCB-ACCT-TYPE(WS-TYPE-SUB)
                   TO WS-GL-ACCT-TYPE(WS-GL-USED, WS-TYPE-SUB)
           END-PERFORM
           MOVE 0 TO WS-GL-ACTIVITY(WS-GL-USED)
           MOVE 0 TO WS-GL-SUBLEDGER(WS-GL-USED).

       1000-PROCESS.
           READ CARD-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM 2000-ACCUMULATE-ACCOUNT
           END-READ.

      *===============================================================
      * 2000-ACCUMULATE-ACCOUNT: Add the account into its type and
      * currency row; the USD value uses the current FXRATES rate.
      *===============================================================
       2000-ACCUMULATE-ACCOUNT.
           MOVE 'N' TO WS-SUB-FOUND
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-USED
               OR SUB-WAS-FOUND
               IF ACCT-TYPE = WS-SUB-ACCT-TYPE(WS-SUB-IDX)
                   AND ACCT-CURRENCY-CODE =
                       WS-SUB-CURRENCY(WS-SUB-IDX)
                   SET SUB-WAS-FOUND TO TRUE
                   MOVE WS-SUB-IDX TO WS-SUB-SUB
               END-IF
           END-PERFORM
           IF NOT SUB-WAS-FOUND
               IF WS-SUB-USED >= WS-SUB-MAX
                   DISPLAY 'SUBLEDGER TABLE FULL, DROPPING: '
                       ACCT-TYPE ' ' ACCT-CURRENCY-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SUB-USED
               MOVE WS-SUB-USED TO WS-SUB-SUB
               MOVE ACCT-TYPE TO WS-SUB-ACCT-TYPE(WS-SUB-SUB)
               MOVE ACCT-CURRENCY-CODE TO WS-SUB-CURRENCY(WS-SUB-SUB)
               MOVE 0 TO WS-SUB-COUNT(WS-SUB-SUB)
               MOVE 0 TO WS-SUB-BALANCE(WS-SUB-SUB)
               MOVE 0 TO WS-SUB-PURCHASES(WS-SUB-SUB)
               MOVE 0 TO WS-SUB-CASH-ADV(WS-SUB-SUB)
               MOVE 0 TO WS-SUB-FEES(WS-SUB-SUB)
               MOVE 0 TO WS-SUB-INTEREST(WS-SUB-SUB)
               MOVE 0 TO WS-SUB-USD-BALANCE(WS-SUB-SUB)
               PERFORM 2100-FIND-RATE
           END-IF
           ADD 1 TO WS-SUB-COUNT(WS-SUB-SUB)
           ADD ACCT-BALANCE TO WS-SUB-BALANCE(WS-SUB-SUB)
           ADD ACCT-BKT-PURCHASES TO WS-SUB-PURCHASES(WS-SUB-SUB)
           ADD ACCT-BKT-CASH-ADV TO WS-SUB-CASH-ADV(WS-SUB-SUB)
           ADD ACCT-BKT-FEES TO WS-SUB-FEES(WS-SUB-SUB)
           ADD ACCT-BKT-INTEREST TO WS-SUB-INTEREST(WS-SUB-SUB)
           IF WS-SUB-HAS-RATE(WS-SUB-SUB)
               IF ACCT-CURRENCY-CODE = 'USD'
                   ADD ACCT-BALANCE
                       TO WS-SUB-USD-BALANCE(WS-SUB-SUB)
               ELSE
                   COMPUTE WS-SUB-USD-BALANCE(WS-SUB-SUB) ROUNDED =
                       WS-SUB-USD-BALANCE(WS-SUB-SUB)
                       + ACCT-BALANCE * WS-SUB-USD-RATE(WS-SUB-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

      *===============================================================
      * 2100-FIND-RATE: USD needs no rate; any other currency needs
      * an FXRATES row, and without one its balances cannot be
      * valued -- they drop out of the USD column and show as a
      * break rather than tie on a guess.
      *===============================================================
       2100-FIND-RATE.
           MOVE 'N' TO WS-SUB-RATED(WS-SUB-SUB)
           IF ACCT-CURRENCY-CODE = 'USD'
               MOVE 'Y' TO WS-SUB-RATED(WS-SUB-SUB)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-USED
               OR RATE-WAS-FOUND
               IF ACCT-CURRENCY-CODE =
                   WS-FXR-CURRENCY(WS-RATE-IDX)
                   SET RATE-WAS-FOUND TO TRUE
                   MOVE WS-RATE-IDX TO WS-RATE-SUB
               END-IF
           END-PERFORM
           IF RATE-WAS-FOUND
               MOVE 'Y' TO WS-SUB-RATED(WS-SUB-SUB)
               MOVE WS-FXR-USD-RATE(WS-RATE-SUB)
                   TO WS-SUB-USD-RATE(WS-SUB-SUB)
           ELSE
               DISPLAY 'NO FX RATE FOR CURRENCY: '
                   ACCT-CURRENCY-CODE
           END-IF.

      *===============================================================
      * 3000-READ-JOURNALS: Every journal source that can move a
      * control account. A source not produced today is simply
      * absent.
      *===============================================================
       3000-READ-JOURNALS.
           MOVE 'GLFEED' TO WS-JNL-SOURCE
           OPEN INPUT GLFEED-JRN-FILE
           IF WS-JNL-SUCCESS
               PERFORM 3010-READ-GLFEED-LINE
                   UNTIL WS-JNL-EOF
               CLOSE GLFEED-JRN-FILE
           END-IF
           MOVE 'FXREVAL' TO WS-JNL-SOURCE
           OPEN INPUT FXREVAL-JRN-FILE
           IF WS-JNL-SUCCESS
               PERFORM 3020-READ-FXREVAL-LINE
                   UNTIL WS-JNL-EOF
               CLOSE FXREVAL-JRN-FILE
           END-IF
           MOVE 'CHGOFF' TO WS-JNL-SOURCE
           OPEN INPUT CHGOFF-JRN-FILE
           IF WS-JNL-SUCCESS
               PERFORM 3030-READ-CHGOFF-LINE
                   UNTIL WS-JNL-EOF
               CLOSE CHGOFF-JRN-FILE
           END-IF
           MOVE 'AGENCY' TO WS-JNL-SOURCE
           OPEN INPUT AGENCY-JRN-FILE
           IF WS-JNL-SUCCESS
               PERFORM 3040-READ-AGENCY-LINE
                   UNTIL WS-JNL-EOF
               CLOSE AGENCY-JRN-FILE
           END-IF
           MOVE 'SETTLE' TO WS-JNL-SOURCE
           OPEN INPUT SETTLE-JRN-FILE
           IF WS-JNL-SUCCESS
               PERFORM 3050-READ-SETTLE-LINE
                   UNTIL WS-JNL-EOF
               CLOSE SETTLE-JRN-FILE
           END-IF
           MOVE 'FRDCLAIM' TO WS-JNL-SOURCE
           OPEN INPUT FRAUD-JRN-FILE
           IF WS-JNL-SUCCESS
               PERFORM 3055-READ-FRAUD-LINE
                   UNTIL WS-JNL-EOF
               CLOSE FRAUD-JRN-FILE
           END-IF
           MOVE 'PAYROLL' TO WS-JNL-SOURCE
           OPEN INPUT PAYROLL-JRN-FILE
           IF WS-JNL-SUCCESS
               PERFORM 3060-READ-PAYROLL-LINE
                   UNTIL WS-JNL-EOF
               CLOSE PAYROLL-JRN-FILE
           END-IF.

       3010-READ-GLFEED-LINE.
           READ GLFEED-JRN-FILE
               AT END SET WS-JNL-EOF TO TRUE
               NOT AT END
                   MOVE GFJ-GL-ACCOUNT TO WS-JNL-ACCOUNT
                   MOVE GFJ-DR-CR TO WS-JNL-DR-CR
                   MOVE GFJ-AMOUNT TO WS-JNL-AMOUNT
                   MOVE GFJ-TRANS-TYPE TO WS-JNL-TYPE
                   MOVE GFJ-JOURNAL-DATE TO WS-JNL-DATE
                   PERFORM 3800-APPLY-JOURNAL-LINE
           END-READ.

       3020-READ-FXREVAL-LINE.
           READ FXREVAL-JRN-FILE
               AT END SET WS-JNL-EOF TO TRUE
               NOT AT END
                   MOVE FXJ-GL-ACCOUNT TO WS-JNL-ACCOUNT
                   MOVE FXJ-DR-CR TO WS-JNL-DR-CR
                   MOVE FXJ-AMOUNT TO WS-JNL-AMOUNT
                   MOVE FXJ-TRANS-TYPE TO WS-JNL-TYPE
                   MOVE FXJ-JOURNAL-DATE TO WS-JNL-DATE
                   PERFORM 3800-APPLY-JOURNAL-LINE
           END-READ.

       3030-READ-CHGOFF-LINE.
           READ CHGOFF-JRN-FILE
               AT END SET WS-JNL-EOF TO TRUE
               NOT AT END
                   MOVE COJ-GL-ACCOUNT TO WS-JNL-ACCOUNT
                   MOVE COJ-DR-CR TO WS-JNL-DR-CR
                   MOVE COJ-AMOUNT TO WS-JNL-AMOUNT
                   MOVE COJ-TRANS-TYPE TO WS-JNL-TYPE
                   MOVE COJ-JOURNAL-DATE TO WS-JNL-DATE
                   PERFORM 3800-APPLY-JOURNAL-LINE
           END-READ.

       3040-READ-AGENCY-LINE.
           READ AGENCY-JRN-FILE
               AT END SET WS-JNL-EOF TO TRUE
               NOT AT END
                   MOVE AGJ-GL-ACCOUNT TO WS-JNL-ACCOUNT
                   MOVE AGJ-DR-CR TO WS-JNL-DR-CR
                   MOVE AGJ-AMOUNT TO WS-JNL-AMOUNT
                   MOVE AGJ-TRANS-TYPE TO WS-JNL-TYPE
                   MOVE AGJ-JOURNAL-DATE TO WS-JNL-DATE
                   PERFORM 3800-APPLY-JOURNAL-LINE
           END-READ.

       3050-READ-SETTLE-LINE.
           READ SETTLE-JRN-FILE
               AT END SET WS-JNL-EOF TO TRUE
               NOT AT END
                   MOVE STJ-GL-ACCOUNT TO WS-JNL-ACCOUNT
                   MOVE STJ-DR-CR TO WS-JNL-DR-CR
                   MOVE STJ-AMOUNT TO WS-JNL-AMOUNT
                   MOVE STJ-TRANS-TYPE TO WS-JNL-TYPE
                   MOVE STJ-JOURNAL-DATE TO WS-JNL-DATE
                   PERFORM 3800-APPLY-JOURNAL-LINE
           END-READ.

       3055-READ-FRAUD-LINE.
           READ FRAUD-JRN-FILE
               AT END SET WS-JNL-EOF TO TRUE
               NOT AT END
                   MOVE FLJ-GL-ACCOUNT TO WS-JNL-ACCOUNT
                   MOVE FLJ-DR-CR TO WS-JNL-DR-CR
                   MOVE FLJ-AMOUNT TO WS-JNL-AMOUNT
                   MOVE FLJ-TRANS-TYPE TO WS-JNL-TYPE
                   MOVE FLJ-JOURNAL-DATE TO WS-JNL-DATE
                   PERFORM 3800-APPLY-JOURNAL-LINE
           END-READ.

      *    The payroll feed carries no journal type; its lines are
      *    grouped under 'PY'.
       3060-READ-PAYROLL-LINE.
           READ PAYROLL-JRN-FILE
               AT END SET WS-JNL-EOF TO TRUE
               NOT AT END
                   MOVE GLF-ACCOUNT-CODE TO WS-JNL-ACCOUNT
                   MOVE GLF-DR-CR TO WS-JNL-DR-CR
                   MOVE GLF-AMOUNT TO WS-JNL-AMOUNT
                   MOVE 'PY' TO WS-JNL-TYPE
                   MOVE GLF-RUN-DATE TO WS-JNL-DATE
                   PERFORM 3800-APPLY-JOURNAL-LINE
           END-READ.

      *===============================================================
      * 3800-APPLY-JOURNAL-LINE: A line against a control account,
      * dated after that account's prior balance and not after the
      * business date, moves the ledger balance -- up on the
      * account's normal side, down on the other.
      *===============================================================
       3800-APPLY-JOURNAL-LINE.
           PERFORM 3900-FIND-GL-ACCOUNT
           IF NOT GL-WAS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-JNL-DATE <= WS-GL-PRIOR-DATE(WS-GL-SUB)
               OR WS-JNL-DATE > WS-CURRENT-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JOURNAL-LINES
           IF (WS-JNL-DEBIT AND WS-GL-NORMAL-SIDE(WS-GL-SUB) = 'D')
               OR (NOT WS-JNL-DEBIT
                   AND WS-GL-NORMAL-SIDE(WS-GL-SUB) = 'C')
               ADD WS-JNL-AMOUNT TO WS-GL-ACTIVITY(WS-GL-SUB)
           ELSE
               SUBTRACT WS-JNL-AMOUNT FROM WS-GL-ACTIVITY(WS-GL-SUB)
           END-IF
           MOVE 'N' TO WS-ACT-FOUND
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-USED
               OR ACT-WAS-FOUND
               IF WS-ACT-GL-SUB(WS-ACT-IDX) = WS-GL-SUB
                   AND WS-ACT-SOURCE(WS-ACT-IDX) = WS-JNL-SOURCE
                   AND WS-ACT-TRANS-TYPE(WS-ACT-IDX) = WS-JNL-TYPE
                   SET ACT-WAS-FOUND TO TRUE
                   MOVE WS-ACT-IDX TO WS-ACT-SUB
               END-IF
           END-PERFORM
           IF NOT ACT-WAS-FOUND
               IF WS-ACT-USED >= WS-ACT-MAX
                   ADD 1 TO WS-ACT-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACT-USED
               MOVE WS-ACT-USED TO WS-ACT-SUB
               MOVE WS-GL-SUB TO WS-ACT-GL-SUB(WS-ACT-SUB)
               MOVE WS-JNL-SOURCE TO WS-ACT-SOURCE(WS-ACT-SUB)
               MOVE WS-JNL-TYPE TO WS-ACT-TRANS-TYPE(WS-ACT-SUB)
               MOVE 0 TO WS-ACT-DEBITS(WS-ACT-SUB)
               MOVE 0 TO WS-ACT-CREDITS(WS-ACT-SUB)
           END-IF
           IF WS-JNL-DEBIT
               ADD WS-JNL-AMOUNT TO WS-ACT-DEBITS(WS-ACT-SUB)
           ELSE
               ADD WS-JNL-AMOUNT TO WS-ACT-CREDITS(WS-ACT-SUB)
           END-IF.

       3900-FIND-GL-ACCOUNT.
           MOVE 'N' TO WS-GL-FOUND
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-USED
               OR GL-WAS-FOUND
               IF WS-JNL-ACCOUNT = WS-GL-ACCOUNT(WS-GL-IDX)
                   SET GL-WAS-FOUND TO TRUE
                   MOVE WS-GL-IDX TO WS-GL-SUB
               END-IF
           END-PERFORM.

      *===============================================================
      * 5000-COMPARE: Roll each control account forward and set it
      * against the USD subledger total of the account types it
      * carries.
      *===============================================================
       5000-COMPARE.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-USED
               COMPUTE WS-GL-ROLLED-BAL(WS-GL-IDX) =
                   WS-GL-PRIOR-BAL(WS-GL-IDX)
                   + WS-GL-ACTIVITY(WS-GL-IDX)
               PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-USED
                   PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB > 3
                       IF WS-SUB-ACCT-TYPE(WS-SUB-IDX) =
                           WS-GL-ACCT-TYPE(WS-GL-IDX, WS-TYPE-SUB)
                           ADD WS-SUB-USD-BALANCE(WS-SUB-IDX)
                               TO WS-GL-SUBLEDGER(WS-GL-IDX)
                       END-IF
                   END-PERFORM
               END-PERFORM
               COMPUTE WS-GL-DIFFERENCE(WS-GL-IDX) =
                   WS-GL-ROLLED-BAL(WS-GL-IDX)
                   - WS-GL-SUBLEDGER(WS-GL-IDX)
               IF WS-GL-DIFFERENCE(WS-GL-IDX) > WS-TOLERANCE
                   OR WS-GL-DIFFERENCE(WS-GL-IDX) <
                       0 - WS-TOLERANCE
                   ADD 1 TO WS-BREAK-COUNT
               END-IF
           END-PERFORM.

      *===============================================================
      * 8000-WRITE-REPORT: The subledger totals, then one line per
      * control account; a break is followed by the activity that
      * moved the ledger side.
      *===============================================================
       8000-WRITE-REPORT.
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           WRITE REPORT-RECORD FROM WS-SUB-HDR-LINE
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-USED
               MOVE WS-SUB-ACCT-TYPE(WS-SUB-IDX) TO WS-SL-ACCT-TYPE
               MOVE WS-SUB-CURRENCY(WS-SUB-IDX) TO WS-SL-CURRENCY
               MOVE WS-SUB-COUNT(WS-SUB-IDX) TO WS-SL-COUNT
               MOVE WS-SUB-BALANCE(WS-SUB-IDX) TO WS-SL-BALANCE
               MOVE WS-SUB-PURCHASES(WS-SUB-IDX) TO WS-SL-PURCHASES
               MOVE WS-SUB-CASH-ADV(WS-SUB-IDX) TO WS-SL-CASH-ADV
               MOVE WS-SUB-FEES(WS-SUB-IDX) TO WS-SL-FEES
               MOVE WS-SUB-INTEREST(WS-SUB-IDX) TO WS-SL-INTEREST
               MOVE WS-SUB-USD-BALANCE(WS-SUB-IDX)
                   TO WS-SL-USD-BALANCE
               IF WS-SUB-HAS-RATE(WS-SUB-IDX)
                   MOVE SPACES TO WS-SL-RATE-NOTE
               ELSE
                   MOVE ' NO RATE' TO WS-SL-RATE-NOTE
               END-IF
               WRITE REPORT-RECORD FROM WS-SUB-LINE
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-GL-HDR-LINE
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-USED
               MOVE WS-GL-ACCOUNT(WS-GL-IDX) TO WS-GLL-ACCOUNT
               MOVE WS-GL-PRIOR-DATE(WS-GL-IDX) TO WS-GLL-PRIOR-DATE
               MOVE WS-GL-PRIOR-BAL(WS-GL-IDX) TO WS-GLL-PRIOR-BAL
               MOVE WS-GL-ACTIVITY(WS-GL-IDX) TO WS-GLL-ACTIVITY
               MOVE WS-GL-ROLLED-BAL(WS-GL-IDX) TO WS-GLL-ROLLED-BAL
               MOVE WS-GL-SUBLEDGER(WS-GL-IDX) TO WS-GLL-SUBLEDGER
               MOVE WS-GL-DIFFERENCE(WS-GL-IDX) TO WS-GLL-DIFFERENCE
               IF WS-GL-DIFFERENCE(WS-GL-IDX) > WS-TOLERANCE
                   OR WS-GL-DIFFERENCE(WS-GL-IDX) <
                       0 - WS-TOLERANCE
                   MOVE 'BREAK' TO WS-GLL-STATUS
                   WRITE REPORT-RECORD FROM WS-GL-LINE
                   PERFORM 8100-WRITE-ACTIVITY
               ELSE
                   MOVE 'TIED' TO WS-GLL-STATUS
                   WRITE REPORT-RECORD FROM WS-GL-LINE
               END-IF
           END-PERFORM.

       8100-WRITE-ACTIVITY.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-USED
               IF WS-ACT-GL-SUB(WS-ACT-IDX) = WS-GL-IDX
                   MOVE WS-ACT-SOURCE(WS-ACT-IDX) TO WS-AL-SOURCE
                   MOVE WS-ACT-TRANS-TYPE(WS-ACT-IDX)
                       TO WS-AL-TRANS-TYPE
                   MOVE WS-ACT-DEBITS(WS-ACT-IDX) TO WS-AL-DEBITS
                   MOVE WS-ACT-CREDITS(WS-ACT-IDX) TO WS-AL-CREDITS
                   COMPUTE WS-NET-AMOUNT =
                       WS-ACT-DEBITS(WS-ACT-IDX)
                       - WS-ACT-CREDITS(WS-ACT-IDX)
                   MOVE WS-NET-AMOUNT TO WS-AL-NET
                   WRITE REPORT-RECORD FROM WS-ACT-LINE
               END-IF
           END-PERFORM.

      *===============================================================
      * 8500-WRITE-CONTROL-OUT: The rolled-forward ledger balances,
      * dated today, for tomorrow's run.
      *===============================================================
       8500-WRITE-CONTROL-OUT.
           OPEN OUTPUT CONTROL-OUT-FILE
           IF NOT WS-GCO-SUCCESS
               DISPLAY 'GLTIEOUT: ROLLED BALANCES NOT SAVED: '
                   WS-GCO-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-USED
               MOVE WS-GL-ACCOUNT(WS-GL-IDX) TO GCO-GL-ACCOUNT
               MOVE WS-CURRENT-DATE TO GCO-BALANCE-DATE
               MOVE WS-GL-ROLLED-BAL(WS-GL-IDX) TO GCO-BALANCE
               MOVE WS-GL-NORMAL-SIDE(WS-GL-IDX) TO GCO-NORMAL-SIDE
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 3
                   MOVE WS-GL-ACCT-TYPE(WS-GL-IDX, WS-TYPE-SUB)
                       TO GCO-ACCT-TYPE(WS-TYPE-SUB)
               END-PERFORM
               WRITE CONTROL-OUT-RECORD
           END-PERFORM
           CLOSE CONTROL-OUT-FILE.

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
