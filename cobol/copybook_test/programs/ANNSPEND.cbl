      *---------------------------------------------------------------
      * ANNSPEND.cbl -- Year-end annual spending summary
      * For each credit-card account, gathers the year's activity
      * from both the on-record TH table and the offloaded TRANHIST
      * rows (by year end most of it lives there, as with TAX1099)
      * and sends the cardholder a summary of the year: purchases
      * by spending category, by month, and by cardholder on the
      * account (primary and each authorized user), then the year's
      * cash advances, refunds and credits, interest and fees.
      * Interest and fees are net of goodwill reversals, which post
      * as negative 'IN'/'FE' rows.
      *
      * The spending category is the one the feed carried on the
      * purchase (TH-PUR-CATEGORY); a purchase without one is
      * grouped by its MCC -- the row's own, else the merchant's
      * default MCC from MERCHMST -- through the built-in MCC group
      * table below.
      *
      * Summaries are routed the way BILLING routes statements:
      * the household's COMBINED stream behind an '@H' header when
      * CUSTMAST carries a combined election, the e-delivery stream
      * behind an '@E' header when the cardholder asked for email
      * and an address is on file, the print stream otherwise --
      * except that a print summary for an address RETMAIL flagged
      * undeliverable is held. Accounts with no activity in the
      * year get no summary. ANNSRPT is the control report.
      *
      * The year comes from ANNSPRM; without the file the year just
      * ended applies.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNSPEND.

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

           SELECT MERCHANT-FILE
               ASSIGN TO 'MERCHMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-MERCHANT-ID
               FILE STATUS IS WS-MMS-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-CUS-STATUS.

           SELECT PRINT-FILE
               ASSIGN TO 'ANNSOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

           SELECT EDELIVERY-FILE
               ASSIGN TO 'ANNSEOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

           SELECT COMB-FILE
               ASSIGN TO 'ANNSCOMB'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMB-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'ANNSRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'ANNSPRM'
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

       FD  MERCHANT-FILE.
       01  MERCHANT-RECORD.
           COPY MERCHANT-MASTER.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER-MASTER.

       FD  PRINT-FILE.
       01  PRINT-RECORD            PIC X(132).

       FD  EDELIVERY-FILE.
       01  EDELIVERY-RECORD        PIC X(132).

       FD  COMB-FILE.
       01  COMB-RECORD             PIC X(132).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  ASP-SUMMARY-YEAR    PIC 9(04).

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
       01  WS-MMS-STATUS           PIC XX.
           88  WS-MMS-SUCCESS      VALUE '00'.
       01  WS-CUS-STATUS           PIC XX.
           88  WS-CUS-SUCCESS      VALUE '00'.
       01  WS-PRT-STATUS           PIC XX.
           88  WS-PRT-SUCCESS      VALUE '00'.
       01  WS-EST-STATUS           PIC XX.
           88  WS-EST-SUCCESS      VALUE '00'.
       01  WS-CMB-STATUS           PIC XX.
           88  WS-CMB-SUCCESS      VALUE '00'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-CURRENT-DATE-SPLIT REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR     PIC 9(04).
           05  FILLER              PIC 9(04).
       01  WS-SUMMARY-YEAR         PIC 9(04) VALUE ZEROS.
       01  WS-HIST-LOOKUP-FLAG     PIC X(01) VALUE 'N'.
           88  WS-HIST-LOOKUP-ON   VALUE 'Y'.
       01  WS-HIST-DONE-FLAG       PIC X(01) VALUE 'N'.
           88  WS-HIST-DONE        VALUE 'Y'.
       01  WS-MERCH-LOOKUP-FLAG    PIC X(01) VALUE 'N'.
           88  WS-MERCH-LOOKUP-ON  VALUE 'Y'.
       01  WS-CUST-LOOKUP-FLAG     PIC X(01) VALUE 'N'.
           88  WS-CUST-LOOKUP-ON   VALUE 'Y'.
       01  WS-TRANS-IDX            PIC 9(03).

      *    Offloaded HX-TRANS-DETAIL seen through the purchase view
      *    of TH-TRANS-DETAIL.
       01  WS-HX-PURCHASE.
           05  WS-HXP-CATEGORY     PIC X(10).
           05  WS-HXP-MCC          PIC 9(04).
           05  WS-HXP-AUTH-CODE    PIC X(06).
           05  WS-HXP-USER-NUM     PIC 9(02).
           05  WS-HXP-COUNTRY      PIC X(03).
           05  FILLER              PIC X(35).

      *    The row being summarized, from either store.
       01  WS-ROW-TYPE             PIC X(02).
       01  WS-ROW-DATE             PIC 9(08).
       01  WS-ROW-DATE-SPLIT REDEFINES WS-ROW-DATE.
           05  WS-ROW-YEAR         PIC 9(04).
           05  WS-ROW-MONTH        PIC 9(02).
           05  WS-ROW-DAY          PIC 9(02).
       01  WS-ROW-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-ROW-MERCHANT-ID      PIC X(15).
       01  WS-ROW-CATEGORY         PIC X(10).
       01  WS-ROW-MCC              PIC 9(04).
       01  WS-ROW-USER-NUM         PIC 9(02).

      *    MCC groups for purchases the feed sent without a spending
      *    category: low MCC, high MCC, group name. Searched top
      *    down, so the narrow ranges sit ahead of the broad ones
      *    that contain them.
       01  WS-MCC-GROUP-VALUES.
           05  FILLER              PIC X(18)
                                   VALUE '54115411GROCERY   '.
           05  FILLER              PIC X(18)
                                   VALUE '54995499GROCERY   '.
           05  FILLER              PIC X(18)
                                   VALUE '55415542FUEL      '.
           05  FILLER              PIC X(18)
                                   VALUE '58125814DINING    '.
           05  FILLER              PIC X(18)
                                   VALUE '70117011TRAVEL    '.
           05  FILLER              PIC X(18)
                                   VALUE '80118099MEDICAL   '.
           05  FILLER              PIC X(18)
                                   VALUE '00012999SERVICES  '.
           05  FILLER              PIC X(18)
                                   VALUE '30003999TRAVEL    '.
           05  FILLER              PIC X(18)
                                   VALUE '40004799TRANSPORT '.
           05  FILLER              PIC X(18)
                                   VALUE '48004999UTILITIES '.
           05  FILLER              PIC X(18)
                                   VALUE '50005999SHOPPING  '.
           05  FILLER              PIC X(18)
                                   VALUE '60006999FINANCIAL '.
           05  FILLER              PIC X(18)
                                   VALUE '70007999SERVICES  '.
           05  FILLER              PIC X(18)
                                   VALUE '80008999PROFESSNL '.
           05  FILLER              PIC X(18)
                                   VALUE '90009999GOVERNMENT'.
       01  WS-MCC-GROUP-TABLE REDEFINES WS-MCC-GROUP-VALUES.
           05  WS-MCC-GROUP OCCURS 15 TIMES.
               10  WS-MCG-LOW          PIC 9(04).
               10  WS-MCG-HIGH         PIC 9(04).
               10  WS-MCG-NAME         PIC X(10).
       01  WS-MCG-IDX              PIC 9(02).

       01  WS-MONTH-NAME-VALUES    PIC X(36)
           VALUE 'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-VALUES.
           05  WS-MONTH-NAME OCCURS 12 TIMES PIC X(03).

      *    The account's year: purchases by category (20 to an
      *    account, anything beyond shows as ALL OTHER), by month,
      *    and by cardholder (1 = primary, 2-4 = authorized users
      *    1-3), and the year's other totals.
       01  WS-CAT-MAX              PIC 9(02) VALUE 20.
       01  WS-CAT-USED             PIC 9(02) VALUE ZEROS.
       01  WS-CAT-IDX              PIC 9(02) VALUE ZEROS.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 20 TIMES.
               10  WS-CAT-NAME         PIC X(10).
               10  WS-CAT-COUNT        PIC 9(05).
               10  WS-CAT-AMOUNT       PIC S9(11)V99 COMP-3.
       01  WS-CAT-OVER-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-CAT-OVER-AMOUNT      PIC S9(11)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-MONTH-IDX            PIC 9(02) VALUE ZEROS.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 12 TIMES.
               10  WS-MONTH-COUNT      PIC 9(05).
               10  WS-MONTH-AMOUNT     PIC S9(11)V99 COMP-3.
       01  WS-USER-IDX             PIC 9(01) VALUE ZEROS.
       01  WS-USER-SUB             PIC 9(01) VALUE ZEROS.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 4 TIMES.
               10  WS-USER-COUNT       PIC 9(05).
               10  WS-USER-AMOUNT      PIC S9(11)V99 COMP-3.
       01  WS-ACTIVITY-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-PURCHASE-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-PURCHASE-AMT         PIC S9(11)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-CASH-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-CASH-AMT             PIC S9(11)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-REFUND-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-REFUND-AMT           PIC S9(11)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-INTEREST-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-INTEREST-AMT         PIC S9(11)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-FEE-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-FEE-AMT              PIC S9(11)V99 COMP-3
                                   VALUE ZEROS.

      *    Summary routing, as BILLING routes statements.
       01  WS-SUM-ROUTE            PIC X(01) VALUE 'P'.
           88  WS-ROUTE-PRINT      VALUE 'P'.
           88  WS-ROUTE-EDELIVERY  VALUE 'E'.
           88  WS-ROUTE-COMBINED   VALUE 'H'.
           88  WS-ROUTE-HELD       VALUE 'S'.
       01  WS-ROUTE-LINE           PIC X(132).
       01  WS-MASK-REQUEST.
           COPY MASK-REQUEST.

      *    Run totals for the control report.
       01  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-NO-ACTIVITY-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-SUMMARY-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-PRINT-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-EDELIVERY-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-COMBINED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-HELD-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-CAT-OVER-ACCTS       PIC 9(07) VALUE ZEROS.
       01  WS-MERCH-MCC-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-TOT-PURCHASE-AMT     PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-TOT-CASH-AMT         PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-TOT-REFUND-AMT       PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-TOT-INTEREST-AMT     PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-TOT-FEE-AMT          PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.

       01  WS-COMB-HEADER.
           05  FILLER              PIC X(02) VALUE '@H'.
           05  WS-CMB-CUSTOMER-ID  PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CMB-ACCT         PIC X(16).
           05  FILLER              PIC X(102) VALUE SPACES.

       01  WS-EDELIVERY-HEADER.
           05  FILLER              PIC X(02) VALUE '@E'.
           05  WS-EST-ACCT         PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-EST-EMAIL        PIC X(40).
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-SUM-TITLE-LINE.
           05  FILLER              PIC X(24)
                                   VALUE 'ANNUAL SPENDING SUMMARY '.
           05  WS-SUM-YEAR         PIC 9(04).
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'ACCOUNT '.
           05  WS-SUM-ACCT         PIC X(16).
           05  FILLER              PIC X(68) VALUE SPACES.

       01  WS-SUM-NAME-LINE.
           05  WS-SUM-NAME         PIC X(56).
           05  FILLER              PIC X(76) VALUE SPACES.

       01  WS-SUM-ADDR-LINE.
           05  WS-ADDR-STREET      PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-ADDR-CITY        PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-ADDR-STATE       PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-ADDR-ZIP         PIC X(10).
           05  FILLER              PIC X(67) VALUE SPACES.

       01  WS-SUM-HEAD-LINE.
           05  WS-SUM-HEADING      PIC X(40).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'ITEMS'.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'AMOUNT'.
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-SUM-DETAIL-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-SUM-LABEL        PIC X(40).
           05  WS-SUM-COUNT        PIC Z(10)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-SUM-AMOUNT       PIC Z(12)9.99-.
           05  FILLER              PIC X(58) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL        PIC X(32).
           05  WS-TOT-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TOT-AMOUNT       PIC Z(12)9.99-.
           05  FILLER              PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           COMPUTE WS-SUMMARY-YEAR = WS-CURRENT-YEAR - 1
           PERFORM 0050-READ-PARAMETERS.
           OPEN INPUT CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *    Offloaded history holds most of the year by December --
      *    optional only before the first cycle-off ever ran. The
      *    merchant and household files are optional as elsewhere:
      *    without MERCHMST a purchase with no MCC of its own is
      *    grouped OTHER, without CUSTMAST nothing routes combined.
           OPEN INPUT HISTORY-FILE.
           IF WS-HXS-SUCCESS
               SET WS-HIST-LOOKUP-ON TO TRUE
           END-IF.
           OPEN INPUT MERCHANT-FILE.
           IF WS-MMS-SUCCESS
               SET WS-MERCH-LOOKUP-ON TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUS-SUCCESS
               SET WS-CUST-LOOKUP-ON TO TRUE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-PRT-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EDELIVERY-FILE.
           IF NOT WS-EST-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-EST-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT COMB-FILE.
           IF NOT WS-CMB-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-CMB-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE PRINT-FILE
               CLOSE EDELIVERY-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE PRINT-FILE
               CLOSE EDELIVERY-FILE
               CLOSE COMB-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-RECORDS
               UNTIL WS-EOF.
           PERFORM 8000-WRITE-CONTROL-REPORT.
           CLOSE CARD-MASTER-FILE.
           IF WS-HIST-LOOKUP-ON
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-MERCH-LOOKUP-ON
               CLOSE MERCHANT-FILE
           END-IF.
           IF WS-CUST-LOOKUP-ON
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE PRINT-FILE.
           CLOSE EDELIVERY-FILE.
           CLOSE COMB-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'SUMMARY YEAR:       ' WS-SUMMARY-YEAR.
           DISPLAY 'CR ACCOUNTS:        ' WS-RECORD-COUNT.
           DISPLAY 'SUMMARIES SENT:     ' WS-SUMMARY-COUNT.
           DISPLAY '  PRINT:            ' WS-PRINT-COUNT.
           DISPLAY '  E-DELIVERY:       ' WS-EDELIVERY-COUNT.
           DISPLAY '  COMBINED:         ' WS-COMBINED-COUNT.
           DISPLAY 'HELD (BAD ADDRESS): ' WS-HELD-COUNT.
           DISPLAY 'NO ACTIVITY:        ' WS-NO-ACTIVITY-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       0050-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-SUCCESS
               READ PARM-FILE
                   NOT AT END
                       IF ASP-SUMMARY-YEAR NUMERIC
                           AND ASP-SUMMARY-YEAR > 0
                           MOVE ASP-SUMMARY-YEAR TO WS-SUMMARY-YEAR
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1000-PROCESS-RECORDS.
           READ CARD-MASTER-FILE NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF ACCT-CREDIT
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM 2000-SUMMARIZE-ACCOUNT
                   END-IF
           END-READ.

      *===============================================================
      * 2000-SUMMARIZE-ACCOUNT: The year's rows from both stores --
      * on-record for the open cycle, TRANHIST for everything
      * CYCLOFF moved -- keyed off the transaction year. Accounts
      * closed during the year still get their summary.
      *===============================================================
       2000-SUMMARIZE-ACCOUNT.
           PERFORM 2010-CLEAR-ACCOUNT-TOTALS
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
               IF TH-TRANS-DATE(WS-TRANS-IDX)(1:4) = WS-SUMMARY-YEAR
                   PERFORM 2050-TAKE-RECORD-ROW
               END-IF
           END-PERFORM
           IF WS-HIST-LOOKUP-ON
               PERFORM 2100-ADD-OFFLOADED-ROWS
           END-IF
           IF WS-ACTIVITY-COUNT = 0
               ADD 1 TO WS-NO-ACTIVITY-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-CAT-OVER-COUNT > 0
               ADD 1 TO WS-CAT-OVER-ACCTS
           END-IF
           PERFORM 3000-SELECT-ROUTE
           IF WS-ROUTE-HELD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUMMARY-COUNT
           ADD WS-PURCHASE-AMT TO WS-TOT-PURCHASE-AMT
           ADD WS-CASH-AMT     TO WS-TOT-CASH-AMT
           ADD WS-REFUND-AMT   TO WS-TOT-REFUND-AMT
           ADD WS-INTEREST-AMT TO WS-TOT-INTEREST-AMT
           ADD WS-FEE-AMT      TO WS-TOT-FEE-AMT
           PERFORM 4000-WRITE-SUMMARY.

       2010-CLEAR-ACCOUNT-TOTALS.
           MOVE 0 TO WS-CAT-USED
           MOVE 0 TO WS-CAT-OVER-COUNT
           MOVE 0 TO WS-CAT-OVER-AMOUNT
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               MOVE 0 TO WS-MONTH-COUNT(WS-MONTH-IDX)
               MOVE 0 TO WS-MONTH-AMOUNT(WS-MONTH-IDX)
           END-PERFORM
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > 4
               MOVE 0 TO WS-USER-COUNT(WS-USER-IDX)
               MOVE 0 TO WS-USER-AMOUNT(WS-USER-IDX)
           END-PERFORM
           MOVE 0 TO WS-ACTIVITY-COUNT
           MOVE 0 TO WS-PURCHASE-COUNT
           MOVE 0 TO WS-PURCHASE-AMT
           MOVE 0 TO WS-CASH-COUNT
           MOVE 0 TO WS-CASH-AMT
           MOVE 0 TO WS-REFUND-COUNT
           MOVE 0 TO WS-REFUND-AMT
           MOVE 0 TO WS-INTEREST-COUNT
           MOVE 0 TO WS-INTEREST-AMT
           MOVE 0 TO WS-FEE-COUNT
           MOVE 0 TO WS-FEE-AMT.

       2050-TAKE-RECORD-ROW.
           MOVE TH-TRANS-TYPE(WS-TRANS-IDX)   TO WS-ROW-TYPE
           MOVE TH-TRANS-DATE(WS-TRANS-IDX)   TO WS-ROW-DATE
           MOVE TH-TRANS-AMOUNT(WS-TRANS-IDX) TO WS-ROW-AMOUNT
           MOVE TH-MERCHANT-ID(WS-TRANS-IDX)  TO WS-ROW-MERCHANT-ID
           MOVE TH-TRANS-DETAIL(WS-TRANS-IDX) TO WS-HX-PURCHASE
           PERFORM 2500-ACCUMULATE-ROW.

       2100-ADD-OFFLOADED-ROWS.
           MOVE 'N' TO WS-HIST-DONE-FLAG
           MOVE ACCT-NUMBER TO HX-ACCT-NUMBER
           COMPUTE HX-TRANS-DATE = WS-SUMMARY-YEAR * 10000 + 0101
           MOVE LOW-VALUES TO HX-TRANS-ID
           START HISTORY-FILE KEY IS NOT LESS THAN HX-KEY
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-START
           PERFORM 2150-READ-OFFLOADED-ROW
               UNTIL WS-HIST-DONE.

       2150-READ-OFFLOADED-ROW.
           READ HISTORY-FILE NEXT
               AT END SET WS-HIST-DONE TO TRUE
               NOT AT END
                   IF HX-ACCT-NUMBER NOT = ACCT-NUMBER
                       OR HX-TRANS-DATE(1:4) > WS-SUMMARY-YEAR
                       SET WS-HIST-DONE TO TRUE
                   ELSE
                       MOVE HX-TRANS-TYPE   TO WS-ROW-TYPE
                       MOVE HX-TRANS-DATE   TO WS-ROW-DATE
                       MOVE HX-TRANS-AMOUNT TO WS-ROW-AMOUNT
                       MOVE HX-MERCHANT-ID  TO WS-ROW-MERCHANT-ID
                       MOVE HX-TRANS-DETAIL TO WS-HX-PURCHASE
                       PERFORM 2500-ACCUMULATE-ROW
                   END-IF
           END-READ.

      *===============================================================
      * 2500-ACCUMULATE-ROW: Purchases feed the three breakdowns;
      * cash advances, refunds, interest and fees are year totals.
      * Payments and the back-office row types (charge-off,
      * recovery, settlement, disbursement) are not spending and
      * do not appear.
      *===============================================================
       2500-ACCUMULATE-ROW.
           EVALUATE WS-ROW-TYPE
               WHEN 'PU'
                   PERFORM 2600-ADD-PURCHASE
               WHEN 'CA'
                   ADD 1 TO WS-CASH-COUNT
                   ADD WS-ROW-AMOUNT TO WS-CASH-AMT
               WHEN 'RF'
                   ADD 1 TO WS-REFUND-COUNT
                   ADD WS-ROW-AMOUNT TO WS-REFUND-AMT
               WHEN 'IN'
                   ADD 1 TO WS-INTEREST-COUNT
                   ADD WS-ROW-AMOUNT TO WS-INTEREST-AMT
               WHEN 'FE'
                   ADD 1 TO WS-FEE-COUNT
                   ADD WS-ROW-AMOUNT TO WS-FEE-AMT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-ACTIVITY-COUNT.

       2600-ADD-PURCHASE.
           MOVE WS-HXP-CATEGORY TO WS-ROW-CATEGORY
           MOVE 0 TO WS-ROW-MCC
           IF WS-HXP-MCC NUMERIC
               MOVE WS-HXP-MCC TO WS-ROW-MCC
           END-IF
           MOVE 0 TO WS-ROW-USER-NUM
           IF WS-HXP-USER-NUM NUMERIC
               MOVE WS-HXP-USER-NUM TO WS-ROW-USER-NUM
           END-IF
           ADD 1 TO WS-PURCHASE-COUNT
           ADD WS-ROW-AMOUNT TO WS-PURCHASE-AMT
           IF WS-ROW-MONTH >= 1 AND WS-ROW-MONTH <= 12
               ADD 1 TO WS-MONTH-COUNT(WS-ROW-MONTH)
               ADD WS-ROW-AMOUNT TO WS-MONTH-AMOUNT(WS-ROW-MONTH)
           END-IF
      *    A user number the account does not carry stays with the
      *    primary, so the cardholder lines foot to the purchases.
           IF WS-ROW-USER-NUM <= CH-AUTH-USER-COUNT
               AND WS-ROW-USER-NUM <= 3
               COMPUTE WS-USER-SUB = WS-ROW-USER-NUM + 1
           ELSE
               MOVE 1 TO WS-USER-SUB
           END-IF
           ADD 1 TO WS-USER-COUNT(WS-USER-SUB)
           ADD WS-ROW-AMOUNT TO WS-USER-AMOUNT(WS-USER-SUB)
           IF WS-ROW-CATEGORY = SPACES
               PERFORM 2650-GROUP-BY-MCC
           END-IF
           PERFORM 2700-ADD-TO-CATEGORY.

      *===============================================================
      * 2650-GROUP-BY-MCC: No category from the feed -- group the
      * purchase by MCC, taking the merchant's default MCC when the
      * row has none. No MCC either way groups it OTHER.
      *===============================================================
       2650-GROUP-BY-MCC.
           MOVE 'OTHER' TO WS-ROW-CATEGORY
           IF WS-ROW-MCC = 0
               AND WS-MERCH-LOOKUP-ON
               AND WS-ROW-MERCHANT-ID NOT = SPACES
               MOVE WS-ROW-MERCHANT-ID TO MM-MERCHANT-ID
               READ MERCHANT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MM-DEFAULT-MCC NUMERIC
                           MOVE MM-DEFAULT-MCC TO WS-ROW-MCC
                           ADD 1 TO WS-MERCH-MCC-COUNT
                       END-IF
               END-READ
           END-IF
           IF WS-ROW-MCC = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MCG-IDX FROM 1 BY 1
               UNTIL WS-MCG-IDX > 15
               IF WS-ROW-MCC >= WS-MCG-LOW(WS-MCG-IDX)
                   AND WS-ROW-MCC <= WS-MCG-HIGH(WS-MCG-IDX)
                   MOVE WS-MCG-NAME(WS-MCG-IDX) TO WS-ROW-CATEGORY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       2700-ADD-TO-CATEGORY.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-USED
               IF WS-CAT-NAME(WS-CAT-IDX) = WS-ROW-CATEGORY
                   ADD 1 TO WS-CAT-COUNT(WS-CAT-IDX)
                   ADD WS-ROW-AMOUNT TO WS-CAT-AMOUNT(WS-CAT-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CAT-USED >= WS-CAT-MAX
               ADD 1 TO WS-CAT-OVER-COUNT
               ADD WS-ROW-AMOUNT TO WS-CAT-OVER-AMOUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAT-USED
           MOVE WS-ROW-CATEGORY TO WS-CAT-NAME(WS-CAT-USED)
           MOVE 1 TO WS-CAT-COUNT(WS-CAT-USED)
           MOVE WS-ROW-AMOUNT TO WS-CAT-AMOUNT(WS-CAT-USED).

      *===============================================================
      * 3000-SELECT-ROUTE: BILLING's statement routing -- household
      * combined election first, then e-delivery for email-
      * preference cardholders with an address on file, then print;
      * a print summary to an undeliverable address is held.
      *===============================================================
       3000-SELECT-ROUTE.
           SET WS-ROUTE-PRINT TO TRUE
           IF WS-CUST-LOOKUP-ON
               PERFORM 3100-CHECK-COMBINED-ELECTION
               IF WS-ROUTE-COMBINED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CH-CONTACT-EMAIL AND CH-EMAIL NOT = SPACES
               SET WS-ROUTE-EDELIVERY TO TRUE
               ADD 1 TO WS-EDELIVERY-COUNT
               MOVE ACCT-NUMBER TO WS-EST-ACCT
               MOVE CH-EMAIL    TO WS-EST-EMAIL
               WRITE EDELIVERY-RECORD FROM WS-EDELIVERY-HEADER
           ELSE
               IF BA-UNDELIVERABLE
                   SET WS-ROUTE-HELD TO TRUE
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   SET WS-ROUTE-PRINT TO TRUE
                   ADD 1 TO WS-PRINT-COUNT
               END-IF
           END-IF.

       3100-CHECK-COMBINED-ELECTION.
           MOVE SPACES TO CUS-CUSTOMER-ID
           STRING 'C' DELIMITED SIZE
                  CH-SSN DELIMITED SIZE
               INTO CUS-CUSTOMER-ID
           END-STRING
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUS-COMBINED
                       SET WS-ROUTE-COMBINED TO TRUE
                       ADD 1 TO WS-COMBINED-COUNT
                       MOVE CUS-CUSTOMER-ID TO WS-CMB-CUSTOMER-ID
                       MOVE ACCT-NUMBER     TO WS-CMB-ACCT
                       WRITE COMB-RECORD FROM WS-COMB-HEADER
                   END-IF
           END-READ.

      *===============================================================
      * 4000-WRITE-SUMMARY: Title with the masked account number,
      * the cardholder and mailing address, then the three
      * breakdowns and the year totals.
      *===============================================================
       4000-WRITE-SUMMARY.
           SET MSK-ACCT-NUMBER TO TRUE
           MOVE 'N' TO MSK-AUTHORIZED
           MOVE ACCT-NUMBER TO MSK-VALUE-IN
           CALL 'MASKRTN' USING WS-MASK-REQUEST
           MOVE MSK-VALUE-OUT TO WS-SUM-ACCT
           MOVE WS-SUMMARY-YEAR TO WS-SUM-YEAR
           MOVE WS-SUM-TITLE-LINE TO WS-ROUTE-LINE
           PERFORM 4900-WRITE-ROUTED-LINE
           MOVE SPACES TO WS-SUM-NAME
           STRING CH-FIRST-NAME DELIMITED SPACES
                  ' ' DELIMITED SIZE
                  CH-LAST-NAME DELIMITED SPACES
               INTO WS-SUM-NAME
           END-STRING
           MOVE WS-SUM-NAME-LINE TO WS-ROUTE-LINE
           PERFORM 4900-WRITE-ROUTED-LINE
           IF BA-HAS-MAIL-ADDR
               MOVE BA-MAIL-STREET TO WS-ADDR-STREET
               MOVE BA-MAIL-CITY   TO WS-ADDR-CITY
               MOVE BA-MAIL-STATE  TO WS-ADDR-STATE
               MOVE BA-MAIL-ZIP    TO WS-ADDR-ZIP
           ELSE
               MOVE BA-STREET TO WS-ADDR-STREET
               MOVE BA-CITY   TO WS-ADDR-CITY
               MOVE BA-STATE  TO WS-ADDR-STATE
               MOVE BA-ZIP    TO WS-ADDR-ZIP
           END-IF
           MOVE WS-SUM-ADDR-LINE TO WS-ROUTE-LINE
           PERFORM 4900-WRITE-ROUTED-LINE
           IF WS-PURCHASE-COUNT > 0
               PERFORM 4100-WRITE-CATEGORIES
               PERFORM 4200-WRITE-MONTHS
               PERFORM 4300-WRITE-CARDHOLDERS
           END-IF
           PERFORM 4400-WRITE-YEAR-TOTALS.

       4100-WRITE-CATEGORIES.
           MOVE 'PURCHASES BY SPENDING CATEGORY' TO WS-SUM-HEADING
           MOVE WS-SUM-HEAD-LINE TO WS-ROUTE-LINE
           PERFORM 4900-WRITE-ROUTED-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-USED
               MOVE WS-CAT-NAME(WS-CAT-IDX)   TO WS-SUM-LABEL
               MOVE WS-CAT-COUNT(WS-CAT-IDX)  TO WS-SUM-COUNT
               MOVE WS-CAT-AMOUNT(WS-CAT-IDX) TO WS-SUM-AMOUNT
               MOVE WS-SUM-DETAIL-LINE TO WS-ROUTE-LINE
               PERFORM 4900-WRITE-ROUTED-LINE
           END-PERFORM
           IF WS-CAT-OVER-COUNT > 0
               MOVE 'ALL OTHER'        TO WS-SUM-LABEL
               MOVE WS-CAT-OVER-COUNT  TO WS-SUM-COUNT
               MOVE WS-CAT-OVER-AMOUNT TO WS-SUM-AMOUNT
               MOVE WS-SUM-DETAIL-LINE TO WS-ROUTE-LINE
               PERFORM 4900-WRITE-ROUTED-LINE
           END-IF.

       4200-WRITE-MONTHS.
           MOVE 'PURCHASES BY MONTH' TO WS-SUM-HEADING
           MOVE WS-SUM-HEAD-LINE TO WS-ROUTE-LINE
           PERFORM 4900-WRITE-ROUTED-LINE
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               MOVE SPACES TO WS-SUM-LABEL
               STRING WS-MONTH-NAME(WS-MONTH-IDX) DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-SUMMARY-YEAR DELIMITED SIZE
                   INTO WS-SUM-LABEL
               END-STRING
               MOVE WS-MONTH-COUNT(WS-MONTH-IDX)  TO WS-SUM-COUNT
               MOVE WS-MONTH-AMOUNT(WS-MONTH-IDX) TO WS-SUM-AMOUNT
               MOVE WS-SUM-DETAIL-LINE TO WS-ROUTE-LINE
               PERFORM 4900-WRITE-ROUTED-LINE
           END-PERFORM.

       4300-WRITE-CARDHOLDERS.
           MOVE 'PURCHASES BY CARDHOLDER' TO WS-SUM-HEADING
           MOVE WS-SUM-HEAD-LINE TO WS-ROUTE-LINE
           PERFORM 4900-WRITE-ROUTED-LINE
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > 4
               IF WS-USER-COUNT(WS-USER-IDX) > 0
                   MOVE SPACES TO WS-SUM-LABEL
                   IF WS-USER-IDX = 1
                       STRING CH-FIRST-NAME DELIMITED SPACES
                              ' ' DELIMITED SIZE
                              CH-LAST-NAME DELIMITED SPACES
                           INTO WS-SUM-LABEL
                       END-STRING
                   ELSE
                       STRING CH-AU-FIRST-NAME(WS-USER-IDX - 1)
                               DELIMITED SPACES
                              ' ' DELIMITED SIZE
                              CH-AU-LAST-NAME(WS-USER-IDX - 1)
                               DELIMITED SPACES
                           INTO WS-SUM-LABEL
                       END-STRING
                   END-IF
                   MOVE WS-USER-COUNT(WS-USER-IDX)  TO WS-SUM-COUNT
                   MOVE WS-USER-AMOUNT(WS-USER-IDX) TO WS-SUM-AMOUNT
                   MOVE WS-SUM-DETAIL-LINE TO WS-ROUTE-LINE
                   PERFORM 4900-WRITE-ROUTED-LINE
               END-IF
           END-PERFORM.

       4400-WRITE-YEAR-TOTALS.
           MOVE 'YEAR TOTALS' TO WS-SUM-HEADING
           MOVE WS-SUM-HEAD-LINE TO WS-ROUTE-LINE
           PERFORM 4900-WRITE-ROUTED-LINE
           MOVE 'PURCHASES'        TO WS-SUM-LABEL
           MOVE WS-PURCHASE-COUNT  TO WS-SUM-COUNT
           MOVE WS-PURCHASE-AMT    TO WS-SUM-AMOUNT
           MOVE WS-SUM-DETAIL-LINE TO WS-ROUTE-LINE
           PERFORM 4900-WRITE-ROUTED-LINE
           MOVE 'CASH ADVANCES'    TO WS-SUM-LABEL
           MOVE WS-CASH-COUNT      TO WS-SUM-COUNT
           MOVE WS-CASH-AMT        TO WS-SUM-AMOUNT
           MOVE WS-SUM-DETAIL-LINE TO WS-ROUTE-LINE
           PERFORM 4900-WRITE-ROUTED-LINE
           MOVE 'REFUNDS AND CREDITS' TO WS-SUM-LABEL
           MOVE WS-REFUND-COUNT    TO WS-SUM-COUNT
           MOVE WS-REFUND-AMT      TO WS-SUM-AMOUNT
           MOVE WS-SUM-DETAIL-LINE TO WS-ROUTE-LINE
           PERFORM 4900-WRITE-ROUTED-LINE
           MOVE 'INTEREST PAID'    TO WS-SUM-LABEL
           MOVE WS-INTEREST-COUNT  TO WS-SUM-COUNT
           MOVE WS-INTEREST-AMT    TO WS-SUM-AMOUNT
           MOVE WS-SUM-DETAIL-LINE TO WS-ROUTE-LINE
           PERFORM 4900-WRITE-ROUTED-LINE
           MOVE 'FEES PAID'        TO WS-SUM-LABEL
           MOVE WS-FEE-COUNT       TO WS-SUM-COUNT
           MOVE WS-FEE-AMT         TO WS-SUM-AMOUNT
           MOVE WS-SUM-DETAIL-LINE TO WS-ROUTE-LINE
           PERFORM 4900-WRITE-ROUTED-LINE.

      *===============================================================
      * 4900-WRITE-ROUTED-LINE: Every summary line for the account
      * lands on the stream 3000 picked.
      *===============================================================
       4900-WRITE-ROUTED-LINE.
           EVALUATE TRUE
               WHEN WS-ROUTE-EDELIVERY
                   WRITE EDELIVERY-RECORD FROM WS-ROUTE-LINE
               WHEN WS-ROUTE-COMBINED
                   WRITE COMB-RECORD FROM WS-ROUTE-LINE
               WHEN WS-ROUTE-HELD
                   CONTINUE
               WHEN OTHER
                   WRITE PRINT-RECORD FROM WS-ROUTE-LINE
           END-EVALUATE.

       8000-WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-RECORD
           STRING 'ANNUAL SPENDING SUMMARY CONTROL  YEAR '
                      DELIMITED SIZE
                  WS-SUMMARY-YEAR DELIMITED SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE 0 TO WS-TOT-AMOUNT
           MOVE 'CR ACCOUNTS READ:' TO WS-TOT-LABEL
           MOVE WS-RECORD-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'NO ACTIVITY IN YEAR:' TO WS-TOT-LABEL
           MOVE WS-NO-ACTIVITY-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'SUMMARIES SENT:' TO WS-TOT-LABEL
           MOVE WS-SUMMARY-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE '  PRINT:' TO WS-TOT-LABEL
           MOVE WS-PRINT-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE '  E-DELIVERY:' TO WS-TOT-LABEL
           MOVE WS-EDELIVERY-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE '  COMBINED HOUSEHOLD:' TO WS-TOT-LABEL
           MOVE WS-COMBINED-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'HELD, ADDRESS UNDELIVERABLE:' TO WS-TOT-LABEL
           MOVE WS-HELD-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CATEGORIES ROLLED TO ALL OTHER:' TO WS-TOT-LABEL
           MOVE WS-CAT-OVER-ACCTS TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'MCC TAKEN FROM MERCHMST:' TO WS-TOT-LABEL
           MOVE WS-MERCH-MCC-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 0 TO WS-TOT-COUNT
           MOVE 'PURCHASES SUMMARIZED:' TO WS-TOT-LABEL
           MOVE WS-TOT-PURCHASE-AMT TO WS-TOT-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CASH ADVANCES SUMMARIZED:' TO WS-TOT-LABEL
           MOVE WS-TOT-CASH-AMT TO WS-TOT-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'REFUNDS SUMMARIZED:' TO WS-TOT-LABEL
           MOVE WS-TOT-REFUND-AMT TO WS-TOT-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'INTEREST SUMMARIZED:' TO WS-TOT-LABEL
           MOVE WS-TOT-INTEREST-AMT TO WS-TOT-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'FEES SUMMARIZED:' TO WS-TOT-LABEL
           MOVE WS-TOT-FEE-AMT TO WS-TOT-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

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
