      *---------------------------------------------------------------
      * ICHGRPT.cbl -- Monthly interchange revenue estimate
      * YIELDRPT reports the income we post; interchange is paid by
      * the network and never posts to an account, so this
      * estimates it. Every purchase ('PU') dated in the report
      * month -- from the on-record TH tables and the offloaded
      * TRANHIST rows alike -- is priced from the ICHGRATE table:
      * the purchase's MCC (the row's own, else the merchant's
      * default MCC from MERCHMST, as ANNSPEND resolves it) picks
      * the first rate row whose range covers it, and the estimate
      * is the row's percent of the amount plus its per-item fee.
      * A purchase no row covers is priced at the built-in base
      * rate below and reported as UNLISTED.
      *
      * ICHGOUT summarizes the estimate by rate group, by the top
      * merchants (named from MERCHMST), and by account type, then
      * sets the total against the network's settlement figure for
      * the month. A variance beyond the tolerance sets condition
      * code 4 so finance looks at the network statement before it
      * books the month.
      *
      * ICHGPARM carries the month (CCYYMM; without it the month
      * just ended), the network's settlement figure, and the
      * tolerance percent. The rate table is required.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICHGRPT.

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

           SELECT RATE-FILE
               ASSIGN TO 'ICHGRATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICR-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'ICHGOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'ICHGPARM'
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

       FD  RATE-FILE.
       01  RATE-RECORD.
           COPY INTERCHANGE-RATE.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(100).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  ICP-REPORT-MONTH    PIC 9(06).
           05  ICP-NETWORK-AMOUNT  PIC 9(11)V99.
           05  ICP-TOLERANCE-PCT   PIC 9(02)V99.

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
       01  WS-ICR-STATUS           PIC XX.
           88  WS-ICR-SUCCESS      VALUE '00'.
           88  WS-ICR-EOF          VALUE '10'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-CURRENT-DATE-SPLIT REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR     PIC 9(04).
           05  WS-CURRENT-MONTH    PIC 9(02).
           05  FILLER              PIC 9(02).
       01  WS-HIST-LOOKUP-FLAG     PIC X(01) VALUE 'N'.
           88  WS-HIST-LOOKUP-ON   VALUE 'Y'.
       01  WS-HIST-DONE-FLAG       PIC X(01) VALUE 'N'.
           88  WS-HIST-DONE        VALUE 'Y'.
       01  WS-MERCH-LOOKUP-FLAG    PIC X(01) VALUE 'N'.
           88  WS-MERCH-LOOKUP-ON  VALUE 'Y'.
       01  WS-TRANS-IDX            PIC 9(03).

      *    Report month and the settlement figure to check against.
       01  WS-REPORT-MONTH         PIC 9(06) VALUE ZEROS.
       01  WS-MONTH-FIRST          PIC 9(08) VALUE ZEROS.
       01  WS-MONTH-LAST           PIC 9(08) VALUE ZEROS.
       01  WS-NETWORK-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-TOLERANCE-PCT        PIC 9(02)V99 VALUE 2.00.
       01  WS-VARIANCE             PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-VARIANCE-PCT         PIC S9(05)V99 VALUE ZEROS.
       01  WS-ABS-VARIANCE-PCT     PIC 9(05)V99 VALUE ZEROS.

      *    Base rate for a purchase no ICHGRATE row covers.
       01  WS-BASE-RATE-PCT        PIC 9(01)V9(04) VALUE 1.8000.
       01  WS-BASE-ITEM-FEE        PIC 9(01)V99 VALUE 0.10.

      *    Rate rows with what each priced this month; the entry
      *    after the last loaded row carries the UNLISTED base.
       01  WS-RATE-MAX             PIC 9(03) VALUE 100.
       01  WS-RATE-USED            PIC 9(03) VALUE ZEROS.
       01  WS-RATE-IDX             PIC 9(03) VALUE ZEROS.
       01  WS-RATE-SUB             PIC 9(03) VALUE ZEROS.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 101 TIMES.
               10  WS-RTE-MCC-LOW      PIC 9(04).
               10  WS-RTE-MCC-HIGH     PIC 9(04).
               10  WS-RTE-GROUP        PIC X(10).
               10  WS-RTE-PCT          PIC 9(01)V9(04).
               10  WS-RTE-ITEM-FEE     PIC 9(01)V99.
               10  WS-RTE-COUNT        PIC 9(09).
               10  WS-RTE-AMOUNT       PIC S9(13)V99 COMP-3.
               10  WS-RTE-ICHG         PIC S9(11)V99 COMP-3.

      *    Merchants priced this month; a merchant past the cap is
      *    carried in the ALL OTHER line so the section still foots.
       01  WS-MER-MAX              PIC 9(04) VALUE 3000.
       01  WS-MER-USED             PIC 9(04) VALUE ZEROS.
       01  WS-MER-IDX              PIC 9(04) VALUE ZEROS.
       01  WS-MER-SUB              PIC 9(04) VALUE ZEROS.
       01  WS-MER-TABLE.
           05  WS-MER-ENTRY OCCURS 3000 TIMES.
               10  WS-MER-ID           PIC X(15).
               10  WS-MER-COUNT        PIC 9(07).
               10  WS-MER-AMOUNT       PIC S9(13)V99 COMP-3.
               10  WS-MER-ICHG         PIC S9(11)V99 COMP-3.
               10  WS-MER-LISTED-FLAG  PIC X(01).
                   88  WS-MER-LISTED   VALUE 'Y'.
       01  WS-MER-OTHER-COUNT      PIC 9(09) VALUE ZEROS.
       01  WS-MER-OTHER-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-MER-OTHER-ICHG       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOP-MAX              PIC 9(02) VALUE 20.
       01  WS-TOP-RANK             PIC 9(02) VALUE ZEROS.
       01  WS-TOP-SUB              PIC 9(04) VALUE ZEROS.

      *    Per account type: 1=SA 2=CH 3=CR 4=any other.
       01  WS-TYPE-SUB             PIC 9(01).
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 4 TIMES.
               10  WS-TYP-CODE         PIC X(05).
               10  WS-TYP-COUNT        PIC 9(09).
               10  WS-TYP-AMOUNT       PIC S9(13)V99 COMP-3.
               10  WS-TYP-ICHG         PIC S9(11)V99 COMP-3.

      *    The purchase being priced, from either store.
       01  WS-HX-PURCHASE.
           05  WS-HXP-CATEGORY     PIC X(10).
           05  WS-HXP-MCC          PIC 9(04).
           05  WS-HXP-AUTH-CODE    PIC X(06).
           05  WS-HXP-USER-NUM     PIC 9(02).
           05  WS-HXP-COUNTRY      PIC X(03).
           05  FILLER              PIC X(35).
       01  WS-ROW-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-ROW-MERCHANT-ID      PIC X(15).
       01  WS-ROW-MCC              PIC 9(04).
       01  WS-ROW-ICHG             PIC S9(09)V99 COMP-3.

      *    Run totals.
       01  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-PURCHASE-COUNT       PIC 9(09) VALUE ZEROS.
       01  WS-PURCHASE-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-ICHG-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-MERCH-MCC-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-NO-MCC-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-DROPPED-COUNT        PIC 9(07) VALUE ZEROS.

       01  WS-HDR-LINE.
           05  FILLER              PIC X(32)
               VALUE 'INTERCHANGE REVENUE ESTIMATE  '.
           05  FILLER              PIC X(07) VALUE 'MONTH '.
           05  WS-HDR-MONTH        PIC 9(06).
           05  FILLER              PIC X(55) VALUE SPACES.
       01  WS-BLANK-LINE           PIC X(100) VALUE SPACES.
       01  WS-COL-HEAD.
           05  WS-CH-LABEL         PIC X(40).
           05  FILLER              PIC X(12) VALUE '       ITEMS'.
           05  FILLER              PIC X(18)
               VALUE '     PURCHASE AMT'.
           05  FILLER              PIC X(18)
               VALUE '   EST INTERCHANGE'.
           05  FILLER              PIC X(12) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DL-LABEL         PIC X(40).
           05  WS-DL-COUNT         PIC Z(10)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-AMOUNT        PIC Z(13)9.99-.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-ICHG          PIC Z(13)9.99-.
           05  FILLER              PIC X(11) VALUE SPACES.
       01  WS-GROUP-LABEL.
           05  WS-GL-GROUP         PIC X(10).
           05  FILLER              PIC X(05) VALUE ' MCC '.
           05  WS-GL-LOW           PIC 9(04).
           05  FILLER              PIC X(01) VALUE '-'.
           05  WS-GL-HIGH          PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-GL-PCT           PIC 9.9999.
           05  FILLER              PIC X(03) VALUE '% +'.
           05  WS-GL-FEE           PIC 9.99.
       01  WS-MERCH-LABEL.
           05  WS-ML-RANK          PIC Z9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-ML-NAME          PIC X(30).
           05  FILLER              PIC X(07) VALUE SPACES.
       01  WS-MONEY-LINE.
           05  WS-MY-LABEL         PIC X(40).
           05  WS-MY-AMOUNT        PIC Z(13)9.99-.
           05  FILLER              PIC X(42) VALUE SPACES.
       01  WS-PCT-LINE.
           05  WS-PL-LABEL         PIC X(40).
           05  WS-PL-PCT           PIC ZZZZ9.99-.
           05  FILLER              PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           IF WS-CURRENT-MONTH = 1
               COMPUTE WS-REPORT-MONTH =
                   (WS-CURRENT-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-REPORT-MONTH =
                   WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH - 1
           END-IF
           PERFORM 0050-READ-PARAMETERS.
           COMPUTE WS-MONTH-FIRST = WS-REPORT-MONTH * 100 + 1
           COMPUTE WS-MONTH-LAST  = WS-REPORT-MONTH * 100 + 31
           PERFORM 0060-INIT-TYPE-TABLE.
           PERFORM 0100-LOAD-RATE-TABLE.
           IF WS-RATE-USED = 0
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *    Offloaded history is optional only before the first
      *    cycle-off ever ran; without MERCHMST a purchase with no
      *    MCC of its own prices at the base rate and merchants
      *    are listed by id.
           OPEN INPUT HISTORY-FILE.
           IF WS-HXS-SUCCESS
               SET WS-HIST-LOOKUP-ON TO TRUE
           END-IF.
           OPEN INPUT MERCHANT-FILE.
           IF WS-MMS-SUCCESS
               SET WS-MERCH-LOOKUP-ON TO TRUE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-RECORDS
               UNTIL WS-EOF.
           PERFORM 8000-WRITE-REPORT.
           CLOSE CARD-MASTER-FILE.
           IF WS-HIST-LOOKUP-ON
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-MERCH-LOOKUP-ON
               CLOSE MERCHANT-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY 'REPORT MONTH:       ' WS-REPORT-MONTH.
           DISPLAY 'ACCOUNTS READ:      ' WS-RECORD-COUNT.
           DISPLAY 'PURCHASES PRICED:   ' WS-PURCHASE-COUNT.
           DISPLAY 'EST INTERCHANGE:    ' WS-ICHG-TOTAL.
           MOVE 0 TO RETURN-CODE
           IF WS-NETWORK-AMOUNT > 0
               AND WS-ABS-VARIANCE-PCT > WS-TOLERANCE-PCT
               DISPLAY 'NETWORK FIGURE OUTSIDE TOLERANCE -- '
                   'CONDITION CODE 4'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DROPPED-COUNT > 0
               DISPLAY 'ENTRIES DROPPED AT TABLE CAP: '
                   WS-DROPPED-COUNT ' -- CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       0050-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-SUCCESS
               READ PARM-FILE
                   NOT AT END
                       IF ICP-REPORT-MONTH NUMERIC
                           AND ICP-REPORT-MONTH > 0
                           MOVE ICP-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
                       IF ICP-NETWORK-AMOUNT NUMERIC
                           MOVE ICP-NETWORK-AMOUNT
                               TO WS-NETWORK-AMOUNT
                       END-IF
                       IF ICP-TOLERANCE-PCT NUMERIC
                           AND ICP-TOLERANCE-PCT > 0
                           MOVE ICP-TOLERANCE-PCT
                               TO WS-TOLERANCE-PCT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       0060-INIT-TYPE-TABLE.
           MOVE 'SA'    TO WS-TYP-CODE(1)
           MOVE 'CH'    TO WS-TYP-CODE(2)
           MOVE 'CR'    TO WS-TYP-CODE(3)
           MOVE 'OTHER' TO WS-TYP-CODE(4)
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 4
               MOVE 0 TO WS-TYP-COUNT(WS-TYPE-SUB)
               MOVE 0 TO WS-TYP-AMOUNT(WS-TYPE-SUB)
               MOVE 0 TO WS-TYP-ICHG(WS-TYPE-SUB)
           END-PERFORM.

      *===============================================================
      * 0100-LOAD-RATE-TABLE: ICHGRATE rows in file order, then the
      * UNLISTED base entry after them. No table, no estimate.
      *===============================================================
       0100-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF NOT WS-ICR-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-ICR-STATUS
               DISPLAY 'NO INTERCHANGE RATE TABLE -- NO ESTIMATE'
               EXIT PARAGRAPH
           END-IF
           PERFORM 0150-READ-RATE-ROW
               UNTIL WS-ICR-EOF
           CLOSE RATE-FILE
           IF WS-RATE-USED = 0
               DISPLAY 'INTERCHANGE RATE TABLE EMPTY -- NO ESTIMATE'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RATE-SUB = WS-RATE-USED + 1
           MOVE 0    TO WS-RTE-MCC-LOW(WS-RATE-SUB)
           MOVE 9999 TO WS-RTE-MCC-HIGH(WS-RATE-SUB)
           MOVE 'UNLISTED' TO WS-RTE-GROUP(WS-RATE-SUB)
           MOVE WS-BASE-RATE-PCT TO WS-RTE-PCT(WS-RATE-SUB)
           MOVE WS-BASE-ITEM-FEE TO WS-RTE-ITEM-FEE(WS-RATE-SUB)
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-SUB
               MOVE 0 TO WS-RTE-COUNT(WS-RATE-IDX)
               MOVE 0 TO WS-RTE-AMOUNT(WS-RATE-IDX)
               MOVE 0 TO WS-RTE-ICHG(WS-RATE-IDX)
           END-PERFORM
           DISPLAY 'INTERCHANGE RATE ROWS LOADED: ' WS-RATE-USED.

       0150-READ-RATE-ROW.
           READ RATE-FILE
               AT END SET WS-ICR-EOF TO TRUE
               NOT AT END
                   IF WS-RATE-USED >= WS-RATE-MAX
                       DISPLAY 'RATE TABLE FULL, DROPPING: '
                           ICR-MCC-LOW '-' ICR-MCC-HIGH
                       ADD 1 TO WS-DROPPED-COUNT
                   ELSE
                       ADD 1 TO WS-RATE-USED
                       MOVE ICR-MCC-LOW
                           TO WS-RTE-MCC-LOW(WS-RATE-USED)
                       MOVE ICR-MCC-HIGH
                           TO WS-RTE-MCC-HIGH(WS-RATE-USED)
                       MOVE ICR-GROUP-NAME
                           TO WS-RTE-GROUP(WS-RATE-USED)
                       MOVE ICR-RATE-PCT
                           TO WS-RTE-PCT(WS-RATE-USED)
                       MOVE ICR-ITEM-FEE
                           TO WS-RTE-ITEM-FEE(WS-RATE-USED)
                   END-IF
           END-READ.

       1000-PROCESS-RECORDS.
           READ CARD-MASTER-FILE NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM 2000-SET-TYPE-SUB
                   PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
                       UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
                       IF TH-PURCHASE(WS-TRANS-IDX)
                           AND TH-TRANS-DATE(WS-TRANS-IDX)(1:6)
                               = WS-REPORT-MONTH
                           MOVE TH-TRANS-AMOUNT(WS-TRANS-IDX)
                               TO WS-ROW-AMOUNT
                           MOVE TH-MERCHANT-ID(WS-TRANS-IDX)
                               TO WS-ROW-MERCHANT-ID
                           MOVE TH-TRANS-DETAIL(WS-TRANS-IDX)
                               TO WS-HX-PURCHASE
                           PERFORM 3000-PRICE-PURCHASE
                       END-IF
                   END-PERFORM
                   IF WS-HIST-LOOKUP-ON
                       PERFORM 2100-PRICE-OFFLOADED-ROWS
                   END-IF
           END-READ.

       2000-SET-TYPE-SUB.
           EVALUATE TRUE
               WHEN ACCT-SAVINGS
                   MOVE 1 TO WS-TYPE-SUB
               WHEN ACCT-CHECKING
                   MOVE 2 TO WS-TYPE-SUB
               WHEN ACCT-CREDIT
                   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 4 TO WS-TYPE-SUB
           END-EVALUATE.

      *===============================================================
      * 2100-PRICE-OFFLOADED-ROWS: This account's TRANHIST rows for
      * the month -- keyed start at the first of the month.
      *===============================================================
       2100-PRICE-OFFLOADED-ROWS.
           MOVE 'N' TO WS-HIST-DONE-FLAG
           MOVE ACCT-NUMBER TO HX-ACCT-NUMBER
           MOVE WS-MONTH-FIRST TO HX-TRANS-DATE
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
                       OR HX-TRANS-DATE > WS-MONTH-LAST
                       SET WS-HIST-DONE TO TRUE
                   ELSE
                       IF HX-TRANS-TYPE = 'PU'
                           MOVE HX-TRANS-AMOUNT TO WS-ROW-AMOUNT
                           MOVE HX-MERCHANT-ID  TO WS-ROW-MERCHANT-ID
                           MOVE HX-TRANS-DETAIL TO WS-HX-PURCHASE
                           PERFORM 3000-PRICE-PURCHASE
                       END-IF
                   END-IF
           END-READ.

      *===============================================================
      * 3000-PRICE-PURCHASE: Resolve the MCC, take the first rate
      * row covering it (the UNLISTED base when none does), and
      * post the item's estimate to all three breakdowns.
      *===============================================================
       3000-PRICE-PURCHASE.
           MOVE 0 TO WS-ROW-MCC
           IF WS-HXP-MCC NUMERIC
               MOVE WS-HXP-MCC TO WS-ROW-MCC
           END-IF
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
           COMPUTE WS-RATE-SUB = WS-RATE-USED + 1
           IF WS-ROW-MCC = 0
               ADD 1 TO WS-NO-MCC-COUNT
           ELSE
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-USED
                   OR WS-RATE-SUB <= WS-RATE-USED
                   IF WS-ROW-MCC >= WS-RTE-MCC-LOW(WS-RATE-IDX)
                       AND WS-ROW-MCC <= WS-RTE-MCC-HIGH(WS-RATE-IDX)
                       MOVE WS-RATE-IDX TO WS-RATE-SUB
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-ROW-ICHG ROUNDED =
               WS-ROW-AMOUNT * WS-RTE-PCT(WS-RATE-SUB) / 100
               + WS-RTE-ITEM-FEE(WS-RATE-SUB)
           ADD 1 TO WS-PURCHASE-COUNT
           ADD WS-ROW-AMOUNT TO WS-PURCHASE-AMOUNT
           ADD WS-ROW-ICHG TO WS-ICHG-TOTAL
           ADD 1 TO WS-RTE-COUNT(WS-RATE-SUB)
           ADD WS-ROW-AMOUNT TO WS-RTE-AMOUNT(WS-RATE-SUB)
           ADD WS-ROW-ICHG TO WS-RTE-ICHG(WS-RATE-SUB)
           ADD 1 TO WS-TYP-COUNT(WS-TYPE-SUB)
           ADD WS-ROW-AMOUNT TO WS-TYP-AMOUNT(WS-TYPE-SUB)
           ADD WS-ROW-ICHG TO WS-TYP-ICHG(WS-TYPE-SUB)
           PERFORM 3100-ADD-TO-MERCHANT.

       3100-ADD-TO-MERCHANT.
           PERFORM VARYING WS-MER-IDX FROM 1 BY 1
               UNTIL WS-MER-IDX > WS-MER-USED
               IF WS-MER-ID(WS-MER-IDX) = WS-ROW-MERCHANT-ID
                   ADD 1 TO WS-MER-COUNT(WS-MER-IDX)
                   ADD WS-ROW-AMOUNT TO WS-MER-AMOUNT(WS-MER-IDX)
                   ADD WS-ROW-ICHG TO WS-MER-ICHG(WS-MER-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-MER-USED >= WS-MER-MAX
               DISPLAY 'MERCHANT TABLE FULL, DROPPING: '
                   WS-ROW-MERCHANT-ID
               ADD 1 TO WS-DROPPED-COUNT
               ADD 1 TO WS-MER-OTHER-COUNT
               ADD WS-ROW-AMOUNT TO WS-MER-OTHER-AMOUNT
               ADD WS-ROW-ICHG TO WS-MER-OTHER-ICHG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MER-USED
           MOVE WS-ROW-MERCHANT-ID TO WS-MER-ID(WS-MER-USED)
           MOVE 1 TO WS-MER-COUNT(WS-MER-USED)
           MOVE WS-ROW-AMOUNT TO WS-MER-AMOUNT(WS-MER-USED)
           MOVE WS-ROW-ICHG TO WS-MER-ICHG(WS-MER-USED)
           MOVE 'N' TO WS-MER-LISTED-FLAG(WS-MER-USED).

      *===============================================================
      * 8000-WRITE-REPORT: Rate groups, top merchants, account
      * types -- each section foots to the same total -- then the
      * check against the network's settlement figure.
      *===============================================================
       8000-WRITE-REPORT.
           MOVE WS-REPORT-MONTH TO WS-HDR-MONTH
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           PERFORM 8100-WRITE-GROUPS
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           PERFORM 8200-WRITE-TOP-MERCHANTS
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           PERFORM 8300-WRITE-TYPES
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           PERFORM 8400-WRITE-NETWORK-CHECK.

       8100-WRITE-GROUPS.
           MOVE 'BY RATE GROUP' TO WS-CH-LABEL
           WRITE REPORT-RECORD FROM WS-COL-HEAD
           COMPUTE WS-RATE-SUB = WS-RATE-USED + 1
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-SUB
               IF WS-RTE-COUNT(WS-RATE-IDX) > 0
                   MOVE WS-RTE-GROUP(WS-RATE-IDX)    TO WS-GL-GROUP
                   MOVE WS-RTE-MCC-LOW(WS-RATE-IDX)  TO WS-GL-LOW
                   MOVE WS-RTE-MCC-HIGH(WS-RATE-IDX) TO WS-GL-HIGH
                   MOVE WS-RTE-PCT(WS-RATE-IDX)      TO WS-GL-PCT
                   MOVE WS-RTE-ITEM-FEE(WS-RATE-IDX) TO WS-GL-FEE
                   MOVE WS-GROUP-LABEL TO WS-DL-LABEL
                   MOVE WS-RTE-COUNT(WS-RATE-IDX)  TO WS-DL-COUNT
                   MOVE WS-RTE-AMOUNT(WS-RATE-IDX) TO WS-DL-AMOUNT
                   MOVE WS-RTE-ICHG(WS-RATE-IDX)   TO WS-DL-ICHG
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM
           PERFORM 8900-WRITE-TOTAL-LINE.

      *===============================================================
      * 8200-WRITE-TOP-MERCHANTS: The merchants earning the most
      * interchange, highest first, then everything else in one
      * line so the section foots.
      *===============================================================
       8200-WRITE-TOP-MERCHANTS.
           MOVE 'BY MERCHANT (TOP 20)' TO WS-CH-LABEL
           WRITE REPORT-RECORD FROM WS-COL-HEAD
           PERFORM VARYING WS-TOP-RANK FROM 1 BY 1
               UNTIL WS-TOP-RANK > WS-TOP-MAX
               OR WS-TOP-RANK > WS-MER-USED
               MOVE 0 TO WS-TOP-SUB
               PERFORM VARYING WS-MER-IDX FROM 1 BY 1
                   UNTIL WS-MER-IDX > WS-MER-USED
                   IF NOT WS-MER-LISTED(WS-MER-IDX)
                       IF WS-TOP-SUB = 0
                           MOVE WS-MER-IDX TO WS-TOP-SUB
                       ELSE
                           IF WS-MER-ICHG(WS-MER-IDX)
                               > WS-MER-ICHG(WS-TOP-SUB)
                               MOVE WS-MER-IDX TO WS-TOP-SUB
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               SET WS-MER-LISTED(WS-TOP-SUB) TO TRUE
               PERFORM 8250-WRITE-MERCHANT-LINE
           END-PERFORM
           PERFORM VARYING WS-MER-IDX FROM 1 BY 1
               UNTIL WS-MER-IDX > WS-MER-USED
               IF NOT WS-MER-LISTED(WS-MER-IDX)
                   ADD WS-MER-COUNT(WS-MER-IDX) TO WS-MER-OTHER-COUNT
                   ADD WS-MER-AMOUNT(WS-MER-IDX)
                       TO WS-MER-OTHER-AMOUNT
                   ADD WS-MER-ICHG(WS-MER-IDX) TO WS-MER-OTHER-ICHG
               END-IF
           END-PERFORM
           IF WS-MER-OTHER-COUNT > 0
               MOVE 'ALL OTHER MERCHANTS' TO WS-DL-LABEL
               MOVE WS-MER-OTHER-COUNT  TO WS-DL-COUNT
               MOVE WS-MER-OTHER-AMOUNT TO WS-DL-AMOUNT
               MOVE WS-MER-OTHER-ICHG   TO WS-DL-ICHG
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           END-IF
           PERFORM 8900-WRITE-TOTAL-LINE.

       8250-WRITE-MERCHANT-LINE.
           MOVE WS-TOP-RANK TO WS-ML-RANK
           MOVE WS-MER-ID(WS-TOP-SUB) TO WS-ML-NAME
           IF WS-MER-ID(WS-TOP-SUB) = SPACES
               MOVE '(NO MERCHANT ID)' TO WS-ML-NAME
           ELSE
               IF WS-MERCH-LOOKUP-ON
                   MOVE WS-MER-ID(WS-TOP-SUB) TO MM-MERCHANT-ID
                   READ MERCHANT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MM-MERCHANT-NAME TO WS-ML-NAME
                   END-READ
               END-IF
           END-IF
           MOVE WS-MERCH-LABEL TO WS-DL-LABEL
           MOVE WS-MER-COUNT(WS-TOP-SUB)  TO WS-DL-COUNT
           MOVE WS-MER-AMOUNT(WS-TOP-SUB) TO WS-DL-AMOUNT
           MOVE WS-MER-ICHG(WS-TOP-SUB)   TO WS-DL-ICHG
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.

       8300-WRITE-TYPES.
           MOVE 'BY ACCOUNT TYPE' TO WS-CH-LABEL
           WRITE REPORT-RECORD FROM WS-COL-HEAD
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 4
               IF WS-TYP-COUNT(WS-TYPE-SUB) > 0
                   MOVE SPACES TO WS-DL-LABEL
                   STRING 'TYPE ' DELIMITED SIZE
                          WS-TYP-CODE(WS-TYPE-SUB) DELIMITED SPACES
                       INTO WS-DL-LABEL
                   END-STRING
                   MOVE WS-TYP-COUNT(WS-TYPE-SUB)  TO WS-DL-COUNT
                   MOVE WS-TYP-AMOUNT(WS-TYPE-SUB) TO WS-DL-AMOUNT
                   MOVE WS-TYP-ICHG(WS-TYPE-SUB)   TO WS-DL-ICHG
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM
           PERFORM 8900-WRITE-TOTAL-LINE.

      *===============================================================
      * 8400-WRITE-NETWORK-CHECK: Variance is the network's figure
      * less our estimate, and as a percent of the network's
      * figure; beyond the tolerance the run says so.
      *===============================================================
       8400-WRITE-NETWORK-CHECK.
           MOVE 'NETWORK SETTLEMENT CHECK' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ESTIMATED INTERCHANGE' TO WS-MY-LABEL
           MOVE WS-ICHG-TOTAL TO WS-MY-AMOUNT
           WRITE REPORT-RECORD FROM WS-MONEY-LINE
           IF WS-NETWORK-AMOUNT = 0
               MOVE 'NO NETWORK SETTLEMENT FIGURE ENTERED'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               COMPUTE WS-VARIANCE =
                   WS-NETWORK-AMOUNT - WS-ICHG-TOTAL
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-NETWORK-AMOUNT
               IF WS-VARIANCE-PCT < 0
                   COMPUTE WS-ABS-VARIANCE-PCT = 0 - WS-VARIANCE-PCT
               ELSE
                   MOVE WS-VARIANCE-PCT TO WS-ABS-VARIANCE-PCT
               END-IF
               MOVE 'NETWORK SETTLEMENT FIGURE' TO WS-MY-LABEL
               MOVE WS-NETWORK-AMOUNT TO WS-MY-AMOUNT
               WRITE REPORT-RECORD FROM WS-MONEY-LINE
               MOVE 'VARIANCE (NETWORK LESS ESTIMATE)' TO WS-MY-LABEL
               MOVE WS-VARIANCE TO WS-MY-AMOUNT
               WRITE REPORT-RECORD FROM WS-MONEY-LINE
               MOVE 'VARIANCE PCT OF NETWORK' TO WS-PL-LABEL
               MOVE WS-VARIANCE-PCT TO WS-PL-PCT
               WRITE REPORT-RECORD FROM WS-PCT-LINE
               MOVE 'TOLERANCE PCT' TO WS-PL-LABEL
               MOVE WS-TOLERANCE-PCT TO WS-PL-PCT
               WRITE REPORT-RECORD FROM WS-PCT-LINE
               IF WS-ABS-VARIANCE-PCT > WS-TOLERANCE-PCT
                   MOVE 'OUTSIDE TOLERANCE -- REVIEW NETWORK STATEMENT'
                       TO REPORT-RECORD
               ELSE
                   MOVE 'WITHIN TOLERANCE' TO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'MCC TAKEN FROM MERCHMST' TO WS-DL-LABEL
           MOVE WS-MERCH-MCC-COUNT TO WS-DL-COUNT
           MOVE 0 TO WS-DL-AMOUNT
           MOVE 0 TO WS-DL-ICHG
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE 'NO MCC -- PRICED AT BASE RATE' TO WS-DL-LABEL
           MOVE WS-NO-MCC-COUNT TO WS-DL-COUNT
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.

       8900-WRITE-TOTAL-LINE.
           MOVE 'TOTAL' TO WS-DL-LABEL
           MOVE WS-PURCHASE-COUNT  TO WS-DL-COUNT
           MOVE WS-PURCHASE-AMOUNT TO WS-DL-AMOUNT
           MOVE WS-ICHG-TOTAL      TO WS-DL-ICHG
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.

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
