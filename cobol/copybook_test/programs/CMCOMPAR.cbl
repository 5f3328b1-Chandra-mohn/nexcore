      *---------------------------------------------------------------
      * CMCOMPAR.cbl -- CARDMAST before/after comparison
      * Regression check for a change to CARDPROC, INTEREST, BILLING
      * or any other CARDMAST updater: two CMUNLOAD-format unloads
      * of CARDMAST -- the baseline (CMPBASE) and the candidate run
      * (CMPCAND) -- are matched by ACCT-NUMBER, and every field
      * that differs is printed on CMPRPT under its copybook name
      * (ACCT-MASTER, CARDHOLDER-INFO, BILLING-ADDRESS, and each
      * CH-AUTH-USER and TH-TRANS-ENTRY row by position), with
      * both values and, for money, the difference. Accounts on
      * one side only print as added or missing. The summary
      * totals the balances by account type on both sides.
      *
      * CMPPARM names fields to leave out (COMPARE-EXCLUDE): their
      * differences are counted, not printed, so expected changes
      * such as run-date stamps do not bury the real ones. Account
      * numbers print in full so a difference can be looked up;
      * CH-SSN values go through MASKRTN like every other report.
      *
      * RC 0 = identical, 4 = differences, 8 = exclusion table
      * full, 12 = a file would not open or an unload is out of
      * account order.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMCOMPAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASE-FILE
               ASSIGN TO 'CMPBASE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAS-STATUS.

           SELECT CAND-FILE
               ASSIGN TO 'CMPCAND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CND-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'CMPPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'CMPRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BASE-FILE.
       01  BASE-UNLOAD             PIC X(7976).

       FD  CAND-FILE.
       01  CAND-UNLOAD             PIC X(7976).

       FD  PARM-FILE.
       01  PARM-RECORD.
           COPY COMPARE-EXCLUDE.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
      *    The two sides' records, laid over the unload images.
       01  BASE-RECORD.
           COPY ACCT-MASTER
               REPLACING LEADING ==ACCT== BY ==BAS==.
           COPY CARDHOLDER-INFO
               REPLACING LEADING ==CH== BY ==BCH==.
           COPY BILLING-ADDRESS
               REPLACING LEADING ==BA== BY ==BBA==.
           COPY TRANS-HISTORY
               REPLACING LEADING ==TH== BY ==BTH==.
       01  CAND-RECORD.
           COPY ACCT-MASTER
               REPLACING LEADING ==ACCT== BY ==CND==.
           COPY CARDHOLDER-INFO
               REPLACING LEADING ==CH== BY ==CCH==.
           COPY BILLING-ADDRESS
               REPLACING LEADING ==BA== BY ==CBA==.
           COPY TRANS-HISTORY
               REPLACING LEADING ==TH== BY ==CTH==.

       01  WS-BAS-STATUS           PIC XX.
           88  WS-BAS-SUCCESS      VALUE '00'.
           88  WS-BAS-EOF          VALUE '10'.
       01  WS-CND-STATUS           PIC XX.
           88  WS-CND-SUCCESS      VALUE '00'.
           88  WS-CND-EOF          VALUE '10'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
           88  WS-PARM-EOF         VALUE '10'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.

      *    Match keys; HIGH-VALUES once a side is exhausted.
       01  WS-BASE-KEY             PIC X(16) VALUE LOW-VALUES.
       01  WS-CAND-KEY             PIC X(16) VALUE LOW-VALUES.
       01  WS-SEQUENCE-FLAG        PIC X VALUE 'N'.
           88  WS-OUT-OF-SEQUENCE  VALUE 'Y'.

      *    Fields to leave out, from CMPPARM.
       01  WS-EXCL-MAX             PIC 9(03) VALUE 50.
       01  WS-EXCL-USED            PIC 9(03) VALUE ZEROS.
       01  WS-EXCL-IDX             PIC 9(03) VALUE ZEROS.
       01  WS-EXCL-DROPPED         PIC 9(03) VALUE ZEROS.
       01  WS-EXCL-TABLE.
           05  WS-EXCL-NAME        PIC X(30) OCCURS 50 TIMES.
       01  WS-EXCL-FLAG            PIC X VALUE 'N'.
           88  WS-FIELD-EXCLUDED   VALUE 'Y'.

      *    The field being compared: its copybook name, the
      *    occurrence for a repeating field (zero otherwise), and
      *    both sides' values.
       01  WS-CMP-ACCT             PIC X(16).
       01  WS-CMP-NAME             PIC X(30).
       01  WS-CMP-OCC              PIC 9(03) VALUE ZEROS.
       01  WS-CMP-OCC-DISP         PIC 9(02).
       01  WS-CMP-BASE-TEXT        PIC X(60).
       01  WS-CMP-CAND-TEXT        PIC X(60).
       01  WS-CMP-BASE-AMT         PIC S9(13)V99 COMP-3.
       01  WS-CMP-CAND-AMT         PIC S9(13)V99 COMP-3.
       01  WS-CMP-DELTA            PIC S9(13)V99 COMP-3.
       01  WS-CMP-DELTA-TEXT       PIC X(17).
       01  WS-CMP-MASK-FLAG        PIC X VALUE 'N'.
           88  WS-CMP-MASKED       VALUE 'Y'.
       01  WS-CMP-EDIT-AMT         PIC -(13)9.99.
       01  WS-ACCT-DIFF-FLAG       PIC X VALUE 'N'.
           88  WS-ACCT-DIFFERS     VALUE 'Y'.

      *    Transaction rows compared by position.
       01  WS-BAS-ROWS             PIC 9(03) VALUE ZEROS.
       01  WS-CND-ROWS             PIC 9(03) VALUE ZEROS.
       01  WS-ROW-LIMIT            PIC 9(03) VALUE ZEROS.

       01  WS-BASE-COUNT           PIC 9(09) VALUE ZEROS.
       01  WS-CAND-COUNT           PIC 9(09) VALUE ZEROS.
       01  WS-MATCHED-COUNT        PIC 9(09) VALUE ZEROS.
       01  WS-SAME-COUNT           PIC 9(09) VALUE ZEROS.
       01  WS-DIFF-ACCT-COUNT      PIC 9(09) VALUE ZEROS.
       01  WS-ADDED-COUNT          PIC 9(09) VALUE ZEROS.
       01  WS-MISSING-COUNT        PIC 9(09) VALUE ZEROS.
       01  WS-FIELD-DIFF-COUNT     PIC 9(09) VALUE ZEROS.
       01  WS-EXCLUDED-COUNT       PIC 9(09) VALUE ZEROS.

      *    Balances by account type -- SA, CH, CR, and anything
      *    else together. Base totals take the missing accounts,
      *    candidate totals the added ones.
       01  WS-TYPE-CODES           PIC X(08) VALUE 'SACHCR??'.
       01  WS-TYPE-CODE-TABLE REDEFINES WS-TYPE-CODES.
           05  WS-TYPE-CODE        PIC X(02) OCCURS 4 TIMES.
       01  WS-TYPE-IDX             PIC 9(01) VALUE ZEROS.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 4 TIMES.
               10  WS-TT-MATCHED   PIC 9(09).
               10  WS-TT-CHANGED   PIC 9(09).
               10  WS-TT-ADDED     PIC 9(09).
               10  WS-TT-MISSING   PIC 9(09).
               10  WS-TT-BASE-BAL  PIC S9(15)V99 COMP-3.
               10  WS-TT-CAND-BAL  PIC S9(15)V99 COMP-3.
       01  WS-TOTAL-BASE-BAL       PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-TOTAL-CAND-BAL       PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.

       01  WS-MASK-REQUEST.
           COPY MASK-REQUEST.

       01  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
       01  WS-LINES-PER-PAGE       PIC 9(03) VALUE 55.
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-TIME             PIC 9(06).

       01  WS-HEADER-LINE-1.
           05  FILLER              PIC X(30)
               VALUE 'CARDMAST COMPARISON REPORT'.
           05  FILLER              PIC X(60) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE 'DATE: '.
           05  WS-HDR-DATE         PIC 9(08).
           05  FILLER              PIC X(28) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER              PIC X(30)
               VALUE '--------------------------'.
           05  FILLER              PIC X(74) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE ' PAGE '.
           05  WS-HDR-PAGE         PIC ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.
       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(17) VALUE 'ACCOUNT'.
           05  FILLER              PIC X(29) VALUE 'FIELD'.
           05  FILLER              PIC X(05) VALUE 'SIDE'.
           05  FILLER              PIC X(61) VALUE 'VALUE'.
           05  FILLER              PIC X(20) VALUE 'DIFFERENCE'.

       01  WS-DIF-LINE.
           05  WS-DIF-ACCT         PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DIF-FIELD        PIC X(28).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DIF-SIDE         PIC X(05).
           05  WS-DIF-VALUE        PIC X(60).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DIF-DELTA        PIC X(17).
           05  FILLER              PIC X(03) VALUE SPACES.

       01  WS-SUM-LINE.
           05  WS-SUM-LABEL        PIC X(30).
           05  WS-SUM-COUNT        PIC Z(8)9.
           05  FILLER              PIC X(93) VALUE SPACES.

       01  WS-TYPE-HEADER.
           05  FILLER              PIC X(06) VALUE 'TYPE'.
           05  FILLER              PIC X(10) VALUE '  MATCHED'.
           05  FILLER              PIC X(10) VALUE '  CHANGED'.
           05  FILLER              PIC X(10) VALUE '    ADDED'.
           05  FILLER              PIC X(10) VALUE '  MISSING'.
           05  FILLER              PIC X(22)
               VALUE '      BASELINE BALANCE'.
           05  FILLER              PIC X(22)
               VALUE '     CANDIDATE BALANCE'.
           05  FILLER              PIC X(22)
               VALUE '            DIFFERENCE'.
           05  FILLER              PIC X(20) VALUE SPACES.
       01  WS-TYPE-LINE.
           05  WS-TYL-TYPE         PIC X(06).
           05  WS-TYL-MATCHED      PIC Z(8)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TYL-CHANGED      PIC Z(8)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TYL-ADDED        PIC Z(8)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TYL-MISSING      PIC Z(8)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TYL-BASE-BAL     PIC -(17)9.99.
           05  WS-TYL-CAND-BAL     PIC -(17)9.99.
           05  WS-TYL-DIFF         PIC -(17)9.99.
           05  FILLER              PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           INITIALIZE WS-TYPE-TABLE.
           PERFORM 0100-LOAD-EXCLUSIONS.
           OPEN INPUT BASE-FILE.
           IF NOT WS-BAS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-BAS-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CAND-FILE.
           IF NOT WS-CND-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-CND-STATUS
               CLOSE BASE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               CLOSE BASE-FILE
               CLOSE CAND-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1050-PRINT-HEADER.
           PERFORM 1100-READ-BASE.
           PERFORM 1200-READ-CAND.
           PERFORM 1000-MATCH-ACCOUNTS
               UNTIL WS-BASE-KEY = HIGH-VALUES
               AND WS-CAND-KEY = HIGH-VALUES.
           PERFORM 9000-PRINT-SUMMARY.
           CLOSE BASE-FILE.
           CLOSE CAND-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'BASELINE ACCOUNTS:  ' WS-BASE-COUNT.
           DISPLAY 'CANDIDATE ACCOUNTS: ' WS-CAND-COUNT.
           DISPLAY 'MATCHED:            ' WS-MATCHED-COUNT.
           DISPLAY 'WITH DIFFERENCES:   ' WS-DIFF-ACCT-COUNT.
           DISPLAY 'ADDED:              ' WS-ADDED-COUNT.
           DISPLAY 'MISSING:            ' WS-MISSING-COUNT.
           DISPLAY 'FIELD DIFFERENCES:  ' WS-FIELD-DIFF-COUNT.
           DISPLAY 'EXCLUDED:           ' WS-EXCLUDED-COUNT.
           MOVE 0 TO RETURN-CODE
           IF WS-DIFF-ACCT-COUNT > 0
               OR WS-ADDED-COUNT > 0
               OR WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-EXCL-DROPPED > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-OUT-OF-SEQUENCE
               MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.

      *===============================================================
      * 0100-LOAD-EXCLUSIONS: The field names on CMPPARM. No
      * parameter file means every field is compared.
      *===============================================================
       0100-LOAD-EXCLUSIONS.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-SUCCESS
               EXIT PARAGRAPH
           END-IF
           PERFORM 0110-READ-EXCLUSION
               UNTIL WS-PARM-EOF
           CLOSE PARM-FILE.

       0110-READ-EXCLUSION.
           READ PARM-FILE
               AT END SET WS-PARM-EOF TO TRUE
               NOT AT END
                   IF CMX-FIELD-NAME NOT = SPACES
                       PERFORM 0120-ADD-EXCLUSION
                   END-IF
           END-READ.

       0120-ADD-EXCLUSION.
           IF WS-EXCL-USED >= WS-EXCL-MAX
               DISPLAY 'EXCLUSION TABLE FULL, DROPPING: '
                   CMX-FIELD-NAME
               ADD 1 TO WS-EXCL-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXCL-USED
           MOVE CMX-FIELD-NAME TO WS-EXCL-NAME(WS-EXCL-USED).

       1050-PRINT-HEADER.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           MOVE WS-PAGE-COUNT TO WS-HDR-PAGE
           WRITE REPORT-RECORD FROM WS-HEADER-LINE-1
           WRITE REPORT-RECORD FROM WS-HEADER-LINE-2
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER
           MOVE 3 TO WS-LINE-COUNT.

      *===============================================================
      * 1000-MATCH-ACCOUNTS: Both unloads are in ACCT-NUMBER order
      * (CMUNLOAD reads the KSDS in key order), so the lower key is
      * the account the other side lacks.
      *===============================================================
       1000-MATCH-ACCOUNTS.
           EVALUATE TRUE
               WHEN WS-BASE-KEY = WS-CAND-KEY
                   PERFORM 2000-COMPARE-ACCOUNT
                   PERFORM 1100-READ-BASE
                   PERFORM 1200-READ-CAND
               WHEN WS-BASE-KEY < WS-CAND-KEY
                   PERFORM 3100-REPORT-MISSING
                   PERFORM 1100-READ-BASE
               WHEN OTHER
                   PERFORM 3000-REPORT-ADDED
                   PERFORM 1200-READ-CAND
           END-EVALUATE.

      *    The whole unload record goes over the layout byte for
      *    byte, with the row count at its maximum so the layout
      *    spans all of it; the record then carries its own count.
       1100-READ-BASE.
           READ BASE-FILE
               AT END MOVE HIGH-VALUES TO WS-BASE-KEY
               NOT AT END
                   MOVE 50 TO BTH-TRANS-COUNT
                   MOVE BASE-UNLOAD
                       TO BASE-RECORD(1:LENGTH OF BASE-UNLOAD)
                   IF BAS-NUMBER NOT > WS-BASE-KEY
                       DISPLAY 'CMPBASE OUT OF ACCOUNT ORDER AT: '
                           BAS-NUMBER
                       PERFORM 1300-STOP-MATCH
                   ELSE
                       MOVE BAS-NUMBER TO WS-BASE-KEY
                       ADD 1 TO WS-BASE-COUNT
                   END-IF
           END-READ.

       1200-READ-CAND.
           READ CAND-FILE
               AT END MOVE HIGH-VALUES TO WS-CAND-KEY
               NOT AT END
                   MOVE 50 TO CTH-TRANS-COUNT
                   MOVE CAND-UNLOAD
                       TO CAND-RECORD(1:LENGTH OF CAND-UNLOAD)
                   IF CND-NUMBER NOT > WS-CAND-KEY
                       DISPLAY 'CMPCAND OUT OF ACCOUNT ORDER AT: '
                           CND-NUMBER
                       PERFORM 1300-STOP-MATCH
                   ELSE
                       MOVE CND-NUMBER TO WS-CAND-KEY
                       ADD 1 TO WS-CAND-COUNT
                   END-IF
           END-READ.

      *    A file out of order cannot be matched; the comparison
      *    stops where it is and the run ends RC 12.
       1300-STOP-MATCH.
           SET WS-OUT-OF-SEQUENCE TO TRUE
           MOVE HIGH-VALUES TO WS-BASE-KEY
           MOVE HIGH-VALUES TO WS-CAND-KEY.

      *===============================================================
      * 2000-COMPARE-ACCOUNT: Every field of the record, copybook
      * by copybook, then the account's balance into its type
      * totals on each side.
      *===============================================================
       2000-COMPARE-ACCOUNT.
           ADD 1 TO WS-MATCHED-COUNT
           MOVE 'N' TO WS-ACCT-DIFF-FLAG
           MOVE BAS-NUMBER TO WS-CMP-ACCT
           MOVE 0 TO WS-CMP-OCC
           PERFORM 2100-COMPARE-ACCT-MASTER
           PERFORM 2200-COMPARE-CARDHOLDER
           PERFORM 2300-COMPARE-ADDRESS
           PERFORM 2400-COMPARE-HISTORY
           IF WS-ACCT-DIFFERS
               ADD 1 TO WS-DIFF-ACCT-COUNT
           ELSE
               ADD 1 TO WS-SAME-COUNT
           END-IF
           PERFORM 7000-FIND-BASE-TYPE
           ADD 1 TO WS-TT-MATCHED(WS-TYPE-IDX)
           IF BAS-BALANCE NUMERIC AND CND-BALANCE NUMERIC
               IF BAS-BALANCE NOT = CND-BALANCE
                   ADD 1 TO WS-TT-CHANGED(WS-TYPE-IDX)
               END-IF
           END-IF
           PERFORM 7100-ADD-BASE-BALANCE
           PERFORM 7200-ADD-CAND-BALANCE.

       2100-COMPARE-ACCT-MASTER.
           MOVE 'ACCT-TYPE' TO WS-CMP-NAME
           MOVE BAS-TYPE TO WS-CMP-BASE-TEXT
           MOVE CND-TYPE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-STATUS' TO WS-CMP-NAME
           MOVE BAS-STATUS TO WS-CMP-BASE-TEXT
           MOVE CND-STATUS TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-OPEN-DATE' TO WS-CMP-NAME
           MOVE BAS-OPEN-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-OPEN-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-BALANCE' TO WS-CMP-NAME
           MOVE BAS-BALANCE TO WS-CMP-BASE-AMT
           MOVE CND-BALANCE TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'ACCT-CREDIT-LIMIT' TO WS-CMP-NAME
           MOVE BAS-CREDIT-LIMIT TO WS-CMP-BASE-AMT
           MOVE CND-CREDIT-LIMIT TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'ACCT-LAST-ACTIVITY' TO WS-CMP-NAME
           MOVE BAS-LAST-ACTIVITY TO WS-CMP-BASE-TEXT
           MOVE CND-LAST-ACTIVITY TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-NEXT-STMT-DATE' TO WS-CMP-NAME
           MOVE BAS-NEXT-STMT-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-NEXT-STMT-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-PAYMENT-DUE-DATE' TO WS-CMP-NAME
           MOVE BAS-PAYMENT-DUE-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-PAYMENT-DUE-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-CURRENCY-CODE' TO WS-CMP-NAME
           MOVE BAS-CURRENCY-CODE TO WS-CMP-BASE-TEXT
           MOVE CND-CURRENCY-CODE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-OVERLIMIT-HITS' TO WS-CMP-NAME
           MOVE BAS-OVERLIMIT-HITS TO WS-CMP-BASE-TEXT
           MOVE CND-OVERLIMIT-HITS TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-NSF-COUNT' TO WS-CMP-NAME
           MOVE BAS-NSF-COUNT TO WS-CMP-BASE-TEXT
           MOVE CND-NSF-COUNT TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-DORMANT-STAGE' TO WS-CMP-NAME
           MOVE BAS-DORMANT-STAGE TO WS-CMP-BASE-TEXT
           MOVE CND-DORMANT-STAGE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-CYCLE-DAY' TO WS-CMP-NAME
           MOVE BAS-CYCLE-DAY TO WS-CMP-BASE-TEXT
           MOVE CND-CYCLE-DAY TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-LAST-STMT-BAL' TO WS-CMP-NAME
           MOVE BAS-LAST-STMT-BAL TO WS-CMP-BASE-AMT
           MOVE CND-LAST-STMT-BAL TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'ACCT-AUTH-HOLDS' TO WS-CMP-NAME
           MOVE BAS-AUTH-HOLDS TO WS-CMP-BASE-AMT
           MOVE CND-AUTH-HOLDS TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'ACCT-DISPUTED-AMT' TO WS-CMP-NAME
           MOVE BAS-DISPUTED-AMT TO WS-CMP-BASE-AMT
           MOVE CND-DISPUTED-AMT TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'ACCT-PTS-BALANCE' TO WS-CMP-NAME
           MOVE BAS-PTS-BALANCE TO WS-CMP-BASE-AMT
           MOVE CND-PTS-BALANCE TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'ACCT-PTS-EARNED-CYC' TO WS-CMP-NAME
           MOVE BAS-PTS-EARNED-CYC TO WS-CMP-BASE-AMT
           MOVE CND-PTS-EARNED-CYC TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'ACCT-PTS-REDEEMED-CYC' TO WS-CMP-NAME
           MOVE BAS-PTS-REDEEMED-CYC TO WS-CMP-BASE-AMT
           MOVE CND-PTS-REDEEMED-CYC TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'ACCT-BKT-FEES' TO WS-CMP-NAME
           MOVE BAS-BKT-FEES TO WS-CMP-BASE-AMT
           MOVE CND-BKT-FEES TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'ACCT-BKT-INTEREST' TO WS-CMP-NAME
           MOVE BAS-BKT-INTEREST TO WS-CMP-BASE-AMT
           MOVE CND-BKT-INTEREST TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'ACCT-BKT-PURCHASES' TO WS-CMP-NAME
           MOVE BAS-BKT-PURCHASES TO WS-CMP-BASE-AMT
           MOVE CND-BKT-PURCHASES TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'ACCT-BKT-CASH-ADV' TO WS-CMP-NAME
           MOVE BAS-BKT-CASH-ADV TO WS-CMP-BASE-AMT
           MOVE CND-BKT-CASH-ADV TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'ACCT-SECURED-FLAG' TO WS-CMP-NAME
           MOVE BAS-SECURED-FLAG TO WS-CMP-BASE-TEXT
           MOVE CND-SECURED-FLAG TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-COLLATERAL-ACCT' TO WS-CMP-NAME
           MOVE BAS-COLLATERAL-ACCT TO WS-CMP-BASE-TEXT
           MOVE CND-COLLATERAL-ACCT TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-RISK-SCORE' TO WS-CMP-NAME
           MOVE BAS-RISK-SCORE TO WS-CMP-BASE-TEXT
           MOVE CND-RISK-SCORE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-RISK-SCORE-DATE' TO WS-CMP-NAME
           MOVE BAS-RISK-SCORE-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-RISK-SCORE-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-SCRA-FLAG' TO WS-CMP-NAME
           MOVE BAS-SCRA-FLAG TO WS-CMP-BASE-TEXT
           MOVE CND-SCRA-FLAG TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-SCRA-START' TO WS-CMP-NAME
           MOVE BAS-SCRA-START TO WS-CMP-BASE-TEXT
           MOVE CND-SCRA-START TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-SCRA-END' TO WS-CMP-NAME
           MOVE BAS-SCRA-END TO WS-CMP-BASE-TEXT
           MOVE CND-SCRA-END TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-DECEASED-FLAG' TO WS-CMP-NAME
           MOVE BAS-DECEASED-FLAG TO WS-CMP-BASE-TEXT
           MOVE CND-DECEASED-FLAG TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-DEATH-DATE' TO WS-CMP-NAME
           MOVE BAS-DEATH-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-DEATH-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-CHGOFF-DATE' TO WS-CMP-NAME
           MOVE BAS-CHGOFF-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-CHGOFF-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-CHGOFF-AMOUNT' TO WS-CMP-NAME
           MOVE BAS-CHGOFF-AMOUNT TO WS-CMP-BASE-AMT
           MOVE CND-CHGOFF-AMOUNT TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'ACCT-CHGOFF-REASON' TO WS-CMP-NAME
           MOVE BAS-CHGOFF-REASON TO WS-CMP-BASE-TEXT
           MOVE CND-CHGOFF-REASON TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-AGENCY-ID' TO WS-CMP-NAME
           MOVE BAS-AGENCY-ID TO WS-CMP-BASE-TEXT
           MOVE CND-AGENCY-ID TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-AGENCY-STATUS' TO WS-CMP-NAME
           MOVE BAS-AGENCY-STATUS TO WS-CMP-BASE-TEXT
           MOVE CND-AGENCY-STATUS TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-AGENCY-DATE' TO WS-CMP-NAME
           MOVE BAS-AGENCY-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-AGENCY-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-RECOVERED-AMT' TO WS-CMP-NAME
           MOVE BAS-RECOVERED-AMT TO WS-CMP-BASE-AMT
           MOVE CND-RECOVERED-AMT TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'ACCT-BK-STATUS' TO WS-CMP-NAME
           MOVE BAS-BK-STATUS TO WS-CMP-BASE-TEXT
           MOVE CND-BK-STATUS TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-BK-CHAPTER' TO WS-CMP-NAME
           MOVE BAS-BK-CHAPTER TO WS-CMP-BASE-TEXT
           MOVE CND-BK-CHAPTER TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-BK-CASE-NUMBER' TO WS-CMP-NAME
           MOVE BAS-BK-CASE-NUMBER TO WS-CMP-BASE-TEXT
           MOVE CND-BK-CASE-NUMBER TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-BK-FILING-DATE' TO WS-CMP-NAME
           MOVE BAS-BK-FILING-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-BK-FILING-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-BK-STATUS-DATE' TO WS-CMP-NAME
           MOVE BAS-BK-STATUS-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-BK-STATUS-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-SETTLE-STATUS' TO WS-CMP-NAME
           MOVE BAS-SETTLE-STATUS TO WS-CMP-BASE-TEXT
           MOVE CND-SETTLE-STATUS TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-SETTLE-DATE' TO WS-CMP-NAME
           MOVE BAS-SETTLE-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-SETTLE-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-FORGIVEN-AMT' TO WS-CMP-NAME
           MOVE BAS-FORGIVEN-AMT TO WS-CMP-BASE-AMT
           MOVE CND-FORGIVEN-AMT TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'ACCT-PENALTY-STATUS' TO WS-CMP-NAME
           MOVE BAS-PENALTY-STATUS TO WS-CMP-BASE-TEXT
           MOVE CND-PENALTY-STATUS TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-PENALTY-DATE' TO WS-CMP-NAME
           MOVE BAS-PENALTY-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-PENALTY-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-PENALTY-ONTIME' TO WS-CMP-NAME
           MOVE BAS-PENALTY-ONTIME TO WS-CMP-BASE-TEXT
           MOVE CND-PENALTY-ONTIME TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-PENALTY-DUE-CHKD' TO WS-CMP-NAME
           MOVE BAS-PENALTY-DUE-CHKD TO WS-CMP-BASE-TEXT
           MOVE CND-PENALTY-DUE-CHKD TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-DUE-CHG-DATE' TO WS-CMP-NAME
           MOVE BAS-DUE-CHG-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-DUE-CHG-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-ALERT-PURCH-AMT' TO WS-CMP-NAME
           MOVE BAS-ALERT-PURCH-AMT TO WS-CMP-BASE-AMT
           MOVE CND-ALERT-PURCH-AMT TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'ACCT-ALERT-DUE-DATE' TO WS-CMP-NAME
           MOVE BAS-ALERT-DUE-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-ALERT-DUE-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-ALERT-LIMIT-DATE' TO WS-CMP-NAME
           MOVE BAS-ALERT-LIMIT-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-ALERT-LIMIT-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-ALERT-THRU-DATE' TO WS-CMP-NAME
           MOVE BAS-ALERT-THRU-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-ALERT-THRU-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-OPTOUT-MKT-MAIL' TO WS-CMP-NAME
           MOVE BAS-OPTOUT-MKT-MAIL TO WS-CMP-BASE-TEXT
           MOVE CND-OPTOUT-MKT-MAIL TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-OPTOUT-MKT-EMAIL' TO WS-CMP-NAME
           MOVE BAS-OPTOUT-MKT-EMAIL TO WS-CMP-BASE-TEXT
           MOVE CND-OPTOUT-MKT-EMAIL TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-OPTOUT-MKT-PHONE' TO WS-CMP-NAME
           MOVE BAS-OPTOUT-MKT-PHONE TO WS-CMP-BASE-TEXT
           MOVE CND-OPTOUT-MKT-PHONE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-OPTOUT-AFFIL-SHARE' TO WS-CMP-NAME
           MOVE BAS-OPTOUT-AFFIL-SHARE TO WS-CMP-BASE-TEXT
           MOVE CND-OPTOUT-AFFIL-SHARE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-OPTOUT-NONAFF-SHARE' TO WS-CMP-NAME
           MOVE BAS-OPTOUT-NONAFF-SHARE TO WS-CMP-BASE-TEXT
           MOVE CND-OPTOUT-NONAFF-SHARE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-OPTOUT-CHG-DATE' TO WS-CMP-NAME
           MOVE BAS-OPTOUT-CHG-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-OPTOUT-CHG-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-PRIV-NOTICE-DATE' TO WS-CMP-NAME
           MOVE BAS-PRIV-NOTICE-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-PRIV-NOTICE-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-PRIV-NOTICE-CHANNEL' TO WS-CMP-NAME
           MOVE BAS-PRIV-NOTICE-CHANNEL TO WS-CMP-BASE-TEXT
           MOVE CND-PRIV-NOTICE-CHANNEL TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-PRIOR-RISK-SCORE' TO WS-CMP-NAME
           MOVE BAS-PRIOR-RISK-SCORE TO WS-CMP-BASE-TEXT
           MOVE CND-PRIOR-RISK-SCORE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-CL-DECR-DATE' TO WS-CMP-NAME
           MOVE BAS-CL-DECR-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-CL-DECR-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-OD-LINK-ACCT' TO WS-CMP-NAME
           MOVE BAS-OD-LINK-ACCT TO WS-CMP-BASE-TEXT
           MOVE CND-OD-LINK-ACCT TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'ACCT-OD-ENROLL-DATE' TO WS-CMP-NAME
           MOVE BAS-OD-ENROLL-DATE TO WS-CMP-BASE-TEXT
           MOVE CND-OD-ENROLL-DATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT.
       2200-COMPARE-CARDHOLDER.
           MOVE 'CH-FIRST-NAME' TO WS-CMP-NAME
           MOVE BCH-FIRST-NAME TO WS-CMP-BASE-TEXT
           MOVE CCH-FIRST-NAME TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'CH-LAST-NAME' TO WS-CMP-NAME
           MOVE BCH-LAST-NAME TO WS-CMP-BASE-TEXT
           MOVE CCH-LAST-NAME TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'CH-DATE-OF-BIRTH' TO WS-CMP-NAME
           MOVE BCH-DATE-OF-BIRTH TO WS-CMP-BASE-TEXT
           MOVE CCH-DATE-OF-BIRTH TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'CH-PHONE' TO WS-CMP-NAME
           MOVE BCH-PHONE TO WS-CMP-BASE-TEXT
           MOVE CCH-PHONE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'CH-EMAIL' TO WS-CMP-NAME
           MOVE BCH-EMAIL TO WS-CMP-BASE-TEXT
           MOVE CCH-EMAIL TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'CH-CONTACT-PREF' TO WS-CMP-NAME
           MOVE BCH-CONTACT-PREF TO WS-CMP-BASE-TEXT
           MOVE CCH-CONTACT-PREF TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'CH-AUTH-USER-COUNT' TO WS-CMP-NAME
           MOVE BCH-AUTH-USER-COUNT TO WS-CMP-BASE-TEXT
           MOVE CCH-AUTH-USER-COUNT TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'CH-SSN' TO WS-CMP-NAME
           MOVE BCH-SSN TO WS-CMP-BASE-TEXT
           MOVE CCH-SSN TO WS-CMP-CAND-TEXT
           SET WS-CMP-MASKED TO TRUE
           PERFORM 5100-COMPARE-TEXT
           MOVE 'N' TO WS-CMP-MASK-FLAG
           PERFORM 2250-COMPARE-AUTH-USER
               VARYING WS-CMP-OCC FROM 1 BY 1
               UNTIL WS-CMP-OCC > 3
           MOVE 0 TO WS-CMP-OCC.

       2250-COMPARE-AUTH-USER.
           MOVE 'CH-AU-FIRST-NAME' TO WS-CMP-NAME
           MOVE BCH-AU-FIRST-NAME(WS-CMP-OCC) TO WS-CMP-BASE-TEXT
           MOVE CCH-AU-FIRST-NAME(WS-CMP-OCC) TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'CH-AU-LAST-NAME' TO WS-CMP-NAME
           MOVE BCH-AU-LAST-NAME(WS-CMP-OCC) TO WS-CMP-BASE-TEXT
           MOVE CCH-AU-LAST-NAME(WS-CMP-OCC) TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'CH-AU-RELATION' TO WS-CMP-NAME
           MOVE BCH-AU-RELATION(WS-CMP-OCC) TO WS-CMP-BASE-TEXT
           MOVE CCH-AU-RELATION(WS-CMP-OCC) TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'CH-AU-SPEND-LIMIT' TO WS-CMP-NAME
           MOVE BCH-AU-SPEND-LIMIT(WS-CMP-OCC) TO WS-CMP-BASE-AMT
           MOVE CCH-AU-SPEND-LIMIT(WS-CMP-OCC) TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT.
       2300-COMPARE-ADDRESS.
           MOVE 'BA-STREET' TO WS-CMP-NAME
           MOVE BBA-STREET TO WS-CMP-BASE-TEXT
           MOVE CBA-STREET TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'BA-CITY' TO WS-CMP-NAME
           MOVE BBA-CITY TO WS-CMP-BASE-TEXT
           MOVE CBA-CITY TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'BA-STATE' TO WS-CMP-NAME
           MOVE BBA-STATE TO WS-CMP-BASE-TEXT
           MOVE CBA-STATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'BA-ZIP' TO WS-CMP-NAME
           MOVE BBA-ZIP TO WS-CMP-BASE-TEXT
           MOVE CBA-ZIP TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'BA-MAIL-FLAG' TO WS-CMP-NAME
           MOVE BBA-MAIL-FLAG TO WS-CMP-BASE-TEXT
           MOVE CBA-MAIL-FLAG TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'BA-MAIL-STREET' TO WS-CMP-NAME
           MOVE BBA-MAIL-STREET TO WS-CMP-BASE-TEXT
           MOVE CBA-MAIL-STREET TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'BA-MAIL-CITY' TO WS-CMP-NAME
           MOVE BBA-MAIL-CITY TO WS-CMP-BASE-TEXT
           MOVE CBA-MAIL-CITY TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'BA-MAIL-STATE' TO WS-CMP-NAME
           MOVE BBA-MAIL-STATE TO WS-CMP-BASE-TEXT
           MOVE CBA-MAIL-STATE TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'BA-MAIL-ZIP' TO WS-CMP-NAME
           MOVE BBA-MAIL-ZIP TO WS-CMP-BASE-TEXT
           MOVE CBA-MAIL-ZIP TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'BA-UNDELIV-FLAG' TO WS-CMP-NAME
           MOVE BBA-UNDELIV-FLAG TO WS-CMP-BASE-TEXT
           MOVE CBA-UNDELIV-FLAG TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT.
      *===============================================================
      * 2400-COMPARE-HISTORY: The count, then the rows position by
      * position up to the longer side; a row present on one side
      * only prints as TH-TRANS-ENTRY added or missing. A count
      * outside 0-50 (MASTSCAN's damaged record) compares no rows.
      *===============================================================
       2400-COMPARE-HISTORY.
           MOVE 'TH-TRANS-COUNT' TO WS-CMP-NAME
           MOVE BTH-TRANS-COUNT TO WS-CMP-BASE-TEXT
           MOVE CTH-TRANS-COUNT TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 0 TO WS-BAS-ROWS
           MOVE 0 TO WS-CND-ROWS
           IF BTH-TRANS-COUNT NUMERIC AND BTH-TRANS-COUNT <= 50
               MOVE BTH-TRANS-COUNT TO WS-BAS-ROWS
           END-IF
           IF CTH-TRANS-COUNT NUMERIC AND CTH-TRANS-COUNT <= 50
               MOVE CTH-TRANS-COUNT TO WS-CND-ROWS
           END-IF
           MOVE WS-BAS-ROWS TO WS-ROW-LIMIT
           IF WS-CND-ROWS > WS-ROW-LIMIT
               MOVE WS-CND-ROWS TO WS-ROW-LIMIT
           END-IF
           PERFORM 2450-COMPARE-HISTORY-ROW
               VARYING WS-CMP-OCC FROM 1 BY 1
               UNTIL WS-CMP-OCC > WS-ROW-LIMIT
           MOVE 0 TO WS-CMP-OCC.

       2450-COMPARE-HISTORY-ROW.
           IF WS-CMP-OCC > WS-BAS-ROWS
               MOVE 'TH-TRANS-ENTRY' TO WS-CMP-NAME
               MOVE '(NO ROW)' TO WS-CMP-BASE-TEXT
               MOVE CTH-TRANS-ID(WS-CMP-OCC) TO WS-CMP-CAND-TEXT
               PERFORM 5100-COMPARE-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-CMP-OCC > WS-CND-ROWS
               MOVE 'TH-TRANS-ENTRY' TO WS-CMP-NAME
               MOVE BTH-TRANS-ID(WS-CMP-OCC) TO WS-CMP-BASE-TEXT
               MOVE '(NO ROW)' TO WS-CMP-CAND-TEXT
               PERFORM 5100-COMPARE-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE 'TH-TRANS-ID' TO WS-CMP-NAME
           MOVE BTH-TRANS-ID(WS-CMP-OCC) TO WS-CMP-BASE-TEXT
           MOVE CTH-TRANS-ID(WS-CMP-OCC) TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'TH-TRANS-DATE' TO WS-CMP-NAME
           MOVE BTH-TRANS-DATE(WS-CMP-OCC) TO WS-CMP-BASE-TEXT
           MOVE CTH-TRANS-DATE(WS-CMP-OCC) TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'TH-TRANS-TYPE' TO WS-CMP-NAME
           MOVE BTH-TRANS-TYPE(WS-CMP-OCC) TO WS-CMP-BASE-TEXT
           MOVE CTH-TRANS-TYPE(WS-CMP-OCC) TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'TH-TRANS-AMOUNT' TO WS-CMP-NAME
           MOVE BTH-TRANS-AMOUNT(WS-CMP-OCC) TO WS-CMP-BASE-AMT
           MOVE CTH-TRANS-AMOUNT(WS-CMP-OCC) TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'TH-TRANS-DESC' TO WS-CMP-NAME
           MOVE BTH-TRANS-DESC(WS-CMP-OCC) TO WS-CMP-BASE-TEXT
           MOVE CTH-TRANS-DESC(WS-CMP-OCC) TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'TH-MERCHANT-ID' TO WS-CMP-NAME
           MOVE BTH-MERCHANT-ID(WS-CMP-OCC) TO WS-CMP-BASE-TEXT
           MOVE CTH-MERCHANT-ID(WS-CMP-OCC) TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
      *    A payment's detail carries packed allocation amounts, so
      *    two payment rows compare field by field; any other
      *    detail is display data and compares whole.
           IF BTH-PAYMENT(WS-CMP-OCC) AND CTH-PAYMENT(WS-CMP-OCC)
               PERFORM 2460-COMPARE-PAYMENT-DETAIL
           ELSE
               MOVE 'TH-TRANS-DETAIL' TO WS-CMP-NAME
               MOVE BTH-TRANS-DETAIL(WS-CMP-OCC)
                   TO WS-CMP-BASE-TEXT
               MOVE CTH-TRANS-DETAIL(WS-CMP-OCC)
                   TO WS-CMP-CAND-TEXT
               PERFORM 5100-COMPARE-TEXT
           END-IF.

       2460-COMPARE-PAYMENT-DETAIL.
           MOVE 'TH-PAY-METHOD' TO WS-CMP-NAME
           MOVE BTH-PAY-METHOD(WS-CMP-OCC) TO WS-CMP-BASE-TEXT
           MOVE CTH-PAY-METHOD(WS-CMP-OCC) TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'TH-PAY-REF-NUM' TO WS-CMP-NAME
           MOVE BTH-PAY-REF-NUM(WS-CMP-OCC) TO WS-CMP-BASE-TEXT
           MOVE CTH-PAY-REF-NUM(WS-CMP-OCC) TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'TH-PAY-BANK' TO WS-CMP-NAME
           MOVE BTH-PAY-BANK(WS-CMP-OCC) TO WS-CMP-BASE-TEXT
           MOVE CTH-PAY-BANK(WS-CMP-OCC) TO WS-CMP-CAND-TEXT
           PERFORM 5100-COMPARE-TEXT
           MOVE 'TH-PAY-ALLOC-FEES' TO WS-CMP-NAME
           MOVE BTH-PAY-ALLOC-FEES(WS-CMP-OCC) TO WS-CMP-BASE-AMT
           MOVE CTH-PAY-ALLOC-FEES(WS-CMP-OCC) TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'TH-PAY-ALLOC-INT' TO WS-CMP-NAME
           MOVE BTH-PAY-ALLOC-INT(WS-CMP-OCC) TO WS-CMP-BASE-AMT
           MOVE CTH-PAY-ALLOC-INT(WS-CMP-OCC) TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT
           MOVE 'TH-PAY-ALLOC-CASH' TO WS-CMP-NAME
           MOVE BTH-PAY-ALLOC-CASH(WS-CMP-OCC) TO WS-CMP-BASE-AMT
           MOVE CTH-PAY-ALLOC-CASH(WS-CMP-OCC) TO WS-CMP-CAND-AMT
           PERFORM 5200-COMPARE-AMOUNT.
      *===============================================================
      * 3000-REPORT-ADDED / 3100-REPORT-MISSING: An account on one
      * side only -- its type, status and balance on the line, the
      * balance into that side's type totals.
      *===============================================================
       3000-REPORT-ADDED.
           ADD 1 TO WS-ADDED-COUNT
           PERFORM 7050-FIND-CAND-TYPE
           ADD 1 TO WS-TT-ADDED(WS-TYPE-IDX)
           PERFORM 7200-ADD-CAND-BALANCE
           MOVE CND-NUMBER TO WS-DIF-ACCT
           MOVE '*** ACCOUNT ADDED ***' TO WS-DIF-FIELD
           MOVE 'CAND' TO WS-DIF-SIDE
           MOVE SPACES TO WS-DIF-VALUE
           STRING 'TYPE ' CND-TYPE '  STATUS ' CND-STATUS
               '  OPENED ' CND-OPEN-DATE
               DELIMITED BY SIZE INTO WS-DIF-VALUE
           END-STRING
           MOVE SPACES TO WS-DIF-DELTA
           IF CND-BALANCE NUMERIC
               MOVE CND-BALANCE TO WS-CMP-EDIT-AMT
               MOVE WS-CMP-EDIT-AMT TO WS-DIF-DELTA
           END-IF
           PERFORM 5900-WRITE-LINE.

       3100-REPORT-MISSING.
           ADD 1 TO WS-MISSING-COUNT
           PERFORM 7000-FIND-BASE-TYPE
           ADD 1 TO WS-TT-MISSING(WS-TYPE-IDX)
           PERFORM 7100-ADD-BASE-BALANCE
           MOVE BAS-NUMBER TO WS-DIF-ACCT
           MOVE '*** ACCOUNT MISSING ***' TO WS-DIF-FIELD
           MOVE 'BASE' TO WS-DIF-SIDE
           MOVE SPACES TO WS-DIF-VALUE
           STRING 'TYPE ' BAS-TYPE '  STATUS ' BAS-STATUS
               '  OPENED ' BAS-OPEN-DATE
               DELIMITED BY SIZE INTO WS-DIF-VALUE
           END-STRING
           MOVE SPACES TO WS-DIF-DELTA
           IF BAS-BALANCE NUMERIC
               MOVE BAS-BALANCE TO WS-CMP-EDIT-AMT
               MOVE WS-CMP-EDIT-AMT TO WS-DIF-DELTA
           END-IF
           PERFORM 5900-WRITE-LINE.

      *===============================================================
      * 5100-COMPARE-TEXT / 5200-COMPARE-AMOUNT: One field. A
      * difference in an excluded field is only counted; any other
      * prints the baseline and candidate values on two lines.
      *===============================================================
       5100-COMPARE-TEXT.
           IF WS-CMP-BASE-TEXT = WS-CMP-CAND-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM 5500-CHECK-EXCLUDED
           IF WS-FIELD-EXCLUDED
               ADD 1 TO WS-EXCLUDED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-CMP-MASKED
               PERFORM 5150-MASK-VALUES
           END-IF
           MOVE SPACES TO WS-CMP-DELTA-TEXT
           PERFORM 5800-PRINT-DIFFERENCE.

       5150-MASK-VALUES.
           SET MSK-SSN TO TRUE
           MOVE 'N' TO MSK-AUTHORIZED
           MOVE WS-CMP-BASE-TEXT TO MSK-VALUE-IN
           CALL 'MASKRTN' USING WS-MASK-REQUEST
           MOVE MSK-VALUE-OUT TO WS-CMP-BASE-TEXT
           MOVE WS-CMP-CAND-TEXT TO MSK-VALUE-IN
           CALL 'MASKRTN' USING WS-MASK-REQUEST
           MOVE MSK-VALUE-OUT TO WS-CMP-CAND-TEXT.

       5200-COMPARE-AMOUNT.
           IF WS-CMP-BASE-AMT = WS-CMP-CAND-AMT
               EXIT PARAGRAPH
           END-IF
           PERFORM 5500-CHECK-EXCLUDED
           IF WS-FIELD-EXCLUDED
               ADD 1 TO WS-EXCLUDED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CMP-BASE-AMT TO WS-CMP-EDIT-AMT
           MOVE WS-CMP-EDIT-AMT TO WS-CMP-BASE-TEXT
           MOVE WS-CMP-CAND-AMT TO WS-CMP-EDIT-AMT
           MOVE WS-CMP-EDIT-AMT TO WS-CMP-CAND-TEXT
           COMPUTE WS-CMP-DELTA = WS-CMP-CAND-AMT - WS-CMP-BASE-AMT
           MOVE WS-CMP-DELTA TO WS-CMP-EDIT-AMT
           MOVE WS-CMP-EDIT-AMT TO WS-CMP-DELTA-TEXT
           PERFORM 5800-PRINT-DIFFERENCE.

       5500-CHECK-EXCLUDED.
           MOVE 'N' TO WS-EXCL-FLAG
           PERFORM VARYING WS-EXCL-IDX FROM 1 BY 1
               UNTIL WS-EXCL-IDX > WS-EXCL-USED
               OR WS-FIELD-EXCLUDED
               IF WS-EXCL-NAME(WS-EXCL-IDX) = WS-CMP-NAME
                   SET WS-FIELD-EXCLUDED TO TRUE
               END-IF
           END-PERFORM.

      *    Baseline line, then candidate line with the difference;
      *    a repeating field shows its occurrence, e.g.
      *    TH-TRANS-AMOUNT(07).
       5800-PRINT-DIFFERENCE.
           ADD 1 TO WS-FIELD-DIFF-COUNT
           SET WS-ACCT-DIFFERS TO TRUE
           IF WS-LINE-COUNT + 1 >= WS-LINES-PER-PAGE
               PERFORM 1050-PRINT-HEADER
           END-IF
           MOVE WS-CMP-ACCT TO WS-DIF-ACCT
           MOVE SPACES TO WS-DIF-FIELD
           IF WS-CMP-OCC = 0
               MOVE WS-CMP-NAME TO WS-DIF-FIELD
           ELSE
               MOVE WS-CMP-OCC TO WS-CMP-OCC-DISP
               STRING WS-CMP-NAME DELIMITED BY SPACE
                   '(' WS-CMP-OCC-DISP ')' DELIMITED BY SIZE
                   INTO WS-DIF-FIELD
               END-STRING
           END-IF
           MOVE 'BASE' TO WS-DIF-SIDE
           MOVE WS-CMP-BASE-TEXT TO WS-DIF-VALUE
           MOVE SPACES TO WS-DIF-DELTA
           WRITE REPORT-RECORD FROM WS-DIF-LINE
           MOVE SPACES TO WS-DIF-ACCT
           MOVE SPACES TO WS-DIF-FIELD
           MOVE 'CAND' TO WS-DIF-SIDE
           MOVE WS-CMP-CAND-TEXT TO WS-DIF-VALUE
           MOVE WS-CMP-DELTA-TEXT TO WS-DIF-DELTA
           WRITE REPORT-RECORD FROM WS-DIF-LINE
           ADD 2 TO WS-LINE-COUNT.

       5900-WRITE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1050-PRINT-HEADER
           END-IF
           WRITE REPORT-RECORD FROM WS-DIF-LINE
           ADD 1 TO WS-LINE-COUNT.

      *===============================================================
      * 7000-7200: The type-total slot for an account type (SA, CH,
      * CR, or the catch-all fourth) and the balance into it.
      *===============================================================
       7000-FIND-BASE-TYPE.
           EVALUATE BAS-TYPE
               WHEN 'SA' MOVE 1 TO WS-TYPE-IDX
               WHEN 'CH' MOVE 2 TO WS-TYPE-IDX
               WHEN 'CR' MOVE 3 TO WS-TYPE-IDX
               WHEN OTHER MOVE 4 TO WS-TYPE-IDX
           END-EVALUATE.

       7050-FIND-CAND-TYPE.
           EVALUATE CND-TYPE
               WHEN 'SA' MOVE 1 TO WS-TYPE-IDX
               WHEN 'CH' MOVE 2 TO WS-TYPE-IDX
               WHEN 'CR' MOVE 3 TO WS-TYPE-IDX
               WHEN OTHER MOVE 4 TO WS-TYPE-IDX
           END-EVALUATE.

       7100-ADD-BASE-BALANCE.
           PERFORM 7000-FIND-BASE-TYPE
           IF BAS-BALANCE NUMERIC
               ADD BAS-BALANCE TO WS-TT-BASE-BAL(WS-TYPE-IDX)
               ADD BAS-BALANCE TO WS-TOTAL-BASE-BAL
           END-IF.

       7200-ADD-CAND-BALANCE.
           PERFORM 7050-FIND-CAND-TYPE
           IF CND-BALANCE NUMERIC
               ADD CND-BALANCE TO WS-TT-CAND-BAL(WS-TYPE-IDX)
               ADD CND-BALANCE TO WS-TOTAL-CAND-BAL
           END-IF.

      *===============================================================
      * 9000-PRINT-SUMMARY: Account and field counts, the fields
      * left out, and the balances by account type.
      *===============================================================
       9000-PRINT-SUMMARY.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDR-PAGE
           WRITE REPORT-RECORD FROM WS-HEADER-LINE-1
           WRITE REPORT-RECORD FROM WS-HEADER-LINE-2
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'BASELINE ACCOUNTS' TO WS-SUM-LABEL
           MOVE WS-BASE-COUNT TO WS-SUM-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           MOVE 'CANDIDATE ACCOUNTS' TO WS-SUM-LABEL
           MOVE WS-CAND-COUNT TO WS-SUM-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           MOVE 'MATCHED' TO WS-SUM-LABEL
           MOVE WS-MATCHED-COUNT TO WS-SUM-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           MOVE '  IDENTICAL' TO WS-SUM-LABEL
           MOVE WS-SAME-COUNT TO WS-SUM-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           MOVE '  WITH DIFFERENCES' TO WS-SUM-LABEL
           MOVE WS-DIFF-ACCT-COUNT TO WS-SUM-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           MOVE 'ADDED (CANDIDATE ONLY)' TO WS-SUM-LABEL
           MOVE WS-ADDED-COUNT TO WS-SUM-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           MOVE 'MISSING (BASELINE ONLY)' TO WS-SUM-LABEL
           MOVE WS-MISSING-COUNT TO WS-SUM-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           MOVE 'FIELD DIFFERENCES PRINTED' TO WS-SUM-LABEL
           MOVE WS-FIELD-DIFF-COUNT TO WS-SUM-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           MOVE 'EXCLUDED DIFFERENCES' TO WS-SUM-LABEL
           MOVE WS-EXCLUDED-COUNT TO WS-SUM-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           PERFORM VARYING WS-EXCL-IDX FROM 1 BY 1
               UNTIL WS-EXCL-IDX > WS-EXCL-USED
               MOVE SPACES TO WS-SUM-LINE
               STRING '  EXCLUDED: ' WS-EXCL-NAME(WS-EXCL-IDX)
                   DELIMITED BY SIZE INTO WS-SUM-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-SUM-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-TYPE-HEADER
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 4
               MOVE WS-TYPE-CODE(WS-TYPE-IDX) TO WS-TYL-TYPE
               MOVE WS-TT-MATCHED(WS-TYPE-IDX) TO WS-TYL-MATCHED
               MOVE WS-TT-CHANGED(WS-TYPE-IDX) TO WS-TYL-CHANGED
               MOVE WS-TT-ADDED(WS-TYPE-IDX) TO WS-TYL-ADDED
               MOVE WS-TT-MISSING(WS-TYPE-IDX) TO WS-TYL-MISSING
               MOVE WS-TT-BASE-BAL(WS-TYPE-IDX) TO WS-TYL-BASE-BAL
               MOVE WS-TT-CAND-BAL(WS-TYPE-IDX) TO WS-TYL-CAND-BAL
               COMPUTE WS-TYL-DIFF = WS-TT-CAND-BAL(WS-TYPE-IDX)
                   - WS-TT-BASE-BAL(WS-TYPE-IDX)
               WRITE REPORT-RECORD FROM WS-TYPE-LINE
           END-PERFORM
           MOVE SPACES TO WS-TYPE-LINE
           MOVE 'TOTAL' TO WS-TYL-TYPE
           MOVE WS-MATCHED-COUNT TO WS-TYL-MATCHED
           MOVE WS-ADDED-COUNT TO WS-TYL-ADDED
           MOVE WS-MISSING-COUNT TO WS-TYL-MISSING
           MOVE WS-TOTAL-BASE-BAL TO WS-TYL-BASE-BAL
           MOVE WS-TOTAL-CAND-BAL TO WS-TYL-CAND-BAL
           COMPUTE WS-TYL-DIFF = WS-TOTAL-CAND-BAL
               - WS-TOTAL-BASE-BAL
           WRITE REPORT-RECORD FROM WS-TYPE-LINE.
