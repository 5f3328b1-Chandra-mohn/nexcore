      *---------------------------------------------------------------
      * ODSWEEP.cbl -- Nightly overdraft-protection sweep
      * Covers overdrawn checking accounts from the savings account
      * each is linked to through ODENROLL (ACCT-OD-LINK-ACCT),
      * before CARDPROC's 2200-PROCESS-CHECKING flags the overdraft
      * and the customer is charged for it. Run ahead of CARDPROC.
      *
      * Every enrolled CH account with a balance below zero is
      * collected on a first pass over CARDMAST; each is then swept
      * on its own. The transfer brings the checking account back
      * to zero after the transfer fee, rounded up to the sweep
      * increment (ODPARM; 100.00 by default) -- or the whole
      * savings balance when that covers the shortfall but not the
      * full increment. The pair posts as 'OD' rows, minus on the
      * savings account and plus on the checking account, and the
      * fee as an 'OF' row on the checking account, priced from the
      * first 'OT' row of FEESCHED for CH accounts (no row, no
      * fee). Both records are journaled through CHGJRNL.
      *
      * A transfer is not made -- and is listed on ODSRPT as failed
      * -- when the savings balance cannot cover the shortfall and
      * fee, when the savings account is missing, not an open SA
      * account, or no longer the same customer's, or when either
      * history table has no room for its rows. Frozen checking
      * accounts are swept (the freeze is what an uncovered
      * overdraft leads to); deceased and bankrupt customers are
      * not. Ends with condition code 4 when any transfer failed
      * and 8 when candidates were dropped at the table cap.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODSWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FEE-SCHED-FILE
               ASSIGN TO 'FEESCHED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FSC-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'ODSRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'ODPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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
       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  FEE-SCHED-FILE.
       01  FEE-SCHED-RECORD.
           COPY FEE-SCHEDULE.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  ODP-SWEEP-INCREMENT PIC 9(05)V99.

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
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
           88  WS-EOF              VALUE '10'.
       01  WS-FSC-STATUS           PIC XX.
           88  WS-FSC-SUCCESS      VALUE '00'.
           88  WS-FSC-EOF          VALUE '10'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
       01  WS-CTL-STATUS           PIC XX.
           88  WS-CTL-SUCCESS      VALUE '00'.
           88  WS-CTL-NOT-FOUND    VALUE '35'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-CURRENT-TIME         PIC 9(06).

      *    Sweep policy: transfers move in whole increments (ODPARM)
      *    and carry the 'OT' transfer fee from FEESCHED.
       01  WS-SWEEP-INCREMENT      PIC 9(05)V99 VALUE 100.00.
       01  WS-XFER-FEE             PIC S9(07)V99 COMP-3
                                   VALUE ZEROS.

      *    Overdrawn enrolled checking accounts found on the first
      *    pass, swept one by one on the second.
       01  WS-CAND-MAX             PIC 9(04) VALUE 2000.
       01  WS-CAND-USED            PIC 9(04) VALUE ZEROS.
       01  WS-CAND-IDX             PIC 9(04) VALUE ZEROS.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 2000 TIMES.
               10  WS-CAND-CHECKING    PIC X(16).
               10  WS-CAND-SAVINGS     PIC X(16).

      *    The transfer being made: the checking shortfall, what
      *    has to come across to clear it and the fee, and the
      *    amount actually moved.
       01  WS-CHK-ACCT             PIC X(16).
       01  WS-SAV-ACCT             PIC X(16).
       01  WS-CHK-SSN              PIC X(09).
       01  WS-SHORTFALL            PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-NEEDED               PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-INCREMENTS           PIC S9(09) COMP-3 VALUE ZEROS.
       01  WS-XFER-AMOUNT          PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-FAIL-REASON          PIC X(24) VALUE SPACES.
       01  WS-FAIL-FUNDS-FLAG      PIC X(01) VALUE 'N'.
           88  WS-FAIL-FOR-FUNDS   VALUE 'Y'.

       01  WS-NEXT-SEQ             PIC 9(07) VALUE ZEROS.
       01  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-SWEPT-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-FEE-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-FAILED-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-NO-FUNDS-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-DROPPED-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-REWRITE-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-SWEPT-TOTAL          PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-FEE-TOTAL            PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-BAL-BEFORE-TOTAL     PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-BAL-AFTER-TOTAL      PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-AMOUNT-POSTED-TOTAL  PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.

       01  WS-DTL-LINE.
           05  WS-DTL-STATUS       PIC X(07).
           05  WS-DTL-CHECKING     PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DTL-SAVINGS      PIC X(16).
           05  WS-DTL-AMOUNT       PIC Z(08)9.99-.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DTL-NOTE         PIC X(24).
           05  FILLER              PIC X(02) VALUE SPACES.

       01  WS-FEE-EDIT             PIC Z(06)9.99.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL        PIC X(32).
           05  WS-TOT-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TOT-AMOUNT       PIC Z(12)9.99.
           05  FILLER              PIC X(21) VALUE SPACES.

      *    Parameter area for the shared CHGJRNL change-journal
      *    writer -- before image captured at READ time, after image
      *    at REWRITE time.
       01  WS-JOURNAL-REQUEST.
           COPY CHANGE-JOURNAL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME.
           PERFORM 0050-READ-PARAMETERS.
           PERFORM 0070-LOAD-FEE-SCHEDULE.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0060-OPEN-CONTROL-FILE.
           PERFORM 1000-FIND-CANDIDATES
               UNTIL WS-EOF.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-USED
               PERFORM 3000-SWEEP-ACCOUNT
           END-PERFORM.
           PERFORM 8000-WRITE-TOTALS.
           PERFORM 9200-WRITE-CONTROL-RECORD.
           CLOSE CONTROL-FILE.
           CLOSE CARD-MASTER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'RECORDS:            ' WS-RECORD-COUNT.
           DISPLAY 'OVERDRAWN ENROLLED: ' WS-CAND-USED.
           DISPLAY 'TRANSFERS MADE:     ' WS-SWEPT-COUNT.
           DISPLAY 'AMOUNT SWEPT:       ' WS-SWEPT-TOTAL.
           DISPLAY 'TRANSFER FEES:      ' WS-FEE-TOTAL.
           DISPLAY 'TRANSFERS FAILED:   ' WS-FAILED-COUNT.
           DISPLAY '  NO SAVINGS FUNDS: ' WS-NO-FUNDS-COUNT.
           EVALUATE TRUE
               WHEN WS-DROPPED-COUNT > 0
                   DISPLAY 'CANDIDATES DROPPED AT TABLE CAP: '
                       WS-DROPPED-COUNT ' -- CONDITION CODE 8'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FAILED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       0050-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-SUCCESS
               READ PARM-FILE
                   NOT AT END
                       IF ODP-SWEEP-INCREMENT NUMERIC
                           AND ODP-SWEEP-INCREMENT > 0
                           MOVE ODP-SWEEP-INCREMENT
                               TO WS-SWEEP-INCREMENT
                       END-IF
               END-READ
               CLOSE PARM-FILE
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
      * 0070-LOAD-FEE-SCHEDULE: The transfer fee is the first 'OT'
      * row of the shared FEESCHED table that applies to checking
      * accounts (typed 'CH' or for every type). Optional file;
      * without a row no fee is charged.
      *===============================================================
       0070-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHED-FILE
           IF WS-FSC-SUCCESS
               PERFORM 0075-READ-FEE-ROW
                   UNTIL WS-FSC-EOF
               CLOSE FEE-SCHED-FILE
           END-IF
           DISPLAY 'OVERDRAFT TRANSFER FEE: ' WS-XFER-FEE.

       0075-READ-FEE-ROW.
           READ FEE-SCHED-FILE
               AT END SET WS-FSC-EOF TO TRUE
               NOT AT END
                   IF FSC-OD-XFER-FEE
                       AND (FSC-ACCT-TYPE = SPACES
                           OR FSC-ACCT-TYPE = 'CH')
                       AND FSC-FLAT-AMT > 0
                       MOVE FSC-FLAT-AMT TO WS-XFER-FEE
                       SET WS-FSC-EOF TO TRUE
                   END-IF
           END-READ.

      *===============================================================
      * 1000-FIND-CANDIDATES: Enrolled checking accounts below zero.
      * Collected first so the sweep's keyed reads of the savings
      * side do not disturb the browse.
      *===============================================================
       1000-FIND-CANDIDATES.
           READ CARD-MASTER-FILE NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   IF ACCT-CHECKING
                       AND NOT ACCT-OD-NOT-ENROLLED
                       AND ACCT-BALANCE < 0
                       AND (ACCT-ACTIVE OR ACCT-FROZEN)
                       AND NOT ACCT-DECEASED
                       AND NOT ACCT-IN-BANKRUPTCY
                       PERFORM 1100-ADD-CANDIDATE
                   END-IF
           END-READ.

       1100-ADD-CANDIDATE.
           IF WS-CAND-USED >= WS-CAND-MAX
               DISPLAY 'CANDIDATE TABLE FULL, DROPPING: '
                   ACCT-NUMBER
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAND-USED
           MOVE ACCT-NUMBER TO WS-CAND-CHECKING(WS-CAND-USED)
           MOVE ACCT-OD-LINK-ACCT TO WS-CAND-SAVINGS(WS-CAND-USED).

      *===============================================================
      * 3000-SWEEP-ACCOUNT: Size the transfer on the checking side,
      * prove the savings side can cover it, then post the savings
      * debit and the checking credit and fee.
      *===============================================================
       3000-SWEEP-ACCOUNT.
           MOVE WS-CAND-CHECKING(WS-CAND-IDX) TO WS-CHK-ACCT
           MOVE WS-CAND-SAVINGS(WS-CAND-IDX) TO WS-SAV-ACCT
           MOVE SPACES TO WS-FAIL-REASON
           MOVE 'N' TO WS-FAIL-FUNDS-FLAG
           MOVE 0 TO WS-SHORTFALL
           PERFORM 3100-SIZE-TRANSFER
           IF WS-FAIL-REASON NOT = SPACES
               PERFORM 7000-WRITE-FAILURE
               EXIT PARAGRAPH
           END-IF
           IF WS-SHORTFALL <= 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-DEBIT-SAVINGS
           IF WS-FAIL-REASON NOT = SPACES
               PERFORM 7000-WRITE-FAILURE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3300-CREDIT-CHECKING
           IF WS-FAIL-REASON NOT = SPACES
               PERFORM 7000-WRITE-FAILURE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SWEPT-COUNT
           ADD WS-XFER-AMOUNT TO WS-SWEPT-TOTAL
           IF WS-XFER-FEE > 0
               ADD 1 TO WS-FEE-COUNT
               ADD WS-XFER-FEE TO WS-FEE-TOTAL
           END-IF
           PERFORM 7100-WRITE-TRANSFER.

      *===============================================================
      * 3100-SIZE-TRANSFER: Enough to bring the checking balance
      * back to zero once the fee is taken, rounded up to a whole
      * number of sweep increments. The checking side needs room
      * for the transfer and fee rows.
      *===============================================================
       3100-SIZE-TRANSFER.
           MOVE WS-CHK-ACCT TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'CHECKING NOT ON FILE' TO WS-FAIL-REASON
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-BALANCE >= 0
               EXIT PARAGRAPH
           END-IF
           IF TH-TRANS-COUNT > 48
               MOVE 'CHECKING HISTORY FULL' TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CH-SSN TO WS-CHK-SSN
           COMPUTE WS-SHORTFALL = 0 - ACCT-BALANCE
           COMPUTE WS-NEEDED = WS-SHORTFALL + WS-XFER-FEE
           COMPUTE WS-INCREMENTS =
               WS-NEEDED / WS-SWEEP-INCREMENT
           IF WS-INCREMENTS * WS-SWEEP-INCREMENT < WS-NEEDED
               ADD 1 TO WS-INCREMENTS
           END-IF
           COMPUTE WS-XFER-AMOUNT =
               WS-INCREMENTS * WS-SWEEP-INCREMENT.

      *===============================================================
      * 3200-DEBIT-SAVINGS: The savings account must still be an
      * open SA account of the same customer with room for its row
      * and enough on deposit; a balance short of the increment but
      * covering the shortfall and fee goes across whole.
      *===============================================================
       3200-DEBIT-SAVINGS.
           MOVE WS-SAV-ACCT TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'SAVINGS NOT ON FILE' TO WS-FAIL-REASON
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN NOT ACCT-SAVINGS
                   OR NOT ACCT-ACTIVE
                   OR ACCT-DECEASED
                   OR ACCT-IN-BANKRUPTCY
                   MOVE 'SAVINGS NOT OPEN' TO WS-FAIL-REASON
               WHEN CH-SSN NOT = WS-CHK-SSN
                   MOVE 'NOT SAME CUSTOMER' TO WS-FAIL-REASON
               WHEN TH-TRANS-COUNT >= 50
                   MOVE 'SAVINGS HISTORY FULL' TO WS-FAIL-REASON
               WHEN ACCT-BALANCE < WS-NEEDED
                   MOVE 'INSUFFICIENT SAVINGS' TO WS-FAIL-REASON
                   SET WS-FAIL-FOR-FUNDS TO TRUE
           END-EVALUATE
           IF WS-FAIL-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ACCT-BALANCE < WS-XFER-AMOUNT
               MOVE ACCT-BALANCE TO WS-XFER-AMOUNT
           END-IF
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO TH-TRANS-COUNT
           MOVE SPACES TO TH-TRANS-ID(TH-TRANS-COUNT)
           STRING 'ODS' DELIMITED SIZE
                  WS-NEXT-SEQ DELIMITED SIZE
               INTO TH-TRANS-ID(TH-TRANS-COUNT)
           END-STRING
           MOVE WS-CURRENT-DATE TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE 'OD' TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           COMPUTE TH-TRANS-AMOUNT(TH-TRANS-COUNT) =
               0 - WS-XFER-AMOUNT
           MOVE SPACES TO TH-TRANS-DESC(TH-TRANS-COUNT)
           STRING 'OVERDRAFT XFER TO ' DELIMITED SIZE
                  WS-CHK-ACCT DELIMITED SIZE
               INTO TH-TRANS-DESC(TH-TRANS-COUNT)
           END-STRING
           MOVE SPACES TO TH-MERCHANT-ID(TH-TRANS-COUNT)
           MOVE SPACES TO TH-TRANS-DETAIL(TH-TRANS-COUNT)
           SUBTRACT WS-XFER-AMOUNT FROM ACCT-BALANCE
           MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
                   MOVE 'SAVINGS REWRITE FAILED' TO WS-FAIL-REASON
               NOT INVALID KEY
                   PERFORM 3900-JOURNAL-CHANGE
                   SUBTRACT WS-XFER-AMOUNT
                       FROM WS-AMOUNT-POSTED-TOTAL
           END-REWRITE.

      *===============================================================
      * 3300-CREDIT-CHECKING: The other half of the pair and the
      * transfer fee. The savings side has already posted, so a
      * failure here is reported for the account to be put right
      * by hand.
      *===============================================================
       3300-CREDIT-CHECKING.
           MOVE WS-CHK-ACCT TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   DISPLAY 'CHECKING NOT CREDITED: ' WS-CHK-ACCT
                   MOVE 'SAVINGS ONLY POSTED' TO WS-FAIL-REASON
                   EXIT PARAGRAPH
           END-READ
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO TH-TRANS-COUNT
           MOVE SPACES TO TH-TRANS-ID(TH-TRANS-COUNT)
           STRING 'ODS' DELIMITED SIZE
                  WS-NEXT-SEQ DELIMITED SIZE
               INTO TH-TRANS-ID(TH-TRANS-COUNT)
           END-STRING
           MOVE WS-CURRENT-DATE TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE 'OD' TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           MOVE WS-XFER-AMOUNT TO TH-TRANS-AMOUNT(TH-TRANS-COUNT)
           MOVE SPACES TO TH-TRANS-DESC(TH-TRANS-COUNT)
           STRING 'OVERDRAFT XFER FROM ' DELIMITED SIZE
                  WS-SAV-ACCT DELIMITED SIZE
               INTO TH-TRANS-DESC(TH-TRANS-COUNT)
           END-STRING
           MOVE SPACES TO TH-MERCHANT-ID(TH-TRANS-COUNT)
           MOVE SPACES TO TH-TRANS-DETAIL(TH-TRANS-COUNT)
           ADD WS-XFER-AMOUNT TO ACCT-BALANCE
           IF WS-XFER-FEE > 0
               ADD 1 TO WS-NEXT-SEQ
               ADD 1 TO TH-TRANS-COUNT
               MOVE SPACES TO TH-TRANS-ID(TH-TRANS-COUNT)
               STRING 'ODF' DELIMITED SIZE
                      WS-NEXT-SEQ DELIMITED SIZE
                   INTO TH-TRANS-ID(TH-TRANS-COUNT)
               END-STRING
               MOVE WS-CURRENT-DATE TO TH-TRANS-DATE(TH-TRANS-COUNT)
               MOVE 'OF' TO TH-TRANS-TYPE(TH-TRANS-COUNT)
               MOVE WS-XFER-FEE TO TH-TRANS-AMOUNT(TH-TRANS-COUNT)
               MOVE 'OVERDRAFT TRANSFER FEE'
                   TO TH-TRANS-DESC(TH-TRANS-COUNT)
               MOVE SPACES TO TH-MERCHANT-ID(TH-TRANS-COUNT)
               MOVE SPACES TO TH-TRANS-DETAIL(TH-TRANS-COUNT)
               SUBTRACT WS-XFER-FEE FROM ACCT-BALANCE
           END-IF
           MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
                   MOVE 'SAVINGS ONLY POSTED' TO WS-FAIL-REASON
               NOT INVALID KEY
                   PERFORM 3900-JOURNAL-CHANGE
                   COMPUTE WS-AMOUNT-POSTED-TOTAL =
                       WS-AMOUNT-POSTED-TOTAL + WS-XFER-AMOUNT
                       - WS-XFER-FEE
           END-REWRITE.

      *===============================================================
      * 3900-JOURNAL-CHANGE: Append the before/after image pair for
      * the update just applied to the shared change journal.
      *===============================================================
       3900-JOURNAL-CHANGE.
           MOVE 'ODSWEEP' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST
           ADD 1 TO WS-REWRITE-COUNT
           ADD JRN-BEFORE-BALANCE TO WS-BAL-BEFORE-TOTAL
           ADD ACCT-BALANCE TO WS-BAL-AFTER-TOTAL.

      *===============================================================
      * 7000-WRITE-FAILURE: The amount shown is the checking
      * shortfall the sweep could not cover.
      *===============================================================
       7000-WRITE-FAILURE.
           ADD 1 TO WS-FAILED-COUNT
           IF WS-FAIL-FOR-FUNDS
               ADD 1 TO WS-NO-FUNDS-COUNT
           END-IF
           MOVE 'FAILED ' TO WS-DTL-STATUS
           MOVE WS-CHK-ACCT TO WS-DTL-CHECKING
           MOVE WS-SAV-ACCT TO WS-DTL-SAVINGS
           MOVE WS-SHORTFALL TO WS-DTL-AMOUNT
           MOVE WS-FAIL-REASON TO WS-DTL-NOTE
           WRITE REPORT-RECORD FROM WS-DTL-LINE
           DISPLAY 'TRANSFER FAILED: ' WS-CHK-ACCT ' '
               WS-FAIL-REASON.

       7100-WRITE-TRANSFER.
           MOVE 'SWEPT  ' TO WS-DTL-STATUS
           MOVE WS-CHK-ACCT TO WS-DTL-CHECKING
           MOVE WS-SAV-ACCT TO WS-DTL-SAVINGS
           MOVE WS-XFER-AMOUNT TO WS-DTL-AMOUNT
           MOVE SPACES TO WS-DTL-NOTE
           IF WS-XFER-FEE > 0
               MOVE WS-XFER-FEE TO WS-FEE-EDIT
               STRING 'FEE ' DELIMITED SIZE
                      WS-FEE-EDIT DELIMITED SIZE
                   INTO WS-DTL-NOTE
               END-STRING
           END-IF
           WRITE REPORT-RECORD FROM WS-DTL-LINE.

       8000-WRITE-TOTALS.
           MOVE 0 TO WS-TOT-AMOUNT
           MOVE 'OVERDRAWN ENROLLED ACCOUNTS:' TO WS-TOT-LABEL
           MOVE WS-CAND-USED TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'TRANSFERS MADE:' TO WS-TOT-LABEL
           MOVE WS-SWEPT-COUNT TO WS-TOT-COUNT
           MOVE WS-SWEPT-TOTAL TO WS-TOT-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'TRANSFER FEES CHARGED:' TO WS-TOT-LABEL
           MOVE WS-FEE-COUNT TO WS-TOT-COUNT
           MOVE WS-FEE-TOTAL TO WS-TOT-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 0 TO WS-TOT-AMOUNT
           MOVE 'TRANSFERS FAILED:' TO WS-TOT-LABEL
           MOVE WS-FAILED-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE '  FOR LACK OF SAVINGS FUNDS:' TO WS-TOT-LABEL
           MOVE WS-NO-FUNDS-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

      *===============================================================
      * 9200-WRITE-CONTROL-RECORD: Append this run's counts and
      * money-movement totals to the shared control file so BALCTL
      * can prove the night's balance drift is fully explained --
      * the transfers net to nothing, the fees do not.
      *===============================================================
       9200-WRITE-CONTROL-RECORD.
           MOVE 'ODSWEEP' TO RCT-PROGRAM-ID
           MOVE WS-CURRENT-DATE     TO RCT-RUN-DATE
           MOVE WS-CURRENT-TIME     TO RCT-RUN-TIME
           MOVE WS-RECORD-COUNT TO RCT-RECORDS-READ
           MOVE WS-REWRITE-COUNT TO RCT-RECORDS-WRITTEN
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
