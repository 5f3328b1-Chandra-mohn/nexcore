      *---------------------------------------------------------------
      * AGENCY.cbl -- Third-party collection agency placement,
      * recall, and recovery posting for charged-off accounts
      * Three passes, in this order:
      *
      * Recoveries -- each AGYREMIT line is a collection the agency
      * made on a placed account. The gross collected posts as a
      * 'RV' recovery row on TRANS-HISTORY and into
      * ACCT-RECOVERED-AMT through the CHGJRNL journal; it never
      * touches ACCT-BALANCE (charge-off left that at zero) and is
      * never a 'PA' payment, so DELINQ does not re-age the account.
      * The run's recoveries are journaled to AGYGL in GL-JOURNAL
      * layout on their own line: the gross credits the 150000
      * loan-loss allowance, the net remitted debits 100000 cash,
      * and the agency's contingency fee debits 650000 collection
      * expense. GLFEED skips the 'RV' rows so nothing books twice.
      * An account recovered in full is recalled automatically.
      *
      * Recalls -- each AGYRCLRQ request from the collections desk
      * pulls a placed account back; the recall goes out on AGYRECAL
      * for the agency to stop work. A reassignment recall frees the
      * account to be placed again with the current agency.
      *
      * Placements -- a sweep of CARDMAST recalls any placed account
      * that has since gone into bankruptcy or into an in-house
      * settlement, and places every charged-off account not yet placed,
      * still owing, and neither an estate account, in bankruptcy, nor
      * under settlement with the agency named on AGYPARM, one AGYPLACE
      * record each with the cardholder's name, address, SSN, the
      * balance still owed, and the last payment found on the record or
      * on the offloaded TRANHIST rows. No AGYPARM, no placements.
      *
      * A collection dated in a month PERCLOSE has closed (PERIODCT)
      * posts its 'RV' row on the first open date with the collect
      * date kept in the description, or -- when 'RV' is on the
      * period record's hold list -- is rejected for accounting;
      * either way it is logged on PRIORPD.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO 'AGYPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REMIT-FILE
               ASSIGN TO 'AGYREMIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RMT-STATUS.

           SELECT RECALL-REQ-FILE
               ASSIGN TO 'AGYRCLRQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RRQ-STATUS.

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

           SELECT PLACEMENT-FILE
               ASSIGN TO 'AGYPLACE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLC-STATUS.

           SELECT RECALL-FILE
               ASSIGN TO 'AGYRECAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCL-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO 'AGYREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO 'AGYGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT PERIOD-FILE
               ASSIGN TO 'PERIODCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCT-STATUS.

           SELECT PRIOR-PERIOD-FILE
               ASSIGN TO 'PRIORPD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  AGY-PARM-AGENCY-ID  PIC X(04).

       FD  REMIT-FILE.
       01  REMIT-RECORD.
           COPY AGENCY-REMIT.

       FD  RECALL-REQ-FILE.
       01  RECALL-REQ-RECORD.
           COPY AGENCY-RECALL
               REPLACING LEADING ==ARC== BY ==RRQ==.

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY TRANS-HIST-OFFLOAD.

       FD  PLACEMENT-FILE.
       01  PLACEMENT-RECORD.
           COPY AGENCY-PLACEMENT.

       FD  RECALL-FILE.
       01  RECALL-RECORD.
           COPY AGENCY-RECALL.

       FD  REJECT-FILE.
       01  REJECT-RECORD           PIC X(80).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           COPY GL-JOURNAL.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           COPY PERIOD-CONTROL.

       FD  PRIOR-PERIOD-FILE.
       01  PRIOR-PERIOD-RECORD.
           COPY PRIOR-PERIOD-ITEM.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
       01  WS-RMT-STATUS           PIC XX.
           88  WS-RMT-SUCCESS      VALUE '00'.
           88  WS-RMT-EOF          VALUE '10'.
       01  WS-RRQ-STATUS           PIC XX.
           88  WS-RRQ-SUCCESS      VALUE '00'.
           88  WS-RRQ-EOF          VALUE '10'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
           88  WS-EOF              VALUE '10'.
       01  WS-HXS-STATUS           PIC XX.
           88  WS-HXS-SUCCESS      VALUE '00'.
       01  WS-PLC-STATUS           PIC XX.
           88  WS-PLC-SUCCESS      VALUE '00'.
       01  WS-RCL-STATUS           PIC XX.
           88  WS-RCL-SUCCESS      VALUE '00'.
       01  WS-REJ-STATUS           PIC XX.
           88  WS-REJ-SUCCESS      VALUE '00'.
       01  WS-JRN-STATUS           PIC XX.
           88  WS-JRN-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).

      *    Agency new placements go to tonight (AGYPARM); spaces
      *    when no parameter is on file, which turns placement off.
       01  WS-PLACE-AGENCY-ID      PIC X(04) VALUE SPACES.

       01  WS-HIST-LOOKUP-FLAG     PIC X(01) VALUE 'N'.
           88  WS-HIST-LOOKUP-ON   VALUE 'Y'.
       01  WS-HIST-DONE-FLAG       PIC X(01) VALUE 'N'.
           88  WS-HIST-DONE        VALUE 'Y'.

      *    GL accounts for the recovery journal.
       01  WS-GL-CASH              PIC X(06) VALUE '100000'.
       01  WS-GL-ALLOWANCE         PIC X(06) VALUE '150000'.
       01  WS-GL-AGENCY-FEES       PIC X(06) VALUE '650000'.

       01  WS-REMIT-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-RECOVERED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-REMIT-REJECT-COUNT   PIC 9(05) VALUE ZEROS.
       01  WS-REQUEST-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-RECALLED-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-PAID-OUT-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-BK-RECALL-COUNT      PIC 9(05) VALUE ZEROS.
       01  WS-SETTLE-RECALL-COUNT  PIC 9(05) VALUE ZEROS.
       01  WS-RECALL-REJECT-COUNT  PIC 9(05) VALUE ZEROS.
       01  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-PLACED-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-GROSS-TOTAL          PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-FEE-TOTAL            PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-NET-TOTAL            PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-PLACED-TOTAL         PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-NEXT-SEQ             PIC 9(07) VALUE ZEROS.
       01  WS-NEXT-TRANS-ID        PIC X(12).
       01  WS-TRANS-IDX            PIC 9(03).

       01  WS-STILL-OWED           PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-LAST-PAY-DATE        PIC 9(08) VALUE ZEROS.
       01  WS-LAST-PAY-AMOUNT      PIC S9(11)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-RECALL-REASON        PIC X(02).
       01  WS-PAID-OUT-FLAG        PIC X(01) VALUE 'N'.
           88  WS-PAID-OUT         VALUE 'Y'.

      *    Closed-period guard, the same optional PERIODCT check
      *    TRANLOAD makes: WS-POST-DATE is the date the recovery
      *    posts on.
       01  WS-PCT-STATUS           PIC XX.
           88  WS-PCT-SUCCESS      VALUE '00'.
       01  WS-PPI-STATUS           PIC XX.
           88  WS-PPI-SUCCESS      VALUE '00'.
           88  WS-PPI-NOT-FOUND    VALUE '35'.
       01  WS-PERIOD-GUARD-FLAG    PIC X(01) VALUE 'N'.
           88  WS-PERIOD-GUARD-ON  VALUE 'Y'.
       01  WS-PERIOD-CONTROL.
           COPY PERIOD-CONTROL
               REPLACING LEADING ==PCT== BY ==PER==.
       01  WS-PERIOD-ACTION        PIC X(01) VALUE SPACE.
           88  WS-POST-AS-DATED    VALUE SPACE.
           88  WS-POST-REDATED     VALUE 'R'.
           88  WS-POST-HELD        VALUE 'H'.
       01  WS-POST-DATE            PIC 9(08).
       01  WS-HOLD-IDX             PIC 9(02).
       01  WS-REDATED-COUNT        PIC 9(05) VALUE ZEROS.

       01  WS-REJ-LINE.
           05  FILLER              PIC X(07) VALUE 'REJECT '.
           05  WS-REJ-SOURCE       PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-ACCT         PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-AGENCY       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-AMOUNT       PIC Z(10)9.99-.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-REASON       PIC X(28).

      *    Parameter area for the shared CHGJRNL change-journal
      *    writer -- before image captured at READ time, after image
      *    at REWRITE time.
       01  WS-JOURNAL-REQUEST.
           COPY CHANGE-JOURNAL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0100-READ-PARM.
           PERFORM 0045-LOAD-PERIOD-CONTROL.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PLACEMENT-FILE.
           IF NOT WS-PLC-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-PLC-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RECALL-FILE.
           IF NOT WS-RCL-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RCL-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE PLACEMENT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF NOT WS-REJ-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-REJ-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE PLACEMENT-FILE
               CLOSE RECALL-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           IF NOT WS-JRN-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-JRN-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE PLACEMENT-FILE
               CLOSE RECALL-FILE
               CLOSE REJECT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *    The offloaded-history KSDS is optional -- before the
      *    first CYCLOFF run there is nothing to look through.
           OPEN INPUT HISTORY-FILE.
           IF WS-HXS-SUCCESS
               SET WS-HIST-LOOKUP-ON TO TRUE
           END-IF.

           OPEN INPUT REMIT-FILE.
           IF WS-RMT-SUCCESS
               PERFORM 1000-PROCESS-REMITTANCE
                   UNTIL WS-RMT-EOF
               CLOSE REMIT-FILE
           END-IF.
           PERFORM 8000-WRITE-GL-JOURNAL.

           OPEN INPUT RECALL-REQ-FILE.
           IF WS-RRQ-SUCCESS
               PERFORM 2000-PROCESS-RECALL
                   UNTIL WS-RRQ-EOF
               CLOSE RECALL-REQ-FILE
           END-IF.

           MOVE LOW-VALUES TO ACCT-NUMBER
           START CARD-MASTER-FILE KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM 3000-PLACEMENT-SWEEP
               UNTIL WS-EOF.

           IF WS-HIST-LOOKUP-ON
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE CARD-MASTER-FILE.
           CLOSE PLACEMENT-FILE.
           CLOSE RECALL-FILE.
           CLOSE REJECT-FILE.
           CLOSE JOURNAL-FILE.
           IF WS-PERIOD-GUARD-ON
               CLOSE PRIOR-PERIOD-FILE
           END-IF.
           DISPLAY 'REMITTANCE LINES:   ' WS-REMIT-COUNT.
           DISPLAY 'RECOVERIES POSTED:  ' WS-RECOVERED-COUNT.
           DISPLAY 'REMITTANCE REJECTS: ' WS-REMIT-REJECT-COUNT.
           DISPLAY 'CLOSED PERIOD RE-DATED: ' WS-REDATED-COUNT.
           DISPLAY 'GROSS RECOVERED:    ' WS-GROSS-TOTAL.
           DISPLAY 'AGENCY FEES:        ' WS-FEE-TOTAL.
           DISPLAY 'NET REMITTED:       ' WS-NET-TOTAL.
           DISPLAY 'RECALL REQUESTS:    ' WS-REQUEST-COUNT.
           DISPLAY 'RECALLED:           ' WS-RECALLED-COUNT.
           DISPLAY 'RECALLED PAID OUT:  ' WS-PAID-OUT-COUNT.
           DISPLAY 'RECALLED BANKRUPT:  ' WS-BK-RECALL-COUNT.
           DISPLAY 'RECALLED SETTLED:   ' WS-SETTLE-RECALL-COUNT.
           DISPLAY 'RECALL REJECTS:     ' WS-RECALL-REJECT-COUNT.
           DISPLAY 'RECORDS SWEPT:      ' WS-RECORD-COUNT.
           DISPLAY 'PLACED WITH ' WS-PLACE-AGENCY-ID ':   '
               WS-PLACED-COUNT.
           DISPLAY 'BALANCE PLACED:     ' WS-PLACED-TOTAL.
           MOVE 0 TO RETURN-CODE
           IF WS-REMIT-REJECT-COUNT > 0
               OR WS-RECALL-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-SUCCESS
               READ PARM-FILE
                   NOT AT END
                       MOVE AGY-PARM-AGENCY-ID TO WS-PLACE-AGENCY-ID
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-PLACE-AGENCY-ID = SPACES
               DISPLAY 'NO AGYPARM AGENCY -- NO PLACEMENTS TONIGHT'
           END-IF.

       1000-PROCESS-REMITTANCE.
           READ REMIT-FILE
               AT END SET WS-RMT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REMIT-COUNT
                   PERFORM 1100-POST-RECOVERY
           END-READ.

      *===============================================================
      * 1100-POST-RECOVERY: Validate the line against the master --
      * the account must be charged off and on this agency's books
      * (placed, or recalled after the agency had already collected)
      * and the line must foot -- then post the gross as a recovery.
      *===============================================================
       1100-POST-RECOVERY.
           MOVE AGR-ACCT-NUMBER TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'UNKNOWN ACCOUNT' TO WS-REJ-REASON
                   PERFORM 1900-REJECT-REMITTANCE
                   EXIT PARAGRAPH
           END-READ
           IF NOT ACCT-CHARGED-OFF
               MOVE 'ACCOUNT NOT CHARGED OFF' TO WS-REJ-REASON
               PERFORM 1900-REJECT-REMITTANCE
               EXIT PARAGRAPH
           END-IF
           IF ACCT-AGENCY-ID NOT = AGR-AGENCY-ID
               OR (NOT ACCT-AGENCY-PLACED
                   AND NOT ACCT-AGENCY-RECALLED)
               MOVE 'NOT PLACED WITH THIS AGENCY' TO WS-REJ-REASON
               PERFORM 1900-REJECT-REMITTANCE
               EXIT PARAGRAPH
           END-IF
           IF AGR-GROSS-AMOUNT <= 0
               OR AGR-FEE-AMOUNT < 0
               OR AGR-GROSS-AMOUNT NOT =
                   AGR-FEE-AMOUNT + AGR-NET-AMOUNT
               MOVE 'GROSS NOT FEE PLUS NET' TO WS-REJ-REASON
               PERFORM 1900-REJECT-REMITTANCE
               EXIT PARAGRAPH
           END-IF
           IF TH-TRANS-COUNT >= 50
               MOVE 'TRANS TABLE FULL' TO WS-REJ-REASON
               PERFORM 1900-REJECT-REMITTANCE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1080-CHECK-PERIOD
           IF WS-POST-HELD
               MOVE 'COLLECTED IN CLOSED PERIOD' TO WS-REJ-REASON
               PERFORM 1900-REJECT-REMITTANCE
               EXIT PARAGRAPH
           END-IF

           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO TH-TRANS-COUNT
           STRING 'AGY' DELIMITED SIZE
                  WS-NEXT-SEQ DELIMITED SIZE
               INTO WS-NEXT-TRANS-ID
           END-STRING
           MOVE WS-NEXT-TRANS-ID TO TH-TRANS-ID(TH-TRANS-COUNT)
           MOVE WS-POST-DATE TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE 'RV' TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           MOVE AGR-GROSS-AMOUNT TO TH-TRANS-AMOUNT(TH-TRANS-COUNT)
           MOVE 'AGENCY RECOVERY' TO TH-TRANS-DESC(TH-TRANS-COUNT)
           IF WS-POST-REDATED
               MOVE SPACES TO TH-TRANS-DESC(TH-TRANS-COUNT)
               STRING 'ORIG ' DELIMITED SIZE
                      AGR-COLLECT-DATE DELIMITED SIZE
                      ' AGENCY RECOVERY' DELIMITED SIZE
                   INTO TH-TRANS-DESC(TH-TRANS-COUNT)
               END-STRING
           END-IF
           MOVE SPACES TO TH-MERCHANT-ID(TH-TRANS-COUNT)
           MOVE SPACES TO TH-TRANS-DETAIL(TH-TRANS-COUNT)
           MOVE AGR-REMIT-REF TO TH-PAY-REF-NUM(TH-TRANS-COUNT)
           ADD AGR-GROSS-AMOUNT TO ACCT-RECOVERED-AMT
      *    Recovered in full: the agency's work is done, so the
      *    account is recalled as paid out in the same pass.
           MOVE 'N' TO WS-PAID-OUT-FLAG
           COMPUTE WS-STILL-OWED =
               ACCT-CHGOFF-AMOUNT - ACCT-RECOVERED-AMT
           IF WS-STILL-OWED <= 0
               AND ACCT-AGENCY-PLACED
               SET WS-PAID-OUT TO TRUE
               SET ACCT-AGENCY-RECALLED TO TRUE
               MOVE WS-CURRENT-DATE TO ACCT-AGENCY-DATE
           END-IF
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM 8500-WRITE-JOURNAL
           IF WS-POST-REDATED
               ADD 1 TO WS-REDATED-COUNT
               PERFORM 1088-LOG-PRIOR-PERIOD
           END-IF
           ADD 1 TO WS-RECOVERED-COUNT
           ADD AGR-GROSS-AMOUNT TO WS-GROSS-TOTAL
           ADD AGR-FEE-AMOUNT TO WS-FEE-TOTAL
           ADD AGR-NET-AMOUNT TO WS-NET-TOTAL
           IF WS-PAID-OUT
               MOVE 'PF' TO WS-RECALL-REASON
               PERFORM 2500-WRITE-RECALL
               ADD 1 TO WS-PAID-OUT-COUNT
           END-IF.

      *===============================================================
      * 1080-CHECK-PERIOD: A collection dated on or before the
      * closed-through date posts on the first open date, unless
      * 'RV' is on the hold list -- then it is logged and rejected.
      *===============================================================
       1080-CHECK-PERIOD.
           MOVE AGR-COLLECT-DATE TO WS-POST-DATE
           MOVE SPACE TO WS-PERIOD-ACTION
           IF NOT WS-PERIOD-GUARD-ON
               OR AGR-COLLECT-DATE > PER-CLOSED-THROUGH
               EXIT PARAGRAPH
           END-IF
           SET WS-POST-REDATED TO TRUE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > PER-HOLD-TYPE-COUNT
               OR WS-HOLD-IDX > 10
               IF PER-HOLD-TYPE(WS-HOLD-IDX) = 'RV'
                   SET WS-POST-HELD TO TRUE
               END-IF
           END-PERFORM
           IF WS-POST-HELD
               PERFORM 1088-LOG-PRIOR-PERIOD
           ELSE
               MOVE PER-FIRST-OPEN-DATE TO WS-POST-DATE
           END-IF.

       1088-LOG-PRIOR-PERIOD.
           MOVE 'AGENCY'         TO PPI-PROGRAM-ID
           MOVE AGR-ACCT-NUMBER  TO PPI-ACCT-NUMBER
           MOVE AGR-REMIT-REF    TO PPI-TRANS-ID
           MOVE 'RV'             TO PPI-TRANS-TYPE
           MOVE AGR-GROSS-AMOUNT TO PPI-TRANS-AMOUNT
           MOVE AGR-COLLECT-DATE TO PPI-ORIG-DATE
           IF WS-POST-HELD
               MOVE 0 TO PPI-POSTED-DATE
           ELSE
               MOVE WS-POST-DATE TO PPI-POSTED-DATE
           END-IF
           MOVE WS-PERIOD-ACTION TO PPI-ACTION
           MOVE WS-CURRENT-DATE  TO PPI-RUN-DATE
           MOVE 'AGENCY RECOVERY' TO PPI-TRANS-DESC
           WRITE PRIOR-PERIOD-RECORD.

       1900-REJECT-REMITTANCE.
           ADD 1 TO WS-REMIT-REJECT-COUNT
           MOVE 'REMIT' TO WS-REJ-SOURCE
           MOVE AGR-ACCT-NUMBER TO WS-REJ-ACCT
           MOVE AGR-AGENCY-ID TO WS-REJ-AGENCY
           MOVE AGR-GROSS-AMOUNT TO WS-REJ-AMOUNT
           WRITE REJECT-RECORD FROM WS-REJ-LINE.

       2000-PROCESS-RECALL.
           READ RECALL-REQ-FILE
               AT END SET WS-RRQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
                   PERFORM 2100-RECALL-ACCOUNT
           END-READ.

      *===============================================================
      * 2100-RECALL-ACCOUNT: Pull a placed account back. The agency
      * stays named on the master for the record; a reassignment
      * ('RA') clears the placement state so the next sweep places
      * the account with the current agency.
      *===============================================================
       2100-RECALL-ACCOUNT.
           MOVE RRQ-ACCT-NUMBER TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'UNKNOWN ACCOUNT' TO WS-REJ-REASON
                   PERFORM 2900-REJECT-RECALL
                   EXIT PARAGRAPH
           END-READ
           IF NOT ACCT-AGENCY-PLACED
               MOVE 'NOT PLACED WITH AN AGENCY' TO WS-REJ-REASON
               PERFORM 2900-REJECT-RECALL
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           IF RRQ-REASSIGN
               MOVE SPACE TO ACCT-AGENCY-STATUS
           ELSE
               SET ACCT-AGENCY-RECALLED TO TRUE
           END-IF
           MOVE WS-CURRENT-DATE TO ACCT-AGENCY-DATE
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM 8500-WRITE-JOURNAL
           MOVE RRQ-REASON TO WS-RECALL-REASON
           PERFORM 2500-WRITE-RECALL
           ADD 1 TO WS-RECALLED-COUNT.

       2500-WRITE-RECALL.
           MOVE SPACES TO RECALL-RECORD
           MOVE ACCT-NUMBER TO ARC-ACCT-NUMBER
           MOVE WS-RECALL-REASON TO ARC-REASON
           MOVE ACCT-AGENCY-ID TO ARC-AGENCY-ID
           MOVE WS-CURRENT-DATE TO ARC-RECALL-DATE
           COMPUTE ARC-BALANCE =
               ACCT-CHGOFF-AMOUNT - ACCT-RECOVERED-AMT
           IF ARC-BALANCE < 0
               MOVE 0 TO ARC-BALANCE
           END-IF
           WRITE RECALL-RECORD.

       2900-REJECT-RECALL.
           ADD 1 TO WS-RECALL-REJECT-COUNT
           MOVE 'RECALL' TO WS-REJ-SOURCE
           MOVE RRQ-ACCT-NUMBER TO WS-REJ-ACCT
           MOVE SPACES TO WS-REJ-AGENCY
           MOVE 0 TO WS-REJ-AMOUNT
           WRITE REJECT-RECORD FROM WS-REJ-LINE.

       3000-PLACEMENT-SWEEP.
           READ CARD-MASTER-FILE NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   EVALUATE TRUE
                       WHEN ACCT-AGENCY-PLACED
                           AND ACCT-IN-BANKRUPTCY
                           MOVE 'BK' TO WS-RECALL-REASON
                           PERFORM 3050-SWEEP-RECALL
                       WHEN ACCT-AGENCY-PLACED
                           AND (ACCT-SETTLE-ACTIVE OR ACCT-SETTLED)
                           MOVE 'ST' TO WS-RECALL-REASON
                           PERFORM 3050-SWEEP-RECALL
                       WHEN ACCT-CHARGED-OFF
                           AND ACCT-AGENCY-STATUS = SPACE
                           AND NOT ACCT-DECEASED
                           AND NOT ACCT-IN-BANKRUPTCY
                           AND NOT ACCT-SETTLE-ACTIVE
                           AND NOT ACCT-SETTLED
                           AND WS-PLACE-AGENCY-ID NOT = SPACES
                           PERFORM 3100-PLACE-ACCOUNT
                   END-EVALUATE
           END-READ.

      *===============================================================
      * 3050-SWEEP-RECALL: An agency may not work an account under
      * a bankruptcy stay, nor one the collections desk has settled
      * in house -- the sweep pulls it back the first night after
      * BKINTAK or SETTLE flags it, without waiting for a request.
      *===============================================================
       3050-SWEEP-RECALL.
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           SET ACCT-AGENCY-RECALLED TO TRUE
           MOVE WS-CURRENT-DATE TO ACCT-AGENCY-DATE
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM 8500-WRITE-JOURNAL
           PERFORM 2500-WRITE-RECALL
           IF WS-RECALL-REASON = 'BK'
               ADD 1 TO WS-BK-RECALL-COUNT
           ELSE
               ADD 1 TO WS-SETTLE-RECALL-COUNT
           END-IF.

      *===============================================================
      * 3100-PLACE-ACCOUNT: An estate account is worked through the
      * estate queue, never by a collector; a balance recovered in
      * full has nothing left to place.
      *===============================================================
       3100-PLACE-ACCOUNT.
           COMPUTE WS-STILL-OWED =
               ACCT-CHGOFF-AMOUNT - ACCT-RECOVERED-AMT
           IF WS-STILL-OWED <= 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-FIND-LAST-PAYMENT
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           MOVE WS-PLACE-AGENCY-ID TO ACCT-AGENCY-ID
           SET ACCT-AGENCY-PLACED TO TRUE
           MOVE WS-CURRENT-DATE TO ACCT-AGENCY-DATE
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM 8500-WRITE-JOURNAL
           MOVE SPACES TO PLACEMENT-RECORD
           MOVE ACCT-AGENCY-ID    TO AGP-AGENCY-ID
           MOVE ACCT-NUMBER       TO AGP-ACCT-NUMBER
           MOVE WS-CURRENT-DATE   TO AGP-PLACED-DATE
           MOVE CH-FIRST-NAME     TO AGP-FIRST-NAME
           MOVE CH-LAST-NAME      TO AGP-LAST-NAME
           MOVE CH-SSN            TO AGP-SSN
           IF BA-HAS-MAIL-ADDR
               MOVE BA-MAIL-STREET TO AGP-STREET
               MOVE BA-MAIL-CITY   TO AGP-CITY
               MOVE BA-MAIL-STATE  TO AGP-STATE
               MOVE BA-MAIL-ZIP    TO AGP-ZIP
           ELSE
               MOVE BA-STREET TO AGP-STREET
               MOVE BA-CITY   TO AGP-CITY
               MOVE BA-STATE  TO AGP-STATE
               MOVE BA-ZIP    TO AGP-ZIP
           END-IF
           MOVE CH-PHONE          TO AGP-PHONE
           MOVE ACCT-CHGOFF-DATE  TO AGP-CHGOFF-DATE
           MOVE WS-STILL-OWED     TO AGP-BALANCE
           MOVE WS-LAST-PAY-DATE  TO AGP-LAST-PAY-DATE
           MOVE WS-LAST-PAY-AMOUNT TO AGP-LAST-PAY-AMOUNT
           WRITE PLACEMENT-RECORD
           ADD 1 TO WS-PLACED-COUNT
           ADD WS-STILL-OWED TO WS-PLACED-TOTAL.

      *===============================================================
      * 3200-FIND-LAST-PAYMENT: Latest 'PA' row on the record, then
      * on the offloaded TRANHIST rows -- by the time an account
      * charges off its last payment has usually been offloaded.
      *===============================================================
       3200-FIND-LAST-PAYMENT.
           MOVE 0 TO WS-LAST-PAY-DATE
           MOVE 0 TO WS-LAST-PAY-AMOUNT
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
               IF TH-PAYMENT(WS-TRANS-IDX)
                   AND TH-TRANS-DATE(WS-TRANS-IDX) >= WS-LAST-PAY-DATE
                   MOVE TH-TRANS-DATE(WS-TRANS-IDX)
                       TO WS-LAST-PAY-DATE
                   MOVE TH-TRANS-AMOUNT(WS-TRANS-IDX)
                       TO WS-LAST-PAY-AMOUNT
               END-IF
           END-PERFORM
           IF NOT WS-HIST-LOOKUP-ON
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HIST-DONE-FLAG
           MOVE ACCT-NUMBER TO HX-ACCT-NUMBER
           MOVE 0 TO HX-TRANS-DATE
           MOVE LOW-VALUES TO HX-TRANS-ID
           START HISTORY-FILE KEY IS NOT LESS THAN HX-KEY
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-START
           PERFORM 3250-READ-OFFLOADED-ROW
               UNTIL WS-HIST-DONE.

       3250-READ-OFFLOADED-ROW.
           READ HISTORY-FILE NEXT
               AT END SET WS-HIST-DONE TO TRUE
               NOT AT END
                   IF HX-ACCT-NUMBER NOT = ACCT-NUMBER
                       SET WS-HIST-DONE TO TRUE
                   ELSE
                       IF HX-TRANS-TYPE = 'PA'
                           AND HX-TRANS-DATE >= WS-LAST-PAY-DATE
                           MOVE HX-TRANS-DATE TO WS-LAST-PAY-DATE
                           MOVE HX-TRANS-AMOUNT
                               TO WS-LAST-PAY-AMOUNT
                       END-IF
                   END-IF
           END-READ.

      *===============================================================
      * 8000-WRITE-GL-JOURNAL: The night's recoveries as their own
      * balanced entry -- the gross back into the allowance, split
      * between the cash actually remitted and the agency's fee.
      *===============================================================
       8000-WRITE-GL-JOURNAL.
           IF WS-GROSS-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'RV' TO GLJ-TRANS-TYPE
           MOVE WS-CURRENT-DATE TO GLJ-JOURNAL-DATE
           MOVE WS-GL-CASH TO GLJ-GL-ACCOUNT
           SET GLJ-DEBIT TO TRUE
           MOVE WS-NET-TOTAL TO GLJ-AMOUNT
           WRITE JOURNAL-RECORD
           IF WS-FEE-TOTAL > 0
               MOVE WS-GL-AGENCY-FEES TO GLJ-GL-ACCOUNT
               SET GLJ-DEBIT TO TRUE
               MOVE WS-FEE-TOTAL TO GLJ-AMOUNT
               WRITE JOURNAL-RECORD
           END-IF
           MOVE WS-GL-ALLOWANCE TO GLJ-GL-ACCOUNT
           SET GLJ-CREDIT TO TRUE
           MOVE WS-GROSS-TOTAL TO GLJ-AMOUNT
           WRITE JOURNAL-RECORD.

       8500-WRITE-JOURNAL.
           MOVE 'AGENCY' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
      * 0045-LOAD-PERIOD-CONTROL: The closed-through date PERCLOSE
      * left on PERIODCT. Optional file -- without it, or before the
      * first close, nothing is guarded. With it the PRIORPD log is
      * opened for append, created on its first use.
      *===============================================================
       0045-LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIOD-FILE
           IF WS-PCT-SUCCESS
               READ PERIOD-FILE INTO WS-PERIOD-CONTROL
                   NOT AT END
                       IF PER-CLOSED-THROUGH > 0
                           SET WS-PERIOD-GUARD-ON TO TRUE
                       END-IF
               END-READ
               CLOSE PERIOD-FILE
           END-IF
           IF WS-PERIOD-GUARD-ON
               OPEN EXTEND PRIOR-PERIOD-FILE
               IF WS-PPI-NOT-FOUND
                   OPEN OUTPUT PRIOR-PERIOD-FILE
               END-IF
               IF NOT WS-PPI-SUCCESS
                   DISPLAY 'ERROR OPENING FILE: ' WS-PPI-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

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
