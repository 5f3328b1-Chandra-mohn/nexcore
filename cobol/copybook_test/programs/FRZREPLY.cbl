      * are active again. Items whose account is still frozen -- or
      * whose transaction table is full -- are carried forward to
      * FROZENCF so nothing held is ever silently dropped.
      *
      * An item held since a month PERCLOSE has now closed (its
      * FTX-TRANS-DATE on or before the PERIODCT closed-through
      * date) still reposts in the open period, its original date
      * kept in the description and the item logged on PRIORPD --
      * or, when its type is on the period record's hold list, is
      * logged there for accounting instead of reposting.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRZREPLY.
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
       FD  FROZEN-FILE.
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
                                   VALUE ZEROS.
       01  WS-DUPLICATE-FLAG       PIC X(01) VALUE 'N'.
           88  WS-IS-DUPLICATE     VALUE 'Y'.
      *    Closed-period guard, the same optional PERIODCT check
      *    TRANLOAD makes: WS-POST-DATE is the date the replay
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
       01  WS-PERIOD-HELD-COUNT    PIC 9(05) VALUE ZEROS.

      *    Parameter area for the shared CHGJRNL change-journal
      *    writer -- before image captured at READ time, after image
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0045-LOAD-PERIOD-CONTROL.
           OPEN INPUT FROZEN-FILE.
           IF NOT WS-FTX-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FTX-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE FROZEN-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CARRY-FORWARD-FILE.
           IF NOT WS-CFW-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-CFW-STATUS
               CLOSE FROZEN-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-HELD-ITEMS
               UNTIL WS-FTX-EOF.
           CLOSE FROZEN-FILE.
           CLOSE CARD-MASTER-FILE.
           CLOSE CARRY-FORWARD-FILE.
           IF WS-PERIOD-GUARD-ON
               CLOSE PRIOR-PERIOD-FILE
           END-IF.
           DISPLAY 'HELD ITEMS:      ' WS-HELD-COUNT.
           DISPLAY 'REPLAYED:        ' WS-REPLAYED-COUNT.
           DISPLAY 'CARRIED FORWARD: ' WS-CARRIED-COUNT.
           DISPLAY 'ACCT NOT FOUND:  ' WS-DROPPED-COUNT.
           DISPLAY 'DUPLICATES SKIPPED: ' WS-DUP-SKIP-COUNT.
           DISPLAY 'CLOSED PERIOD RE-DATED: ' WS-REDATED-COUNT.
           DISPLAY 'CLOSED PERIOD HELD:     ' WS-PERIOD-HELD-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-PROCESS-HELD-ITEMS.
           READ FROZEN-FILE
               NOT INVALID KEY
                   MOVE 'R' TO JRN-ACTION
                   MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                   MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
                   IF ACCT-ACTIVE
                       PERFORM 2100-REPOST-TRANSACTION
                   ELSE
               PERFORM 2900-CARRY-FORWARD
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2080-CHECK-PERIOD
           IF WS-POST-HELD
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO TH-TRANS-COUNT
           MOVE FTX-TRANS-ID     TO TH-TRANS-ID(TH-TRANS-COUNT)
      *    watermark, the average-daily-balance window, and the
      *    delinquency tests must all see it now. The description
      *    marks the row as a replay, and the duplicate guard above
      *    keys on the transaction id, not the date. An item from
      *    a closed month says which date it came from.
           MOVE WS-POST-DATE     TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE FTX-TRANS-TYPE   TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           MOVE FTX-TRANS-AMOUNT TO TH-TRANS-AMOUNT(TH-TRANS-COUNT)
           IF WS-POST-REDATED
               MOVE SPACES TO TH-TRANS-DESC(TH-TRANS-COUNT)
               STRING 'ORIG ' DELIMITED SIZE
                      FTX-TRANS-DATE DELIMITED SIZE
                      ' REPLAY OF TRANSACTION HELD' DELIMITED SIZE
                   INTO TH-TRANS-DESC(TH-TRANS-COUNT)
               END-STRING
           ELSE
               MOVE 'REPLAY OF TRANSACTION HELD WHILE FROZEN'
                   TO TH-TRANS-DESC(TH-TRANS-COUNT)
           END-IF
           MOVE SPACES TO TH-MERCHANT-ID(TH-TRANS-COUNT)
           MOVE SPACES TO TH-TRANS-DETAIL(TH-TRANS-COUNT)

               NOT INVALID KEY
                   ADD 1 TO WS-REPLAYED-COUNT
                   PERFORM 2800-JOURNAL-CHANGE
                   IF WS-POST-REDATED
                       ADD 1 TO WS-REDATED-COUNT
                       PERFORM 2088-LOG-PRIOR-PERIOD
                   END-IF
           END-REWRITE.

      *===============================================================
      * 2080-CHECK-PERIOD: The replay posts today -- or on the first
      * open date, should today itself fall in a closed month. An
      * item whose own date is in a closed month is re-dated (and
      * logged once it has posted) unless its type is on the hold
      * list; a held item is logged and not carried forward, since
      * accounting now owns it.
      *===============================================================
       2080-CHECK-PERIOD.
           MOVE WS-CURRENT-DATE TO WS-POST-DATE
           MOVE SPACE TO WS-PERIOD-ACTION
           IF NOT WS-PERIOD-GUARD-ON
               EXIT PARAGRAPH
           END-IF
           IF WS-POST-DATE NOT > PER-CLOSED-THROUGH
               MOVE PER-FIRST-OPEN-DATE TO WS-POST-DATE
           END-IF
           IF FTX-TRANS-DATE > PER-CLOSED-THROUGH
               EXIT PARAGRAPH
           END-IF
           SET WS-POST-REDATED TO TRUE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > PER-HOLD-TYPE-COUNT
               OR WS-HOLD-IDX > 10
               IF PER-HOLD-TYPE(WS-HOLD-IDX) = FTX-TRANS-TYPE
                   SET WS-POST-HELD TO TRUE
               END-IF
           END-PERFORM
           IF WS-POST-HELD
               ADD 1 TO WS-PERIOD-HELD-COUNT
               DISPLAY 'CLOSED PERIOD, ITEM HELD: '
                   FTX-ACCT-NUMBER ' ' FTX-TRANS-ID
               PERFORM 2088-LOG-PRIOR-PERIOD
           END-IF.

       2088-LOG-PRIOR-PERIOD.
           MOVE 'FRZREPLY'       TO PPI-PROGRAM-ID
           MOVE FTX-ACCT-NUMBER  TO PPI-ACCT-NUMBER
           MOVE FTX-TRANS-ID     TO PPI-TRANS-ID
           MOVE FTX-TRANS-TYPE   TO PPI-TRANS-TYPE
           MOVE FTX-TRANS-AMOUNT TO PPI-TRANS-AMOUNT
           MOVE FTX-TRANS-DATE   TO PPI-ORIG-DATE
           IF WS-POST-HELD
               MOVE 0 TO PPI-POSTED-DATE
           ELSE
               MOVE WS-POST-DATE TO PPI-POSTED-DATE
           END-IF
           MOVE WS-PERIOD-ACTION TO PPI-ACTION
           MOVE WS-CURRENT-DATE  TO PPI-RUN-DATE
           MOVE 'REPLAY OF TRANSACTION HELD WHILE FROZEN'
               TO PPI-TRANS-DESC
           WRITE PRIOR-PERIOD-RECORD.

      *===============================================================
      * 2150-POST-ADVANCE-FEE: The cash-advance fee -- a percentage
      * of the advance with a floor, posted as a proper 'FE' row
                  WS-NEXT-SEQ DELIMITED SIZE
               INTO TH-TRANS-ID(TH-TRANS-COUNT)
           END-STRING
           MOVE WS-POST-DATE    TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE 'FE'            TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           MOVE WS-CA-FEE-AMOUNT
               TO TH-TRANS-AMOUNT(TH-TRANS-COUNT)
      *===============================================================
      * 3250-ALLOCATE-PAYMENT: The same fees / interest / purchases
      * / cash-advances payment order TRANLOAD applies; overpayment
      * drives the purchases bucket negative with the balance. The
      * split is kept on the replayed 'PA' row as TRANLOAD keeps it.
      *===============================================================
       3250-ALLOCATE-PAYMENT.
           MOVE 0 TO TH-PAY-ALLOC-FEES(TH-TRANS-COUNT)
           MOVE 0 TO TH-PAY-ALLOC-INT(TH-TRANS-COUNT)
           MOVE 0 TO TH-PAY-ALLOC-CASH(TH-TRANS-COUNT)
           MOVE FTX-TRANS-AMOUNT TO WS-ALLOC-REMAINING
           IF ACCT-BKT-FEES > 0
               IF WS-ALLOC-REMAINING > ACCT-BKT-FEES
                   MOVE WS-ALLOC-REMAINING TO WS-ALLOC-TAKE
               END-IF
               SUBTRACT WS-ALLOC-TAKE FROM ACCT-BKT-FEES
               MOVE WS-ALLOC-TAKE TO TH-PAY-ALLOC-FEES(TH-TRANS-COUNT)
               SUBTRACT WS-ALLOC-TAKE FROM WS-ALLOC-REMAINING
           END-IF
           IF ACCT-BKT-INTEREST > 0 AND WS-ALLOC-REMAINING > 0
                   MOVE WS-ALLOC-REMAINING TO WS-ALLOC-TAKE
               END-IF
               SUBTRACT WS-ALLOC-TAKE FROM ACCT-BKT-INTEREST
               MOVE WS-ALLOC-TAKE TO TH-PAY-ALLOC-INT(TH-TRANS-COUNT)
               SUBTRACT WS-ALLOC-TAKE FROM WS-ALLOC-REMAINING
           END-IF
           IF ACCT-BKT-PURCHASES > 0 AND WS-ALLOC-REMAINING > 0
                   MOVE WS-ALLOC-REMAINING TO WS-ALLOC-TAKE
               END-IF
               SUBTRACT WS-ALLOC-TAKE FROM ACCT-BKT-CASH-ADV
               MOVE WS-ALLOC-TAKE TO TH-PAY-ALLOC-CASH(TH-TRANS-COUNT)
               SUBTRACT WS-ALLOC-TAKE FROM WS-ALLOC-REMAINING
           END-IF
           IF WS-ALLOC-REMAINING > 0
           MOVE 'FRZREPLY' TO JRN-PROGRAM-ID
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
