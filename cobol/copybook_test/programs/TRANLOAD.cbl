      * condition code 12 and posts nothing. Each detail is also
      * checked against the account's existing TH-TRANS-ID rows so a
      * rerun after an abend rejects already-posted transactions as
      * duplicates instead of double-posting them. A purchase or
      * cash advance that names its plastic is checked against
      * CRDMAST and rejected with its own reason code when the card
      * is unknown, inactive, blocked, expired, or replaced.
      *
      * Once PERCLOSE has closed a month (PERIODCT), an item dated
      * inside it no longer lands in the closed period: it posts on
      * the first open date with its own date kept at the front of
      * the description, or -- when its type is on the period
      * record's hold list -- stays off the account. Both kinds are
      * logged on PRIORPD for PRIORRPT, the lockbox LBXFEED payments
      * included, since they post through here.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANLOAD.
               RECORD KEY IS MM-MERCHANT-ID
               FILE STATUS IS WS-MMS-STATUS.

           SELECT PLASTIC-FILE
               ASSIGN TO 'CRDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-CARD-NUMBER
               FILE STATUS IS WS-CRD-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'TRANHIST'
               ORGANIZATION IS INDEXED
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
       FD  FEED-FILE.
       01  MERCHANT-RECORD.
           COPY MERCHANT-MASTER.

       FD  PLASTIC-FILE.
       01  PLASTIC-RECORD.
           COPY PLASTIC-MASTER.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           COPY RUN-CONTROL.
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
           88  WS-MMS-NOT-FOUND    VALUE '35'.
       01  WS-MERCH-CHECK-FLAG     PIC X(01) VALUE 'N'.
           88  WS-MERCH-CHECK-ON   VALUE 'Y'.
      *    Plastic master (optional, same pattern as the merchant
      *    master): a purchase or cash advance naming a card must
      *    name an active, unexpired card on this account. A card
      *    CARDISS has reissued keeps working for WS-REISSUE-GRACE
      *    days after it was marked, while the new plastic is in
      *    the mail.
       01  WS-CRD-STATUS           PIC XX.
           88  WS-CRD-SUCCESS      VALUE '00'.
       01  WS-CARD-CHECK-FLAG      PIC X(01) VALUE 'N'.
           88  WS-CARD-CHECK-ON    VALUE 'Y'.
       01  WS-REISSUE-GRACE        PIC 9(03) VALUE 30.
       01  WS-CARD-AGE             PIC S9(07) VALUE 0.
      *    Offloaded-history lookup (optional file, same pattern as
      *    DISPUTE): a payment that bounces after statement cut has
      *    already been moved to TRANHIST by the cycle-end offload,
       01  WS-XREF-CHECK-FLAG      PIC X(01) VALUE 'N'.
           88  WS-XREF-CHECK-ON    VALUE 'Y'.
       01  WS-XREF-FOLLOW-COUNT    PIC 9(05) VALUE ZEROS.
      *    Closed-period guard (optional PERIODCT, same optional
      *    pattern): with no period record nothing is guarded. The
      *    item in hand posts as dated, re-dated to the first open
      *    date, or held, and WS-POST-DATE is the date it posts on.
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
       01  WS-REDATED-DESC         PIC X(40).
       01  WS-HOLD-IDX             PIC 9(02).
       01  WS-REDATED-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-PERIOD-HELD-COUNT    PIC 9(05) VALUE ZEROS.
      *    Per-authorized-user spending-cap check work fields.
       01  WS-USER-OVER-FLAG       PIC X(01) VALUE 'N'.
       01  WS-USER-CYCLE-SPEND     PIC S9(13)V99 COMP-3
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME.
           PERFORM 0100-VERIFY-BATCH-CONTROLS.
           PERFORM 0070-LOAD-FEE-SCHEDULE.
           PERFORM 0045-LOAD-PERIOD-CONTROL.
           PERFORM 0060-OPEN-CONTROL-FILE.
           OPEN INPUT FEED-FILE.
           IF NOT WS-FEED-SUCCESS
           IF WS-MMS-SUCCESS
               SET WS-MERCH-CHECK-ON TO TRUE
           END-IF.
           OPEN INPUT PLASTIC-FILE.
           IF WS-CRD-SUCCESS
               SET WS-CARD-CHECK-ON TO TRUE
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HXS-SUCCESS
               SET WS-HIST-LOOKUP-ON TO TRUE
           IF WS-MERCH-CHECK-ON
               CLOSE MERCHANT-FILE
           END-IF.
           IF WS-CARD-CHECK-ON
               CLOSE PLASTIC-FILE
           END-IF.
           IF WS-HIST-LOOKUP-ON
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-XREF-CHECK-ON
               CLOSE XREF-FILE
           END-IF.
           IF WS-PERIOD-GUARD-ON
               CLOSE PRIOR-PERIOD-FILE
           END-IF.
           PERFORM 9200-WRITE-CONTROL-RECORD.
           CLOSE CONTROL-FILE.
           DISPLAY 'FEED RECORDS: ' WS-FEED-COUNT.
           DISPLAY 'HOLDS RELEASED: ' WS-HOLD-RELEASE-COUNT.
           DISPLAY 'REJECTED:     ' WS-REJECT-COUNT.
           DISPLAY 'XREF FOLLOWED: ' WS-XREF-FOLLOW-COUNT.
           DISPLAY 'CLOSED PERIOD RE-DATED: ' WS-REDATED-COUNT.
           DISPLAY 'CLOSED PERIOD HELD:     ' WS-PERIOD-HELD-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

           CLOSE FEED-FILE
           MOVE '00' TO WS-FEED-STATUS.

      *===============================================================
      * 0045-LOAD-PERIOD-CONTROL: The closed-through date PERCLOSE
      * left on PERIODCT. Optional file -- without it, or before the
      * first close, every item posts as dated. With it the PRIORPD
      * log is opened for append, created on its first use.
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
               DISPLAY 'TRANLOAD: PERIODS CLOSED THROUGH '
                   PER-CLOSED-THROUGH
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
      * 0070-LOAD-FEE-SCHEDULE: Take the returned-payment fee from
      * the shared FEESCHED table's first 'NS' row -- the same file
      * 2000-LOAD-TRANSACTION: TRANLOAD itself is the posting gate --
      * bad domains reject up front, closed accounts reject, frozen
      * accounts divert to the FROZENTX flow (FRZREPLY reposts them
      * after an unfreeze) rather than absorbing new balances, and
      * an account in bankruptcy takes no new purchases or cash
      * advances -- payments from the trustee still post.
      * Payment reversals are the exception to the divert: they post
      * on frozen accounts too, undoing money already on the record.
      *===============================================================
           IF WS-XREF-CHECK-ON
               PERFORM 2060-FOLLOW-XREF
           END-IF
           IF WS-CARD-CHECK-ON
               AND (TF-TRANS-TYPE = 'PU' OR TF-TRANS-TYPE = 'CA')
               AND TF-CARD-NUMBER NOT = SPACES
               PERFORM 2070-CHECK-PLASTIC
               IF NOT WS-CRD-SUCCESS
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    Only an item that passed validation is held or re-dated
      *    for the accounting period.
           PERFORM 2080-CHECK-PERIOD
           IF WS-POST-HELD
               EXIT PARAGRAPH
           END-IF
           READ CARD-MASTER-FILE
               INVALID KEY
                   PERFORM 2900-REJECT-NOT-FOUND
               NOT INVALID KEY
                   MOVE 'R' TO JRN-ACTION
                   MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                   MOVE CARD-MASTER-RECORD(1:773)
                       TO JRN-BEFORE-IMAGE
                   EVALUATE TRUE
                       WHEN ACCT-CLOSED
                           PERFORM 2960-REJECT-ACCT-CLOSED
                       WHEN ACCT-IN-BANKRUPTCY
                           AND (TF-TRANS-TYPE = 'PU'
                               OR TF-TRANS-TYPE = 'CA')
                           PERFORM 2965-REJECT-BANKRUPT
      *    A reversal backs out a payment that already posted, so it
      *    posts even on a frozen account -- the frozen divert would
      *    strand it on FROZENTX (FRZREPLY has no way to undo the
                   END-EVALUATE
           END-READ.

      *===============================================================
      * 2080-CHECK-PERIOD: An item dated on or before the closed-
      * through date posts on the first open date, its own date
      * leading the description -- unless its type is on the hold
      * list, when it is logged and goes no further. A re-dated
      * item is logged once it has actually posted.
      *===============================================================
       2080-CHECK-PERIOD.
           MOVE TF-TRANS-DATE TO WS-POST-DATE
           MOVE SPACE TO WS-PERIOD-ACTION
           IF NOT WS-PERIOD-GUARD-ON
               OR TF-TRANS-DATE > PER-CLOSED-THROUGH
               EXIT PARAGRAPH
           END-IF
           SET WS-POST-REDATED TO TRUE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > PER-HOLD-TYPE-COUNT
               OR WS-HOLD-IDX > 10
               IF PER-HOLD-TYPE(WS-HOLD-IDX) = TF-TRANS-TYPE
                   SET WS-POST-HELD TO TRUE
               END-IF
           END-PERFORM
           IF WS-POST-HELD
               ADD 1 TO WS-PERIOD-HELD-COUNT
               PERFORM 2088-LOG-PRIOR-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE PER-FIRST-OPEN-DATE TO WS-POST-DATE
           MOVE SPACES TO WS-REDATED-DESC
           STRING 'ORIG ' DELIMITED SIZE
                  TF-TRANS-DATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  TF-TRANS-DESC DELIMITED SIZE
               INTO WS-REDATED-DESC
           END-STRING.

       2088-LOG-PRIOR-PERIOD.
           MOVE 'TRANLOAD'      TO PPI-PROGRAM-ID
           MOVE TF-ACCT-NUMBER  TO PPI-ACCT-NUMBER
           MOVE TF-TRANS-ID     TO PPI-TRANS-ID
           MOVE TF-TRANS-TYPE   TO PPI-TRANS-TYPE
           MOVE TF-TRANS-AMOUNT TO PPI-TRANS-AMOUNT
           MOVE TF-TRANS-DATE   TO PPI-ORIG-DATE
           IF WS-POST-HELD
               MOVE 0 TO PPI-POSTED-DATE
           ELSE
               MOVE WS-POST-DATE TO PPI-POSTED-DATE
           END-IF
           MOVE WS-PERIOD-ACTION TO PPI-ACTION
           MOVE WS-CURRENT-DATE TO PPI-RUN-DATE
           MOVE TF-TRANS-DESC   TO PPI-TRANS-DESC
           WRITE PRIOR-PERIOD-RECORD.

      *===============================================================
      * 2060-FOLLOW-XREF: A feed item against a renumbered account's
      * old number posts to the new one the cross-reference names.
                   ADD 1 TO WS-XREF-FOLLOW-COUNT
           END-READ.

      *===============================================================
      * 2070-CHECK-PLASTIC: The card on the item must be on CRDMAST
      * for this account (its old number too, when the item followed
      * a renumber), activated, not blocked, not past its expiry on
      * the transaction date, and -- if reissued -- still inside the
      * grace period. Leaves WS-CRD-STATUS non-zero when the record
      * was rejected.
      *===============================================================
       2070-CHECK-PLASTIC.
           MOVE TF-CARD-NUMBER TO CRD-CARD-NUMBER
           READ PLASTIC-FILE
               INVALID KEY
                   SET TLR-CARD-UNKNOWN TO TRUE
                   PERFORM 2958-REJECT-PLASTIC
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN CRD-ACCT-NUMBER NOT = TF-ACCT-NUMBER
                   AND CRD-ACCT-NUMBER NOT = ACCT-NUMBER
                   SET TLR-CARD-UNKNOWN TO TRUE
                   MOVE '23' TO WS-CRD-STATUS
               WHEN CRD-BLOCKED
                   SET TLR-CARD-BLOCKED TO TRUE
                   MOVE '23' TO WS-CRD-STATUS
               WHEN CRD-INACTIVE
                   SET TLR-CARD-INACTIVE TO TRUE
                   MOVE '23' TO WS-CRD-STATUS
               WHEN TF-TRANS-DATE > CRD-EXPIRY-DATE
                   SET TLR-CARD-EXPIRED TO TRUE
                   MOVE '23' TO WS-CRD-STATUS
               WHEN CRD-REISSUED
                   AND CRD-STATUS-DATE > 0
                   PERFORM 2075-CHECK-REISSUE-GRACE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-CRD-SUCCESS
               PERFORM 2958-REJECT-PLASTIC
           END-IF.

       2075-CHECK-REISSUE-GRACE.
           COMPUTE WS-CARD-AGE =
               FUNCTION INTEGER-OF-DATE(TF-TRANS-DATE) -
               FUNCTION INTEGER-OF-DATE(CRD-STATUS-DATE)
           IF WS-CARD-AGE > WS-REISSUE-GRACE
               SET TLR-CARD-REPLACED TO TRUE
               MOVE '23' TO WS-CRD-STATUS
           END-IF.

      *===============================================================
      * 2050-CHECK-MERCHANT: Purchases must name a merchant on the
      * MERCHMST reference file, and a merchant flagged closed or
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT.

      *    Reason code already set by 2070-CHECK-PLASTIC; the status
      *    is forced non-zero so the caller drops the item.
       2958-REJECT-PLASTIC.
           MOVE '23' TO WS-CRD-STATUS
           MOVE TF-ACCT-NUMBER  TO TLR-ACCT-NUMBER
           MOVE TF-TRANS-ID     TO TLR-TRANS-ID
           MOVE WS-CURRENT-DATE TO TLR-REJECT-DATE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       2100-APPEND-TRANSACTION.
           PERFORM 2950-CHECK-DUPLICATE
           IF WS-IS-DUPLICATE

           ADD 1 TO TH-TRANS-COUNT
           MOVE TF-TRANS-ID     TO TH-TRANS-ID(TH-TRANS-COUNT)
           MOVE WS-POST-DATE    TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE TF-TRANS-TYPE   TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           MOVE TF-TRANS-AMOUNT TO TH-TRANS-AMOUNT(TH-TRANS-COUNT)
           IF WS-POST-REDATED
               MOVE WS-REDATED-DESC TO TH-TRANS-DESC(TH-TRANS-COUNT)
           ELSE
               MOVE TF-TRANS-DESC TO TH-TRANS-DESC(TH-TRANS-COUNT)
           END-IF
           MOVE TF-MERCHANT-ID  TO TH-MERCHANT-ID(TH-TRANS-COUNT)
           EVALUATE TRUE
               WHEN TH-PURCHASE(TH-TRANS-COUNT)
                       TO TH-PUR-AUTH-CODE(TH-TRANS-COUNT)
                   MOVE TF-PUR-USER-NUM
                       TO TH-PUR-USER-NUM(TH-TRANS-COUNT)
                   MOVE TF-PUR-COUNTRY
                       TO TH-PUR-COUNTRY(TH-TRANS-COUNT)
               WHEN TH-PAYMENT(TH-TRANS-COUNT)
                   MOVE TF-PAY-METHOD
                       TO TH-PAY-METHOD(TH-TRANS-COUNT)
                   ADD 1 TO WS-LOADED-COUNT
                   PERFORM 2985-JOURNAL-CHANGE
                   PERFORM 2990-ACCUM-MONEY-MOVEMENT
                   IF WS-POST-REDATED
                       ADD 1 TO WS-REDATED-COUNT
                       PERFORM 2088-LOG-PRIOR-PERIOD
                   END-IF
           END-REWRITE.

      *===============================================================
                  WS-NEXT-SEQ DELIMITED SIZE
               INTO TH-TRANS-ID(TH-TRANS-COUNT)
           END-STRING
           MOVE WS-POST-DATE    TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE 'FE'            TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           MOVE WS-CA-FEE-AMOUNT
               TO TH-TRANS-AMOUNT(TH-TRANS-COUNT)
      * fees first, then finance charges, then purchases, then cash
      * advances. Whatever exceeds the buckets (an overpayment)
      * drives the purchases bucket negative alongside the balance.
      * The fee, interest, and cash-advance shares are kept on the
      * 'PA' row so a later transfer can put them back exactly.
      *===============================================================
       2130-ALLOCATE-PAYMENT.
           MOVE 0 TO TH-PAY-ALLOC-FEES(TH-TRANS-COUNT)
           MOVE 0 TO TH-PAY-ALLOC-INT(TH-TRANS-COUNT)
           MOVE 0 TO TH-PAY-ALLOC-CASH(TH-TRANS-COUNT)
           MOVE TF-TRANS-AMOUNT TO WS-ALLOC-REMAINING
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

           ADD 1 TO TH-TRANS-COUNT
           MOVE TF-TRANS-ID     TO TH-TRANS-ID(TH-TRANS-COUNT)
           MOVE WS-POST-DATE    TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE 'PR'            TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           MOVE WS-REVERSAL-AMOUNT
               TO TH-TRANS-AMOUNT(TH-TRANS-COUNT)
           IF WS-POST-REDATED
               MOVE SPACES TO TH-TRANS-DESC(TH-TRANS-COUNT)
               STRING 'ORIG ' DELIMITED SIZE
                      TF-TRANS-DATE DELIMITED SIZE
                      ' PAYMENT RETURNED (NSF)' DELIMITED SIZE
                   INTO TH-TRANS-DESC(TH-TRANS-COUNT)
               END-STRING
           ELSE
               MOVE 'PAYMENT RETURNED UNPAID (NSF)'
                   TO TH-TRANS-DESC(TH-TRANS-COUNT)
           END-IF
           MOVE SPACES TO TH-MERCHANT-ID(TH-TRANS-COUNT)
           MOVE TF-PAY-METHOD
               TO TH-PAY-METHOD(TH-TRANS-COUNT)
                  WS-NEXT-SEQ DELIMITED SIZE
               INTO TH-TRANS-ID(TH-TRANS-COUNT)
           END-STRING
           MOVE WS-POST-DATE    TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE 'FE'            TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           MOVE WS-NSF-FEE-AMOUNT
               TO TH-TRANS-AMOUNT(TH-TRANS-COUNT)
                   ADD 1 TO WS-REVERSED-COUNT
                   PERFORM 2985-JOURNAL-CHANGE
                   PERFORM 2990-ACCUM-MONEY-MOVEMENT
                   IF WS-POST-REDATED
                       ADD 1 TO WS-REDATED-COUNT
                       PERFORM 2088-LOG-PRIOR-PERIOD
                   END-IF
           END-REWRITE.

      *===============================================================
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       2965-REJECT-BANKRUPT.
           MOVE TF-ACCT-NUMBER  TO TLR-ACCT-NUMBER
           MOVE TF-TRANS-ID     TO TLR-TRANS-ID
           SET TLR-ACCT-BANKRUPT TO TRUE
           MOVE WS-CURRENT-DATE TO TLR-REJECT-DATE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT.

      *===============================================================
      * 2970-DIVERT-FROZEN: Activity on a frozen account is held on
      * FROZENTX at load time -- it never reaches TH-TRANS-ENTRY or
           MOVE 'TRANLOAD' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

       2990-ACCUM-MONEY-MOVEMENT.
