      * STMTHIST statement snapshot, and the payments in
      * TRANS-HISTORY: an account whose payments since its statement
      * fall short of the minimum due after ACCT-PAYMENT-DUE-DATE is
      * assigned to a 30/60/90/120/150/180-day aging bucket. The
      * 180-day bucket is where the monthly CHGOFF run picks the
      * account up for charge-off.
      *
      * The collections queue is the classic master-update pattern: last
      * run's COLLQ is read in, tonight's state is written to COLLQNEW
      * (entering, curing, escalating), and operations rotates COLLQNEW
      * to COLLQ for the next run. Every delinquent account outside the
      * estate, bankruptcy, and settlement workflows also produces a
      * letter-extract record honoring CH-CONTACT-PREF -- mail to the
      * statement-mailing address, email to CH-EMAIL, or the
      * outbound-call list with CH-PHONE -- and a contact-history
      * entry through CONTLOG so the call center can see it went.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELINQ.
       01  WS-ENTERED-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-ESCALATED-COUNT      PIC 9(05) VALUE ZEROS.
       01  WS-CURED-COUNT          PIC 9(05) VALUE ZEROS.
       01  WS-CHGOFF-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-QUEUE-DAYS           PIC S9(07) VALUE 0.
       01  WS-LETTER-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-DAYS-PAST-DUE        PIC S9(07) VALUE 0.
       01  WS-BUCKET               PIC 9(03) VALUE 0.
           05  WS-PLAN-ACCT OCCURS 1000 TIMES
                                   PIC X(16).
       01  WS-PLAN-HELD-COUNT      PIC 9(05) VALUE ZEROS.
       01  WS-SETTLE-HELD-COUNT    PIC 9(05) VALUE ZEROS.

      *    Collector promises from PTPFILE (optional file, rotated
      *    like COLLQ): each open promise is evaluated against the
           88  WS-PROMISE-HOLDS    VALUE 'Y'.
       01  WS-KEPT-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-BROKEN-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-WITHDRAWN-COUNT      PIC 9(05) VALUE ZEROS.
       01  WS-STAYED-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-BPR-LINE.
           05  FILLER              PIC X(16)
               VALUE 'BROKEN PROMISE  '.
               10  WS-PRQ-BUCKET       PIC 9(03).
               10  WS-PRQ-ENTERED-DATE PIC 9(08).

      *    Parameter area for the shared CONTLOG contact-history
      *    writer -- one entry per letter sent.
       01  WS-CONTACT-REQUEST.
           COPY CONTACT-HISTORY.
       01  WS-CONTACT-AMOUNT       PIC Z(10)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           OPEN INPUT CARD-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NEW-QUEUE-FILE.
           IF NOT WS-NWQ-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-NWQ-STATUS
               CLOSE CARD-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           IF NOT WS-LTR-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-LTR-STATUS
               CLOSE CARD-FILE
               CLOSE NEW-QUEUE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NEW-PROMISE-FILE.
           IF NOT WS-NPT-SUCCESS
               CLOSE CARD-FILE
               CLOSE NEW-QUEUE-FILE
               CLOSE LETTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT BROKEN-RPT-FILE.
           IF NOT WS-BPR-SUCCESS
               CLOSE NEW-QUEUE-FILE
               CLOSE LETTER-FILE
               CLOSE NEW-PROMISE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *    The offloaded-history KSDS is optional -- before the
      *    first CYCLOFF run there is nothing to add in.
           DISPLAY 'ENTERED:    ' WS-ENTERED-COUNT.
           DISPLAY 'ESCALATED:  ' WS-ESCALATED-COUNT.
           DISPLAY 'CURED:      ' WS-CURED-COUNT.
           DISPLAY 'CHARGED OFF:' WS-CHGOFF-COUNT.
           DISPLAY 'LETTERS:    ' WS-LETTER-COUNT.
           DISPLAY 'PLAN-HELD:  ' WS-PLAN-HELD-COUNT.
           DISPLAY 'SETTLEMENT-HELD: ' WS-SETTLE-HELD-COUNT.
           DISPLAY 'PROMISES KEPT:   ' WS-KEPT-COUNT.
           DISPLAY 'PROMISES BROKEN: ' WS-BROKEN-COUNT.
           DISPLAY 'PROMISES WITHDRAWN (BANKRUPT): '
               WS-WITHDRAWN-COUNT.
           DISPLAY 'STAYED (BANKRUPT):  ' WS-STAYED-COUNT.
           MOVE 0 TO RETURN-CODE
           IF WS-QUEUE-DROPPED > 0
               DISPLAY 'QUEUE ENTRIES DROPPED AT TABLE CAP: '
                   WS-QUEUE-DROPPED ' -- CONDITION CODE 8'
                   WS-PTP-DROPPED ' -- CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-LOAD-STMT-SNAPSHOTS.
           OPEN INPUT STMT-HIST-FILE
               AT END SET WS-OLQ-EOF TO TRUE
               NOT AT END
                   IF NOT OCQ-CURED
                       AND NOT OCQ-CHARGED-OFF
                       IF WS-QUEUE-USED >= WS-QUEUE-MAX
                           ADD 1 TO WS-QUEUE-DROPPED
                           DISPLAY 'QUEUE TABLE FULL, DROPPING: '
           IF NOT PTP-WAS-FOUND
               EXIT PARAGRAPH
           END-IF
      *    A promise taken before a bankruptcy filing is void under
      *    the stay -- it is withdrawn, never followed up, never
      *    reported broken against the collector, and leaves the
      *    rotation.
           IF ACCT-IN-BANKRUPTCY
               MOVE 'W' TO WS-PTT-STATUS(WS-PTP-SUB)
               ADD 1 TO WS-WITHDRAWN-COUNT
               PERFORM 2450-WRITE-PROMISE-OUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PAID-SINCE-PROMISE
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   EVALUATE TRUE
                       WHEN ACCT-CHARGED-OFF
                           PERFORM 3600-CLOSE-CHARGED-OFF
                       WHEN (ACCT-ACTIVE OR ACCT-FROZEN)
                           AND ACCT-PAYMENT-DUE-DATE > 0
                           AND WS-CURRENT-DATE > ACCT-PAYMENT-DUE-DATE
                           PERFORM 2000-AGE-ACCOUNT
                       WHEN OTHER
                           PERFORM 3500-CHECK-FOR-CURE
                   END-EVALUATE
           END-READ.

      *===============================================================
               EXIT PARAGRAPH
           END-IF.

      *    A payment reversed out of the window -- returned unpaid,
      *    or moved by PAYXFER to the account it belonged to -- was
      *    never this account's money.
           MOVE 0 TO WS-PAID-SINCE-STMT
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
                   ADD TH-TRANS-AMOUNT(WS-TRANS-IDX)
                       TO WS-PAID-SINCE-STMT
               END-IF
               IF TH-PAY-REVERSAL(WS-TRANS-IDX)
                   AND TH-TRANS-DATE(WS-TRANS-IDX) >=
                       WS-SNP-CYCLE-DATE(WS-STMT-SUB)
                   SUBTRACT TH-TRANS-AMOUNT(WS-TRANS-IDX)
                       FROM WS-PAID-SINCE-STMT
               END-IF
           END-PERFORM

           IF WS-PAID-SINCE-STMT >= WS-SNP-MIN-DUE(WS-STMT-SUB)
           COMPUTE WS-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) -
               FUNCTION INTEGER-OF-DATE(ACCT-PAYMENT-DUE-DATE)
      *    An account already on the queue has been past due without
      *    a break since it entered -- each new statement's due date
      *    must not restart the aging clock, or no account would
      *    ever age past the first bucket.
           PERFORM 2200-FIND-PRIOR-QUEUE
           IF QUEUE-WAS-FOUND
               COMPUTE WS-QUEUE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) -
                   FUNCTION INTEGER-OF-DATE(
                       WS-PRQ-ENTERED-DATE(WS-QUEUE-SUB)) + 1
               IF WS-QUEUE-DAYS > WS-DAYS-PAST-DUE
                   MOVE WS-QUEUE-DAYS TO WS-DAYS-PAST-DUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE >= 180
                   MOVE 180 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE >= 150
                   MOVE 150 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE >= 120
                   MOVE 120 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE >= 90
           PERFORM 3000-UPDATE-QUEUE
      *    A decedent account ages in the queue but no collection
      *    letter goes to the estate -- ESTINTAK routes those
      *    accounts to the estate workflow instead. Nor does one go
      *    to a cardholder in bankruptcy -- contact under the
      *    automatic stay is a violation; BKINTAK routes those to
      *    the debtor's attorney. Nor while a settlement is being
      *    paid -- the agreement is the collector's contact.
           IF NOT ACCT-DECEASED
               AND NOT ACCT-IN-BANKRUPTCY
               AND NOT ACCT-SETTLE-ACTIVE
               PERFORM 4000-WRITE-LETTER
           END-IF.

               MOVE WS-PRQ-BUCKET(WS-QUEUE-SUB) TO WS-BUCKET
               ADD 1 TO WS-PLAN-HELD-COUNT
           END-IF
      *    So does a settle-for-less agreement SETTLE is working --
      *    until it is met or broken.
           IF ACCT-SETTLE-ACTIVE
               AND QUEUE-WAS-FOUND
               AND WS-BUCKET > WS-PRQ-BUCKET(WS-QUEUE-SUB)
               MOVE WS-PRQ-BUCKET(WS-QUEUE-SUB) TO WS-BUCKET
               ADD 1 TO WS-SETTLE-HELD-COUNT
           END-IF
      *    A kept (or not-yet-due) promise holds the bucket the
      *    same way a current hardship plan does.
           PERFORM 2400-EVALUATE-PROMISE
               SET CQ-OPEN TO TRUE
               ADD 1 TO WS-ENTERED-COUNT
           END-IF
      *    Under a bankruptcy stay the entry keeps aging but is held
      *    off the collectors' worklist.
           IF ACCT-IN-BANKRUPTCY
               SET CQ-STAYED TO TRUE
               ADD 1 TO WS-STAYED-COUNT
           END-IF
           WRITE NEW-QUEUE-RECORD.

      *===============================================================
               WRITE NEW-QUEUE-RECORD
           END-IF.

      *===============================================================
      * 3600-CLOSE-CHARGED-OFF: CHGOFF has written the account off
      * since last run. It is not a cure -- the balance was never
      * paid -- so the entry is written out once as CHARGED OFF for
      * the collections desk, then drops off the queue; recovery
      * work on the written-off balance happens outside DELINQ.
      *===============================================================
       3600-CLOSE-CHARGED-OFF.
           PERFORM 2200-FIND-PRIOR-QUEUE
           IF QUEUE-WAS-FOUND
               MOVE ACCT-NUMBER TO CQ-ACCT-NUMBER
               MOVE WS-PRQ-BUCKET(WS-QUEUE-SUB) TO CQ-BUCKET
               MOVE 0 TO CQ-AMOUNT-DUE
               MOVE WS-PRQ-ENTERED-DATE(WS-QUEUE-SUB)
                   TO CQ-ENTERED-DATE
               MOVE WS-CURRENT-DATE TO CQ-LAST-CHANGE-DATE
               SET CQ-CHARGED-OFF TO TRUE
               ADD 1 TO WS-CHGOFF-COUNT
               WRITE NEW-QUEUE-RECORD
           END-IF.

      *===============================================================
      * 4000-WRITE-LETTER: One contact-extract record per delinquent
      * account, on the channel the cardholder asked for.
           END-EVALUATE
           MOVE WS-CURRENT-DATE TO LTR-LETTER-DATE
           WRITE LETTER-RECORD
           ADD 1 TO WS-LETTER-COUNT
           PERFORM 4100-LOG-CONTACT.

      *===============================================================
      * 4100-LOG-CONTACT: The letter goes on the account's contact
      * history on the channel it was actually sent by.
      *===============================================================
       4100-LOG-CONTACT.
           MOVE SPACES TO WS-CONTACT-REQUEST
           MOVE ACCT-NUMBER TO CTH-ACCT-NUMBER
           MOVE WS-CURRENT-DATE TO CTH-CONTACT-DATE
           MOVE 0 TO CTH-CONTACT-TIME
           MOVE 'DELINQ' TO CTH-SOURCE-PGM
           EVALUATE TRUE
               WHEN LTR-BY-EMAIL
                   SET CTH-BY-EMAIL TO TRUE
               WHEN LTR-BY-PHONE
                   SET CTH-BY-PHONE TO TRUE
               WHEN OTHER
                   SET CTH-BY-MAIL TO TRUE
           END-EVALUATE
           SET CTH-COLLECTION-LETTER TO TRUE
           MOVE LTR-AMOUNT-DUE TO WS-CONTACT-AMOUNT
           STRING 'COLLECTION LETTER, ' DELIMITED SIZE
                  WS-BUCKET DELIMITED SIZE
                  '-DAY BUCKET, MINIMUM DUE ' DELIMITED SIZE
                  WS-CONTACT-AMOUNT DELIMITED SIZE
               INTO CTH-NOTE
           END-STRING
           CALL 'CONTLOG' USING WS-CONTACT-REQUEST.

      *===============================================================
      * 0040-SET-BUSINESS-DATE: The posting date is the JOB-CALENDAR
