      *---------------------------------------------------------------
      * UNAPPLY.cbl -- Unapplied-cash suspense for unidentified
      * lockbox remittances
      * Runs after LOCKBOX. Every research item LOCKBOX wrote to
      * LBXRESRCH (bad scanline, unknown account, snapshot
      * mismatch) has already been deposited, so it is taken into
      * the unapplied-cash suspense file under its own item id and
      * journaled the night it arrives: the deposit debits 100000
      * cash and credits 205000 unapplied-cash suspense, so the
      * ledger carries the money the bank holds.
      *
      * Research works the items on UACRESOL. An item applied to
      * the account it belongs to goes out as a 'PA' payment on
      * UACFEED -- TRANS-FEED format with the 'H'/'T' batch
      * controls, the way LOCKBOX builds LBXFEED -- for TRANLOAD to
      * post. The payment row is dated tonight, not with the
      * deposit date, so it lands inside GLFEED's window; GLFEED
      * then books it as cash against the receivable like any
      * payment, and this journal takes it back out of suspense
      * against cash, leaving suspense cleared and the receivable
      * credited. The account must be on CARDMAST, active or
      * frozen. An item refunded to the remitter goes to UACRFND
      * in the REFUND-CHECK layout for the check printer, and
      * leaves suspense against cash the same way. A resolution
      * that cannot be worked is rejected to UACREJ and the item
      * stays in suspense.
      *
      * The suspense file follows the DISPUTE master-update
      * pattern -- last night's UACSUSP is read in, tonight's
      * (items still unresolved plus tonight's intake) is written
      * to UACSUSNW for operations to rotate. UACAGE reports the
      * total held and the items past the policy age from it.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNAPPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESEARCH-FILE
               ASSIGN TO 'LBXRESRCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSR-STATUS.

           SELECT RESOLUTION-FILE
               ASSIGN TO 'UACRESOL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.

           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OLD-SUSPENSE-FILE
               ASSIGN TO 'UACSUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OSU-STATUS.

           SELECT NEW-SUSPENSE-FILE
               ASSIGN TO 'UACSUSNW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NSU-STATUS.

           SELECT FEED-FILE
               ASSIGN TO 'UACFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT REFUND-FILE
               ASSIGN TO 'UACRFND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFD-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO 'UACGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO 'UACREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESEARCH-FILE.
       01  RESEARCH-RECORD.
           COPY LOCKBOX-REMIT
               REPLACING LEADING ==LBX== BY ==RSR==.

       FD  RESOLUTION-FILE.
       01  RESOLUTION-RECORD.
           COPY UNAPPLIED-RESOLUTION.

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  OLD-SUSPENSE-FILE.
       01  OLD-SUSPENSE-RECORD.
           COPY UNAPPLIED-CASH.

       FD  NEW-SUSPENSE-FILE.
       01  NEW-SUSPENSE-RECORD.
           COPY UNAPPLIED-CASH
               REPLACING LEADING ==UAC== BY ==UCN==.

       FD  FEED-FILE.
       01  FEED-RECORD.
           COPY TRANS-FEED.

       FD  REFUND-FILE.
       01  REFUND-RECORD.
           COPY REFUND-CHECK.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           COPY GL-JOURNAL.

       FD  REJECT-FILE.
       01  REJECT-RECORD           PIC X(80).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-RSR-STATUS           PIC XX.
           88  WS-RSR-SUCCESS      VALUE '00'.
           88  WS-RSR-EOF          VALUE '10'.
       01  WS-RES-STATUS           PIC XX.
           88  WS-RES-SUCCESS      VALUE '00'.
           88  WS-RES-EOF          VALUE '10'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
       01  WS-OSU-STATUS           PIC XX.
           88  WS-OSU-SUCCESS      VALUE '00'.
           88  WS-OSU-EOF          VALUE '10'.
       01  WS-NSU-STATUS           PIC XX.
           88  WS-NSU-SUCCESS      VALUE '00'.
       01  WS-FEED-STATUS          PIC XX.
           88  WS-FEED-SUCCESS     VALUE '00'.
       01  WS-RFD-STATUS           PIC XX.
           88  WS-RFD-SUCCESS      VALUE '00'.
       01  WS-JRN-STATUS           PIC XX.
           88  WS-JRN-SUCCESS      VALUE '00'.
       01  WS-REJ-STATUS           PIC XX.
           88  WS-REJ-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).

      *    GL accounts for the suspense journal.
       01  WS-GL-CASH              PIC X(06) VALUE '100000'.
       01  WS-GL-SUSPENSE          PIC X(06) VALUE '205000'.

      *    Tonight's resolutions, loaded up front so the suspense
      *    file can be matched in one pass; a resolution used
      *    against an item is marked so the leftovers can be
      *    rejected at the end.
       01  WS-RES-MAX              PIC 9(04) VALUE 1000.
       01  WS-RES-USED             PIC 9(04) VALUE ZEROS.
       01  WS-RES-IDX              PIC 9(04) VALUE ZEROS.
       01  WS-RES-SUB              PIC 9(04) VALUE ZEROS.
       01  WS-RES-DROPPED          PIC 9(05) VALUE ZEROS.
       01  WS-RES-FOUND            PIC X VALUE 'N'.
           88  RES-WAS-FOUND       VALUE 'Y'.
       01  WS-RES-TABLE.
           05  WS-RES-ENTRY OCCURS 1000 TIMES.
               10  WS-RT-MATCHED       PIC X(01).
                   88  WS-RT-WAS-MATCHED VALUE 'Y'.
               10  WS-RT-RESOLUTION    PIC X(137).

       01  WS-RESOLUTION-COUNT     PIC 9(05) VALUE ZEROS.
       01  WS-INTAKE-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-CARRIED-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-APPLIED-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-REFUNDED-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-REJECT-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-INTAKE-TOTAL         PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-APPLIED-TOTAL        PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-REFUNDED-TOTAL       PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-HELD-TOTAL           PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-NEXT-SEQ             PIC 9(07) VALUE ZEROS.
       01  WS-FEED-SEQ             PIC 9(07) VALUE ZEROS.
       01  WS-REJ-REASON-TEXT      PIC X(28).

       01  WS-REJ-LINE.
           05  FILLER              PIC X(07) VALUE 'REJECT '.
           05  WS-REJ-ITEM         PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-ACTION       PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-ACCT         PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-AMOUNT       PIC Z(8)9.99-.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-REASON       PIC X(27).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0100-LOAD-RESOLUTIONS.
           OPEN INPUT CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NEW-SUSPENSE-FILE.
           IF NOT WS-NSU-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-NSU-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT FEED-FILE.
           IF NOT WS-FEED-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FEED-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE NEW-SUSPENSE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REFUND-FILE.
           IF NOT WS-RFD-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RFD-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE NEW-SUSPENSE-FILE
               CLOSE FEED-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           IF NOT WS-JRN-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-JRN-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE NEW-SUSPENSE-FILE
               CLOSE FEED-FILE
               CLOSE REFUND-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF NOT WS-REJ-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-REJ-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE NEW-SUSPENSE-FILE
               CLOSE FEED-FILE
               CLOSE REFUND-FILE
               CLOSE JOURNAL-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0500-WRITE-FEED-HEADER.

      *    No suspense file yet on the first run -- everything
      *    held starts with tonight's intake.
           OPEN INPUT OLD-SUSPENSE-FILE.
           IF WS-OSU-SUCCESS
               PERFORM 1000-READ-SUSPENSE-ITEM
                   UNTIL WS-OSU-EOF
               CLOSE OLD-SUSPENSE-FILE
           END-IF.

           OPEN INPUT RESEARCH-FILE.
           IF WS-RSR-SUCCESS
               PERFORM 2000-READ-RESEARCH-ITEM
                   UNTIL WS-RSR-EOF
               CLOSE RESEARCH-FILE
           END-IF.

           PERFORM 5000-REJECT-UNMATCHED
               VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-RES-USED.
           PERFORM 8000-WRITE-FEED-TRAILER.
           PERFORM 8100-WRITE-GL-JOURNAL.

           CLOSE CARD-MASTER-FILE.
           CLOSE NEW-SUSPENSE-FILE.
           CLOSE FEED-FILE.
           CLOSE REFUND-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE REJECT-FILE.
           DISPLAY 'RESOLUTIONS:        ' WS-RESOLUTION-COUNT.
           DISPLAY 'TAKEN INTO SUSPENSE:' WS-INTAKE-COUNT.
           DISPLAY 'AMOUNT TAKEN IN:    ' WS-INTAKE-TOTAL.
           DISPLAY 'APPLIED:            ' WS-APPLIED-COUNT.
           DISPLAY 'AMOUNT APPLIED:     ' WS-APPLIED-TOTAL.
           DISPLAY 'REFUNDED:           ' WS-REFUNDED-COUNT.
           DISPLAY 'AMOUNT REFUNDED:    ' WS-REFUNDED-TOTAL.
           DISPLAY 'REJECTED:           ' WS-REJECT-COUNT.
           DISPLAY 'ITEMS HELD:         ' WS-CARRIED-COUNT.
           DISPLAY 'UNAPPLIED CASH HELD:' WS-HELD-TOTAL.
           MOVE 0 TO RETURN-CODE
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RES-DROPPED > 0
               DISPLAY 'ENTRIES DROPPED AT TABLE CAP -- '
                   'CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *===============================================================
      * 0100-LOAD-RESOLUTIONS: Tonight's research decisions. The
      * file is optional -- a night with none just carries the
      * suspense file forward. A second resolution for the same
      * item is rejected; the first one stands.
      *===============================================================
       0100-LOAD-RESOLUTIONS.
           OPEN INPUT RESOLUTION-FILE
           IF WS-RES-SUCCESS
               PERFORM 0150-READ-RESOLUTION
                   UNTIL WS-RES-EOF
               CLOSE RESOLUTION-FILE
           END-IF.

       0150-READ-RESOLUTION.
           READ RESOLUTION-FILE
               AT END SET WS-RES-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RESOLUTION-COUNT
                   PERFORM 0160-STORE-RESOLUTION
           END-READ.

       0160-STORE-RESOLUTION.
           PERFORM 0170-FIND-RESOLUTION
           IF RES-WAS-FOUND
               MOVE 'DUPLICATE RESOLUTION' TO WS-REJ-REASON-TEXT
               MOVE 0 TO WS-REJ-AMOUNT
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-RES-USED >= WS-RES-MAX
               DISPLAY 'RESOLUTION TABLE FULL, DROPPING: '
                   UAR-ITEM-ID
               ADD 1 TO WS-RES-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RES-USED
           MOVE 'N' TO WS-RT-MATCHED(WS-RES-USED)
           MOVE RESOLUTION-RECORD TO WS-RT-RESOLUTION(WS-RES-USED).

       0170-FIND-RESOLUTION.
           MOVE 'N' TO WS-RES-FOUND
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-RES-USED
               OR RES-WAS-FOUND
               IF WS-RT-RESOLUTION(WS-RES-IDX)(1:12) = UAR-ITEM-ID
                   SET RES-WAS-FOUND TO TRUE
                   MOVE WS-RES-IDX TO WS-RES-SUB
               END-IF
           END-PERFORM.

       0500-WRITE-FEED-HEADER.
           MOVE SPACES TO FEED-RECORD
           SET TF-HEADER TO TRUE
           MOVE 0 TO TF-BCT-RECORD-COUNT
           MOVE 0 TO TF-BCT-AMOUNT-TOTAL
           MOVE WS-CURRENT-DATE TO TF-BCT-FEED-DATE
           WRITE FEED-RECORD.

      *===============================================================
      * 1000-READ-SUSPENSE-ITEM: An item with a resolution tonight
      * is worked; the rest are carried forward unchanged.
      *===============================================================
       1000-READ-SUSPENSE-ITEM.
           READ OLD-SUSPENSE-FILE
               AT END SET WS-OSU-EOF TO TRUE
               NOT AT END
                   PERFORM 1100-MATCH-ITEM
           END-READ.

       1100-MATCH-ITEM.
           MOVE UAC-ITEM-ID TO UAR-ITEM-ID
           PERFORM 0170-FIND-RESOLUTION
           IF NOT RES-WAS-FOUND
               PERFORM 1900-CARRY-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RT-RESOLUTION(WS-RES-SUB) TO RESOLUTION-RECORD
           MOVE 'Y' TO WS-RT-MATCHED(WS-RES-SUB)
           EVALUATE TRUE
               WHEN UAR-APPLY
                   PERFORM 3000-APPLY-ITEM
               WHEN UAR-REFUND
                   PERFORM 4000-REFUND-ITEM
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-REJ-REASON-TEXT
                   PERFORM 1800-REJECT-AND-CARRY
           END-EVALUATE.

       1800-REJECT-AND-CARRY.
           MOVE UAC-PAID-AMOUNT TO WS-REJ-AMOUNT
           PERFORM 9000-WRITE-REJECT
           PERFORM 1900-CARRY-ITEM.

       1900-CARRY-ITEM.
           MOVE OLD-SUSPENSE-RECORD TO NEW-SUSPENSE-RECORD
           WRITE NEW-SUSPENSE-RECORD
           ADD 1 TO WS-CARRIED-COUNT
           ADD UAC-PAID-AMOUNT TO WS-HELD-TOTAL.

      *===============================================================
      * 2000-READ-RESEARCH-ITEM: Tonight's LOCKBOX research items
      * come into suspense under a new item id. An item with no
      * money on it (a zero or negative captured amount) holds no
      * cash and is rejected for the research desk instead.
      *===============================================================
       2000-READ-RESEARCH-ITEM.
           READ RESEARCH-FILE
               AT END SET WS-RSR-EOF TO TRUE
               NOT AT END
                   PERFORM 2100-TAKE-INTO-SUSPENSE
           END-READ.

       2100-TAKE-INTO-SUSPENSE.
           IF RSR-PAID-AMOUNT <= 0
               MOVE SPACES TO WS-REJ-ITEM
               MOVE SPACE TO WS-REJ-ACTION
               MOVE RSR-ACCT-NUMBER TO WS-REJ-ACCT
               MOVE RSR-PAID-AMOUNT TO WS-REJ-AMOUNT
               MOVE 'NO CASH ON ITEM' TO WS-REJ-REASON
               WRITE REJECT-RECORD FROM WS-REJ-LINE
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           MOVE SPACES TO NEW-SUSPENSE-RECORD
           STRING 'U' DELIMITED SIZE
                  WS-CURRENT-DATE(3:6) DELIMITED SIZE
                  WS-NEXT-SEQ(3:5) DELIMITED SIZE
               INTO UCN-ITEM-ID
           END-STRING
           MOVE WS-CURRENT-DATE    TO UCN-RECEIVED-DATE
           MOVE RSR-DEPOSIT-DATE   TO UCN-DEPOSIT-DATE
           MOVE RSR-ACCT-NUMBER    TO UCN-SCAN-ACCT
           MOVE RSR-STMT-DATE      TO UCN-SCAN-STMT-DATE
           MOVE RSR-AMOUNT-DUE     TO UCN-SCAN-AMOUNT-DUE
           MOVE RSR-PAID-AMOUNT    TO UCN-PAID-AMOUNT
           MOVE RSR-CHECK-REF      TO UCN-CHECK-REF
           WRITE NEW-SUSPENSE-RECORD
           ADD 1 TO WS-INTAKE-COUNT
           ADD 1 TO WS-CARRIED-COUNT
           ADD RSR-PAID-AMOUNT TO WS-INTAKE-TOTAL
           ADD RSR-PAID-AMOUNT TO WS-HELD-TOTAL.

      *===============================================================
      * 3000-APPLY-ITEM: The item belongs to an open account --
      * post it as a lockbox check payment through TRANLOAD.
      *===============================================================
       3000-APPLY-ITEM.
           MOVE UAR-APPLY-ACCT TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJ-REASON-TEXT
                   PERFORM 1800-REJECT-AND-CARRY
                   EXIT PARAGRAPH
           END-READ
           IF NOT ACCT-ACTIVE AND NOT ACCT-FROZEN
               MOVE 'ACCOUNT NOT OPEN' TO WS-REJ-REASON-TEXT
               PERFORM 1800-REJECT-AND-CARRY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FEED-SEQ
           MOVE SPACES TO FEED-RECORD
           SET TF-DETAIL-REC TO TRUE
           MOVE UAR-APPLY-ACCT TO TF-ACCT-NUMBER
           MOVE SPACES TO TF-TRANS-ID
           STRING 'UAP' DELIMITED SIZE
                  WS-CURRENT-DATE(5:4) DELIMITED SIZE
                  WS-FEED-SEQ(3:5) DELIMITED SIZE
               INTO TF-TRANS-ID
           END-STRING
           MOVE WS-CURRENT-DATE TO TF-TRANS-DATE
           MOVE 'PA' TO TF-TRANS-TYPE
           MOVE UAC-PAID-AMOUNT TO TF-TRANS-AMOUNT
           MOVE 'LOCKBOX PAYMENT APPLIED FROM SUSPENSE'
               TO TF-TRANS-DESC
           MOVE SPACES TO TF-MERCHANT-ID
           MOVE 'CK' TO TF-PAY-METHOD
           MOVE UAC-CHECK-REF TO TF-PAY-REF-NUM
           MOVE 'LOCKBOX' TO TF-PAY-BANK
           WRITE FEED-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           ADD UAC-PAID-AMOUNT TO WS-APPLIED-TOTAL.

      *===============================================================
      * 4000-REFUND-ITEM: No account to apply it to -- the check
      * goes back to whoever sent it.
      *===============================================================
       4000-REFUND-ITEM.
           IF UAR-PAYEE-NAME = SPACES OR UAR-STREET = SPACES
               MOVE 'NO REFUND PAYEE' TO WS-REJ-REASON-TEXT
               PERFORM 1800-REJECT-AND-CARRY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REFUND-RECORD
           MOVE UAC-SCAN-ACCT    TO RFC-ACCT-NUMBER
           MOVE UAC-PAID-AMOUNT  TO RFC-REFUND-AMOUNT
           MOVE UAR-PAYEE-NAME   TO RFC-PAYEE-NAME
           MOVE UAR-STREET       TO RFC-STREET
           MOVE UAR-CITY         TO RFC-CITY
           MOVE UAR-STATE        TO RFC-STATE
           MOVE UAR-ZIP          TO RFC-ZIP
           MOVE WS-CURRENT-DATE  TO RFC-REFUND-DATE
           WRITE REFUND-RECORD
           ADD 1 TO WS-REFUNDED-COUNT
           ADD UAC-PAID-AMOUNT TO WS-REFUNDED-TOTAL.

      *===============================================================
      * 5000-REJECT-UNMATCHED: A resolution naming an item that is
      * not in suspense -- already worked, or a mistyped id.
      *===============================================================
       5000-REJECT-UNMATCHED.
           IF WS-RT-WAS-MATCHED(WS-RES-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RT-RESOLUTION(WS-RES-IDX) TO RESOLUTION-RECORD
           MOVE 'ITEM NOT IN SUSPENSE' TO WS-REJ-REASON-TEXT
           MOVE 0 TO WS-REJ-AMOUNT
           PERFORM 9000-WRITE-REJECT.

       8000-WRITE-FEED-TRAILER.
           MOVE SPACES TO FEED-RECORD
           SET TF-TRAILER TO TRUE
           MOVE WS-APPLIED-COUNT TO TF-BCT-RECORD-COUNT
           MOVE WS-APPLIED-TOTAL TO TF-BCT-AMOUNT-TOTAL
           MOVE WS-CURRENT-DATE  TO TF-BCT-FEED-DATE
           WRITE FEED-RECORD.

      *===============================================================
      * 8100-WRITE-GL-JOURNAL: Tonight's deposits into suspense
      * ('UC') against cash; applied ('UA') and refunded ('UR')
      * items out of suspense against cash -- GLFEED books the
      * applied payments into cash when TRANLOAD posts them, and
      * the refund checks draw on cash when they clear.
      *===============================================================
       8100-WRITE-GL-JOURNAL.
           MOVE WS-CURRENT-DATE TO GLJ-JOURNAL-DATE
           IF WS-INTAKE-TOTAL > 0
               MOVE 'UC' TO GLJ-TRANS-TYPE
               MOVE WS-GL-CASH TO GLJ-GL-ACCOUNT
               SET GLJ-DEBIT TO TRUE
               MOVE WS-INTAKE-TOTAL TO GLJ-AMOUNT
               WRITE JOURNAL-RECORD
               MOVE WS-GL-SUSPENSE TO GLJ-GL-ACCOUNT
               SET GLJ-CREDIT TO TRUE
               WRITE JOURNAL-RECORD
           END-IF
           IF WS-APPLIED-TOTAL > 0
               MOVE 'UA' TO GLJ-TRANS-TYPE
               MOVE WS-GL-SUSPENSE TO GLJ-GL-ACCOUNT
               SET GLJ-DEBIT TO TRUE
               MOVE WS-APPLIED-TOTAL TO GLJ-AMOUNT
               WRITE JOURNAL-RECORD
               MOVE WS-GL-CASH TO GLJ-GL-ACCOUNT
               SET GLJ-CREDIT TO TRUE
               WRITE JOURNAL-RECORD
           END-IF
           IF WS-REFUNDED-TOTAL > 0
               MOVE 'UR' TO GLJ-TRANS-TYPE
               MOVE WS-GL-SUSPENSE TO GLJ-GL-ACCOUNT
               SET GLJ-DEBIT TO TRUE
               MOVE WS-REFUNDED-TOTAL TO GLJ-AMOUNT
               WRITE JOURNAL-RECORD
               MOVE WS-GL-CASH TO GLJ-GL-ACCOUNT
               SET GLJ-CREDIT TO TRUE
               WRITE JOURNAL-RECORD
           END-IF.

       9000-WRITE-REJECT.
           MOVE UAR-ITEM-ID TO WS-REJ-ITEM
           MOVE UAR-ACTION TO WS-REJ-ACTION
           MOVE UAR-APPLY-ACCT TO WS-REJ-ACCT
           MOVE WS-REJ-REASON-TEXT TO WS-REJ-REASON
           WRITE REJECT-RECORD FROM WS-REJ-LINE
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY 'RESOLUTION REJECTED: ' UAR-ITEM-ID ' '
               WS-REJ-REASON-TEXT.

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
