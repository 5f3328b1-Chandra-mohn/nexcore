      *---------------------------------------------------------------
      * GOODWILL.cbl -- Goodwill fee and interest reversal desk
      * Reverses the specific late fee or month of interest a rep
      * promised to waive. Each request (GWREQ) names the 'FE' or
      * 'IN' row by transaction id; the row is found on the
      * master's open-cycle table or, once cycled off, on TRANHIST.
      * The reversal posts as a credit row of the same type (so
      * GLFEED nets it out of fee or interest income and RECONCIL
      * recomputes the balance unchanged) carrying the reversed
      * row's id, and comes off the bucket the item was billed into
      * -- what the cardholder already paid of it lands in
      * purchases as a credit, the way TRANLOAD books an
      * overpayment.
      *
      * Each rep has a dollar authority on REPAUTH. A reversal
      * within it posts at once; one over it (or from a rep not on
      * file) is held on the pending file for a second approver.
      * The approvers' decisions (GWAPPRV) are worked first each
      * night: an approver with approval rights, enough authority,
      * and not the rep who asked can approve or decline. Pending
      * items follow the DISPUTE master-update pattern -- last
      * night's GWPEND is read in, tonight's is written to GWPNDNEW
      * for operations to rotate.
      *
      * An item is only ever reversed once: a request is refused
      * when a reversal row already names it or a held request for
      * it is waiting (PAYXFER's late-fee reversals and the fees
      * FRDCLAIM reverses with a fraud claim count too).
      * Every request and decision appends a record
      * to GWAUDIT, which WAIVRPT reports from monthly.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOODWILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE
               ASSIGN TO 'GWREQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT DECISION-FILE
               ASSIGN TO 'GWAPPRV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

           SELECT AUTHORITY-FILE
               ASSIGN TO 'REPAUTH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RAU-STATUS.

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

           SELECT OLD-PENDING-FILE
               ASSIGN TO 'GWPEND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLP-STATUS.

           SELECT NEW-PENDING-FILE
               ASSIGN TO 'GWPNDNEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NWP-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO 'GWAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

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
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           COPY GOODWILL-REQUEST.

       FD  DECISION-FILE.
       01  DECISION-RECORD.
           COPY GOODWILL-DECISION.

       FD  AUTHORITY-FILE.
       01  AUTHORITY-RECORD.
           COPY REP-AUTHORITY.

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY TRANS-HIST-OFFLOAD.

       FD  OLD-PENDING-FILE.
       01  OLD-PENDING-RECORD.
           COPY GOODWILL-AUDIT
               REPLACING LEADING ==GWA== BY ==OGP==.

       FD  NEW-PENDING-FILE.
       01  NEW-PENDING-RECORD.
           COPY GOODWILL-AUDIT
               REPLACING LEADING ==GWA== BY ==NGP==.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY GOODWILL-AUDIT.

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
       01  WS-REQ-STATUS           PIC XX.
           88  WS-REQ-SUCCESS      VALUE '00'.
           88  WS-REQ-EOF          VALUE '10'.
       01  WS-DEC-STATUS           PIC XX.
           88  WS-DEC-SUCCESS      VALUE '00'.
           88  WS-DEC-EOF          VALUE '10'.
       01  WS-RAU-STATUS           PIC XX.
           88  WS-RAU-SUCCESS      VALUE '00'.
           88  WS-RAU-EOF          VALUE '10'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
       01  WS-OLP-STATUS           PIC XX.
           88  WS-OLP-SUCCESS      VALUE '00'.
           88  WS-OLP-EOF          VALUE '10'.
       01  WS-NWP-STATUS           PIC XX.
           88  WS-NWP-SUCCESS      VALUE '00'.
       01  WS-AUD-STATUS           PIC XX.
           88  WS-AUD-SUCCESS      VALUE '00'.
           88  WS-AUD-NOT-FOUND    VALUE '35'.
       01  WS-CTL-STATUS           PIC XX.
           88  WS-CTL-SUCCESS      VALUE '00'.
           88  WS-CTL-NOT-FOUND    VALUE '35'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-CURRENT-TIME         PIC 9(06).

      *    Offloaded-history lookup (optional file, same pattern as
      *    DISPUTE): most billed fees and interest have cycled off
      *    the master by the time a cardholder calls about them.
       01  WS-HXS-STATUS           PIC XX.
           88  WS-HXS-SUCCESS      VALUE '00'.
       01  WS-HIST-LOOKUP-FLAG     PIC X(01) VALUE 'N'.
           88  WS-HIST-LOOKUP-ON   VALUE 'Y'.
       01  WS-HIST-DONE-FLAG       PIC X(01) VALUE 'N'.
           88  WS-HIST-DONE        VALUE 'Y'.
       01  WS-HX-REVERSAL.
           05  WS-HXR-ORIG-ID      PIC X(12).
           05  FILLER              PIC X(48).

      *    The request being worked, whichever file it came from.
       01  WS-ITEM.
           05  WS-ITM-REQUEST-ID   PIC X(12).
           05  WS-ITM-ACCT-NUMBER  PIC X(16).
           05  WS-ITM-TRANS-ID     PIC X(12).
           05  WS-ITM-TRANS-TYPE   PIC X(02).
           05  WS-ITM-AMOUNT       PIC S9(11)V99 COMP-3.
           05  WS-ITM-REASON-CODE  PIC X(02).
           05  WS-ITM-REP-ID       PIC X(10).
           05  WS-ITM-APPROVER-ID  PIC X(10).
           05  WS-ITM-REQUEST-DATE PIC 9(08).
       01  WS-REFUSAL              PIC X(20) VALUE SPACES.
       01  WS-TRANS-IDX            PIC 9(03).
       01  WS-TRANS-FOUND          PIC X VALUE 'N'.
           88  TRANS-WAS-FOUND     VALUE 'Y'.
       01  WS-REVERSED-FLAG        PIC X VALUE 'N'.
           88  ITEM-WAS-REVERSED   VALUE 'Y'.
       01  WS-NEXT-SEQ             PIC 9(07) VALUE ZEROS.
       01  WS-BUCKET-TAKE          PIC S9(11)V99 COMP-3 VALUE 0.

      *    Rep authority from REPAUTH. A rep not on file has none.
       01  WS-REP-MAX              PIC 9(04) VALUE 1000.
       01  WS-REP-USED             PIC 9(04) VALUE ZEROS.
       01  WS-REP-DROPPED          PIC 9(05) VALUE ZEROS.
       01  WS-REP-IDX              PIC 9(04) VALUE ZEROS.
       01  WS-REP-SUB              PIC 9(04) VALUE ZEROS.
       01  WS-REP-FOUND            PIC X VALUE 'N'.
           88  REP-WAS-FOUND       VALUE 'Y'.
       01  WS-LOOKUP-REP-ID        PIC X(10).
       01  WS-REP-TABLE.
           05  WS-REP-ENTRY OCCURS 1000 TIMES.
               10  WS-RPE-REP-ID       PIC X(10).
               10  WS-RPE-LIMIT        PIC S9(07)V99 COMP-3.
               10  WS-RPE-APPROVER     PIC X(01).

      *    Held requests: last night's pending file plus tonight's
      *    holds. Status 'H' held, 'A' approved, 'D' declined;
      *    touched once written to tonight's pending file or
      *    decided, so carry-forward skips it.
       01  WS-PEND-MAX             PIC 9(04) VALUE 2000.
       01  WS-PEND-USED            PIC 9(04) VALUE ZEROS.
       01  WS-PEND-DROPPED         PIC 9(05) VALUE ZEROS.
       01  WS-PEND-IDX             PIC 9(04) VALUE ZEROS.
       01  WS-PEND-SUB             PIC 9(04) VALUE ZEROS.
       01  WS-PEND-FOUND           PIC X VALUE 'N'.
           88  PEND-WAS-FOUND      VALUE 'Y'.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 2000 TIMES.
               10  WS-PND-REQUEST-ID   PIC X(12).
               10  WS-PND-ACCT-NUMBER  PIC X(16).
               10  WS-PND-TRANS-ID     PIC X(12).
               10  WS-PND-TRANS-TYPE   PIC X(02).
               10  WS-PND-AMOUNT       PIC S9(11)V99 COMP-3.
               10  WS-PND-REASON-CODE  PIC X(02).
               10  WS-PND-REP-ID       PIC X(10).
               10  WS-PND-REQUEST-DATE PIC 9(08).
               10  WS-PND-HELD-DATE    PIC 9(08).
               10  WS-PND-STATUS       PIC X(01).
               10  WS-PND-TOUCHED      PIC X(01).

       01  WS-REQUEST-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-DECISION-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-APPLIED-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-HELD-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-DECLINED-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-REFUSED-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-CARRIED-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-BAL-BEFORE-TOTAL     PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-BAL-AFTER-TOTAL      PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-AMOUNT-POSTED-TOTAL  PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.

      *    Parameter area for the shared CHGJRNL change-journal
      *    writer -- before image captured at READ time, after image
      *    at REWRITE time.
       01  WS-JOURNAL-REQUEST.
           COPY CHANGE-JOURNAL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME.
           PERFORM 0100-LOAD-AUTHORITY.
           PERFORM 0200-LOAD-PENDING.
           OPEN INPUT REQUEST-FILE.
           IF NOT WS-REQ-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-REQ-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE REQUEST-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NEW-PENDING-FILE.
           IF NOT WS-NWP-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-NWP-STATUS
               CLOSE REQUEST-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF NOT WS-AUD-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-AUD-STATUS
               CLOSE REQUEST-FILE
               CLOSE CARD-MASTER-FILE
               CLOSE NEW-PENDING-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HXS-SUCCESS
               SET WS-HIST-LOOKUP-ON TO TRUE
           END-IF.
           PERFORM 0060-OPEN-CONTROL-FILE.
           OPEN INPUT DECISION-FILE.
           IF WS-DEC-SUCCESS
               PERFORM 1000-PROCESS-DECISIONS
                   UNTIL WS-DEC-EOF
               CLOSE DECISION-FILE
           END-IF.
           PERFORM 2000-PROCESS-REQUESTS
               UNTIL WS-REQ-EOF.
           PERFORM 8000-CARRY-FORWARD-PENDING.
           PERFORM 9200-WRITE-CONTROL-RECORD.
           CLOSE CONTROL-FILE.
           CLOSE REQUEST-FILE.
           CLOSE CARD-MASTER-FILE.
           CLOSE NEW-PENDING-FILE.
           CLOSE AUDIT-FILE.
           IF WS-HIST-LOOKUP-ON
               CLOSE HISTORY-FILE
           END-IF.
           DISPLAY 'REQUESTS:         ' WS-REQUEST-COUNT.
           DISPLAY 'DECISIONS:        ' WS-DECISION-COUNT.
           DISPLAY 'REVERSED:         ' WS-APPLIED-COUNT.
           DISPLAY 'HELD FOR APPROVAL:' WS-HELD-COUNT.
           DISPLAY 'DECLINED:         ' WS-DECLINED-COUNT.
           DISPLAY 'REFUSED:          ' WS-REFUSED-COUNT.
           DISPLAY 'PENDING CARRIED:  ' WS-CARRIED-COUNT.
           IF WS-PEND-DROPPED > 0 OR WS-REP-DROPPED > 0
               DISPLAY 'ENTRIES DROPPED AT TABLE CAP -- '
                   'CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-LOAD-AUTHORITY.
           OPEN INPUT AUTHORITY-FILE
           IF WS-RAU-SUCCESS
               PERFORM 0150-READ-AUTHORITY
                   UNTIL WS-RAU-EOF
               CLOSE AUTHORITY-FILE
           ELSE
               DISPLAY 'NO REPAUTH FILE -- EVERY REVERSAL HELD'
           END-IF
           DISPLAY 'REPS WITH AUTHORITY: ' WS-REP-USED.

       0150-READ-AUTHORITY.
           READ AUTHORITY-FILE
               AT END SET WS-RAU-EOF TO TRUE
               NOT AT END
                   IF WS-REP-USED >= WS-REP-MAX
                       ADD 1 TO WS-REP-DROPPED
                       DISPLAY 'REP TABLE FULL, DROPPING: '
                           RAU-REP-ID
                   ELSE
                       ADD 1 TO WS-REP-USED
                       MOVE RAU-REP-ID
                           TO WS-RPE-REP-ID(WS-REP-USED)
                       MOVE RAU-LIMIT
                           TO WS-RPE-LIMIT(WS-REP-USED)
                       MOVE RAU-APPROVER-FLAG
                           TO WS-RPE-APPROVER(WS-REP-USED)
                   END-IF
           END-READ.

      *===============================================================
      * 0200-LOAD-PENDING: Last night's held requests. One past the
      * table cap would silently fall off the file, so overflow is
      * counted, named, and fails the run.
      *===============================================================
       0200-LOAD-PENDING.
           OPEN INPUT OLD-PENDING-FILE
           IF WS-OLP-SUCCESS
               PERFORM 0250-READ-PENDING
                   UNTIL WS-OLP-EOF
               CLOSE OLD-PENDING-FILE
           END-IF
           DISPLAY 'PRIOR HELD REQUESTS: ' WS-PEND-USED.

       0250-READ-PENDING.
           READ OLD-PENDING-FILE
               AT END SET WS-OLP-EOF TO TRUE
               NOT AT END
                   IF WS-PEND-USED >= WS-PEND-MAX
                       ADD 1 TO WS-PEND-DROPPED
                       DISPLAY 'PENDING TABLE FULL, DROPPING: '
                           OGP-REQUEST-ID
                   ELSE
                       ADD 1 TO WS-PEND-USED
                       MOVE WS-PEND-USED TO WS-PEND-SUB
                       MOVE OGP-REQUEST-ID
                           TO WS-PND-REQUEST-ID(WS-PEND-SUB)
                       MOVE OGP-ACCT-NUMBER
                           TO WS-PND-ACCT-NUMBER(WS-PEND-SUB)
                       MOVE OGP-TRANS-ID
                           TO WS-PND-TRANS-ID(WS-PEND-SUB)
                       MOVE OGP-TRANS-TYPE
                           TO WS-PND-TRANS-TYPE(WS-PEND-SUB)
                       MOVE OGP-AMOUNT
                           TO WS-PND-AMOUNT(WS-PEND-SUB)
                       MOVE OGP-REASON-CODE
                           TO WS-PND-REASON-CODE(WS-PEND-SUB)
                       MOVE OGP-REP-ID
                           TO WS-PND-REP-ID(WS-PEND-SUB)
                       MOVE OGP-REQUEST-DATE
                           TO WS-PND-REQUEST-DATE(WS-PEND-SUB)
                       MOVE OGP-ACTION-DATE
                           TO WS-PND-HELD-DATE(WS-PEND-SUB)
                       MOVE 'H' TO WS-PND-STATUS(WS-PEND-SUB)
                       MOVE 'N' TO WS-PND-TOUCHED(WS-PEND-SUB)
                   END-IF
           END-READ.

      *===============================================================
      * 1000-PROCESS-DECISIONS: A second approver's ruling on a held
      * request. A decision the approver may not make is refused
      * and the request stays held.
      *===============================================================
       1000-PROCESS-DECISIONS.
           READ DECISION-FILE
               AT END SET WS-DEC-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DECISION-COUNT
                   PERFORM 1100-APPLY-DECISION
           END-READ.

       1100-APPLY-DECISION.
           MOVE 'N' TO WS-PEND-FOUND
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-USED
               OR PEND-WAS-FOUND
               IF WS-PND-REQUEST-ID(WS-PEND-IDX) = GWD-REQUEST-ID
                   AND WS-PND-STATUS(WS-PEND-IDX) = 'H'
                   AND WS-PND-TOUCHED(WS-PEND-IDX) NOT = 'Y'
                   SET PEND-WAS-FOUND TO TRUE
                   MOVE WS-PEND-IDX TO WS-PEND-SUB
               END-IF
           END-PERFORM
           IF NOT PEND-WAS-FOUND
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'NO HELD REQUEST FOR DECISION: '
                   GWD-REQUEST-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PND-REQUEST-ID(WS-PEND-SUB) TO WS-ITM-REQUEST-ID
           MOVE WS-PND-ACCT-NUMBER(WS-PEND-SUB)
               TO WS-ITM-ACCT-NUMBER
           MOVE WS-PND-TRANS-ID(WS-PEND-SUB) TO WS-ITM-TRANS-ID
           MOVE WS-PND-TRANS-TYPE(WS-PEND-SUB) TO WS-ITM-TRANS-TYPE
           MOVE WS-PND-AMOUNT(WS-PEND-SUB) TO WS-ITM-AMOUNT
           MOVE WS-PND-REASON-CODE(WS-PEND-SUB)
               TO WS-ITM-REASON-CODE
           MOVE WS-PND-REP-ID(WS-PEND-SUB) TO WS-ITM-REP-ID
           MOVE GWD-APPROVER-ID TO WS-ITM-APPROVER-ID
           MOVE WS-PND-REQUEST-DATE(WS-PEND-SUB)
               TO WS-ITM-REQUEST-DATE
           MOVE SPACES TO WS-REFUSAL
           MOVE GWD-APPROVER-ID TO WS-LOOKUP-REP-ID
           PERFORM 5500-FIND-REP
           EVALUATE TRUE
               WHEN GWD-APPROVER-ID = WS-ITM-REP-ID
                   MOVE 'APPROVER = REQUESTER' TO WS-REFUSAL
               WHEN NOT REP-WAS-FOUND
                   MOVE 'APPROVER NOT ON FILE' TO WS-REFUSAL
               WHEN WS-RPE-APPROVER(WS-REP-SUB) NOT = 'Y'
                   MOVE 'NOT AN APPROVER' TO WS-REFUSAL
               WHEN WS-RPE-LIMIT(WS-REP-SUB) < WS-ITM-AMOUNT
                   MOVE 'OVER APPROVER LIMIT' TO WS-REFUSAL
               WHEN NOT GWD-APPROVED AND NOT GWD-DECLINED
                   MOVE 'INVALID DECISION' TO WS-REFUSAL
           END-EVALUATE
           IF WS-REFUSAL NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM 7000-WRITE-AUDIT
               SET GWA-REFUSED TO TRUE
               WRITE AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PND-TOUCHED(WS-PEND-SUB)
           IF GWD-DECLINED
               MOVE 'D' TO WS-PND-STATUS(WS-PEND-SUB)
               ADD 1 TO WS-DECLINED-COUNT
               PERFORM 7000-WRITE-AUDIT
               SET GWA-DECLINED TO TRUE
               WRITE AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-PND-STATUS(WS-PEND-SUB)
           PERFORM 3000-LOCATE-ITEM
           IF WS-REFUSAL = SPACES
               PERFORM 4000-POST-REVERSAL
           END-IF
           PERFORM 7000-WRITE-AUDIT
           IF WS-REFUSAL = SPACES
               SET GWA-APPLIED-APPROVED TO TRUE
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               SET GWA-REFUSED TO TRUE
           END-IF
           WRITE AUDIT-RECORD.

      *===============================================================
      * 2000-PROCESS-REQUESTS: Tonight's requests -- posted within
      * the rep's authority, held for a second approver over it.
      *===============================================================
       2000-PROCESS-REQUESTS.
           READ REQUEST-FILE
               AT END SET WS-REQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
                   PERFORM 2100-APPLY-REQUEST
           END-READ.

       2100-APPLY-REQUEST.
           MOVE GWR-REQUEST-ID TO WS-ITM-REQUEST-ID
           MOVE GWR-ACCT-NUMBER TO WS-ITM-ACCT-NUMBER
           MOVE GWR-TRANS-ID TO WS-ITM-TRANS-ID
           MOVE SPACES TO WS-ITM-TRANS-TYPE
           MOVE 0 TO WS-ITM-AMOUNT
           MOVE GWR-REASON-CODE TO WS-ITM-REASON-CODE
           MOVE GWR-REP-ID TO WS-ITM-REP-ID
           MOVE SPACES TO WS-ITM-APPROVER-ID
           MOVE GWR-REQUEST-DATE TO WS-ITM-REQUEST-DATE
           MOVE SPACES TO WS-REFUSAL
           PERFORM 3000-LOCATE-ITEM
           IF WS-REFUSAL NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM 7000-WRITE-AUDIT
               SET GWA-REFUSED TO TRUE
               WRITE AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ITM-REP-ID TO WS-LOOKUP-REP-ID
           PERFORM 5500-FIND-REP
           IF REP-WAS-FOUND
               AND WS-ITM-AMOUNT NOT > WS-RPE-LIMIT(WS-REP-SUB)
               PERFORM 4000-POST-REVERSAL
               PERFORM 7000-WRITE-AUDIT
               IF WS-REFUSAL = SPACES
                   SET GWA-APPLIED TO TRUE
               ELSE
                   ADD 1 TO WS-REFUSED-COUNT
                   SET GWA-REFUSED TO TRUE
               END-IF
               WRITE AUDIT-RECORD
           ELSE
               PERFORM 6000-HOLD-REQUEST
           END-IF.

      *===============================================================
      * 3000-LOCATE-ITEM: Read the account and find the row being
      * reversed -- open-cycle table first, then TRANHIST -- and
      * refuse anything that is not an unreversed fee or interest
      * charge.
      *===============================================================
       3000-LOCATE-ITEM.
           MOVE WS-ITM-ACCT-NUMBER TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REFUSAL
                   EXIT PARAGRAPH
           END-READ
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           IF ACCT-CHARGED-OFF
               MOVE 'ACCOUNT CHARGED OFF' TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TRANS-FOUND
           MOVE 'N' TO WS-REVERSED-FLAG
           PERFORM 3100-SCAN-OPEN-CYCLE
               VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
           IF WS-HIST-LOOKUP-ON
               PERFORM 3200-SCAN-OFFLOADED
           END-IF
           EVALUATE TRUE
               WHEN NOT TRANS-WAS-FOUND
                   MOVE 'ITEM NOT FOUND' TO WS-REFUSAL
               WHEN WS-ITM-TRANS-TYPE NOT = 'FE'
                   AND WS-ITM-TRANS-TYPE NOT = 'IN'
                   MOVE 'NOT FEE OR INTEREST' TO WS-REFUSAL
               WHEN WS-ITM-AMOUNT NOT > 0
                   MOVE 'NOT A CHARGE' TO WS-REFUSAL
               WHEN ITEM-WAS-REVERSED
                   MOVE 'ALREADY REVERSED' TO WS-REFUSAL
           END-EVALUATE.

       3100-SCAN-OPEN-CYCLE.
           IF TH-TRANS-ID(WS-TRANS-IDX) = WS-ITM-TRANS-ID
               AND TH-TRANS-ID(WS-TRANS-IDX)(1:3) NOT = 'GWR'
               AND TH-TRANS-ID(WS-TRANS-IDX)(1:3) NOT = 'MPF'
               AND TH-TRANS-ID(WS-TRANS-IDX)(1:3) NOT = 'FCR'
               SET TRANS-WAS-FOUND TO TRUE
               MOVE TH-TRANS-TYPE(WS-TRANS-IDX) TO WS-ITM-TRANS-TYPE
               MOVE TH-TRANS-AMOUNT(WS-TRANS-IDX) TO WS-ITM-AMOUNT
           END-IF
           IF (TH-TRANS-ID(WS-TRANS-IDX)(1:3) = 'GWR'
               OR TH-TRANS-ID(WS-TRANS-IDX)(1:3) = 'MPF'
               OR TH-TRANS-ID(WS-TRANS-IDX)(1:3) = 'FCR')
               AND TH-REV-ORIG-ID(WS-TRANS-IDX) = WS-ITM-TRANS-ID
               SET ITEM-WAS-REVERSED TO TRUE
           END-IF.

      *===============================================================
      * 3200-SCAN-OFFLOADED: Browse the account's TRANHIST rows for
      * the item (when it has cycled off) and for an earlier
      * reversal of it that has cycled off too.
      *===============================================================
       3200-SCAN-OFFLOADED.
           MOVE 'N' TO WS-HIST-DONE-FLAG
           MOVE WS-ITM-ACCT-NUMBER TO HX-ACCT-NUMBER
           MOVE 0 TO HX-TRANS-DATE
           MOVE LOW-VALUES TO HX-TRANS-ID
           START HISTORY-FILE KEY IS NOT LESS THAN HX-KEY
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-START
           PERFORM 3250-READ-OFFLOADED
               UNTIL WS-HIST-DONE.

       3250-READ-OFFLOADED.
           READ HISTORY-FILE NEXT
               AT END SET WS-HIST-DONE TO TRUE
               NOT AT END
                   IF HX-ACCT-NUMBER NOT = WS-ITM-ACCT-NUMBER
                       SET WS-HIST-DONE TO TRUE
                   ELSE
                       IF HX-TRANS-ID(1:3) = 'GWR'
                           OR HX-TRANS-ID(1:3) = 'MPF'
                           OR HX-TRANS-ID(1:3) = 'FCR'
                           MOVE HX-TRANS-DETAIL TO WS-HX-REVERSAL
                           IF WS-HXR-ORIG-ID = WS-ITM-TRANS-ID
                               SET ITEM-WAS-REVERSED TO TRUE
                           END-IF
                       ELSE
                           IF HX-TRANS-ID = WS-ITM-TRANS-ID
                               AND NOT TRANS-WAS-FOUND
                               SET TRANS-WAS-FOUND TO TRUE
                               MOVE HX-TRANS-TYPE
                                   TO WS-ITM-TRANS-TYPE
                               MOVE HX-TRANS-AMOUNT
                                   TO WS-ITM-AMOUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *===============================================================
      * 4000-POST-REVERSAL: The credit row, the balance, and the
      * bucket the item sits in. The account record is the one
      * 3000-LOCATE-ITEM read.
      *===============================================================
       4000-POST-REVERSAL.
           PERFORM 5050-FIND-PENDING-ITEM
           IF PEND-WAS-FOUND
               AND WS-PND-REQUEST-ID(WS-PEND-SUB)
                   NOT = WS-ITM-REQUEST-ID
               MOVE 'REVERSAL PENDING' TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF TH-TRANS-COUNT >= 50
               MOVE 'TRANS TABLE FULL' TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO TH-TRANS-COUNT
           MOVE SPACES TO TH-TRANS-ID(TH-TRANS-COUNT)
           STRING 'GWR' DELIMITED SIZE
                  WS-NEXT-SEQ DELIMITED SIZE
               INTO TH-TRANS-ID(TH-TRANS-COUNT)
           END-STRING
           MOVE WS-CURRENT-DATE TO TH-TRANS-DATE(TH-TRANS-COUNT)
           MOVE WS-ITM-TRANS-TYPE TO TH-TRANS-TYPE(TH-TRANS-COUNT)
           COMPUTE TH-TRANS-AMOUNT(TH-TRANS-COUNT) =
               0 - WS-ITM-AMOUNT
           IF WS-ITM-TRANS-TYPE = 'FE'
               MOVE 'GOODWILL REVERSAL - FEE'
                   TO TH-TRANS-DESC(TH-TRANS-COUNT)
           ELSE
               MOVE 'GOODWILL REVERSAL - INTEREST'
                   TO TH-TRANS-DESC(TH-TRANS-COUNT)
           END-IF
           MOVE SPACES TO TH-MERCHANT-ID(TH-TRANS-COUNT)
           MOVE SPACES TO TH-TRANS-DETAIL(TH-TRANS-COUNT)
           MOVE WS-ITM-TRANS-ID TO TH-REV-ORIG-ID(TH-TRANS-COUNT)
           MOVE WS-ITM-REASON-CODE TO TH-REV-REASON(TH-TRANS-COUNT)
           MOVE WS-ITM-REP-ID TO TH-REV-REP-ID(TH-TRANS-COUNT)
           SUBTRACT WS-ITM-AMOUNT FROM ACCT-BALANCE
           IF ACCT-CREDIT
               PERFORM 4100-CREDIT-BUCKET
           END-IF
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
                   MOVE 'REWRITE FAILED' TO WS-REFUSAL
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 5900-JOURNAL-CHANGE
                   ADD JRN-BEFORE-BALANCE TO WS-BAL-BEFORE-TOTAL
                   ADD ACCT-BALANCE TO WS-BAL-AFTER-TOTAL
                   SUBTRACT WS-ITM-AMOUNT
                       FROM WS-AMOUNT-POSTED-TOTAL
           END-REWRITE.

      *===============================================================
      * 4100-CREDIT-BUCKET: Back out of the fee or interest bucket
      * as much as is still owing there; any rest was already paid
      * and becomes a credit in purchases.
      *===============================================================
       4100-CREDIT-BUCKET.
           IF WS-ITM-TRANS-TYPE = 'FE'
               IF ACCT-BKT-FEES > WS-ITM-AMOUNT
                   MOVE WS-ITM-AMOUNT TO WS-BUCKET-TAKE
               ELSE
                   MOVE ACCT-BKT-FEES TO WS-BUCKET-TAKE
               END-IF
               IF WS-BUCKET-TAKE < 0
                   MOVE 0 TO WS-BUCKET-TAKE
               END-IF
               SUBTRACT WS-BUCKET-TAKE FROM ACCT-BKT-FEES
           ELSE
               IF ACCT-BKT-INTEREST > WS-ITM-AMOUNT
                   MOVE WS-ITM-AMOUNT TO WS-BUCKET-TAKE
               ELSE
                   MOVE ACCT-BKT-INTEREST TO WS-BUCKET-TAKE
               END-IF
               IF WS-BUCKET-TAKE < 0
                   MOVE 0 TO WS-BUCKET-TAKE
               END-IF
               SUBTRACT WS-BUCKET-TAKE FROM ACCT-BKT-INTEREST
           END-IF
           COMPUTE ACCT-BKT-PURCHASES = ACCT-BKT-PURCHASES
               - (WS-ITM-AMOUNT - WS-BUCKET-TAKE).

      *===============================================================
      * 5050-FIND-PENDING-ITEM: A held request for the same item
      * blocks a second one until it is decided.
      *===============================================================
       5050-FIND-PENDING-ITEM.
           MOVE 'N' TO WS-PEND-FOUND
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-USED
               OR PEND-WAS-FOUND
               IF WS-PND-ACCT-NUMBER(WS-PEND-IDX) =
                   WS-ITM-ACCT-NUMBER
                   AND WS-PND-TRANS-ID(WS-PEND-IDX) =
                       WS-ITM-TRANS-ID
                   AND WS-PND-STATUS(WS-PEND-IDX) = 'H'
                   SET PEND-WAS-FOUND TO TRUE
                   MOVE WS-PEND-IDX TO WS-PEND-SUB
               END-IF
           END-PERFORM.

       5500-FIND-REP.
           MOVE 'N' TO WS-REP-FOUND
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
               UNTIL WS-REP-IDX > WS-REP-USED
               OR REP-WAS-FOUND
               IF WS-RPE-REP-ID(WS-REP-IDX) = WS-LOOKUP-REP-ID
                   SET REP-WAS-FOUND TO TRUE
                   MOVE WS-REP-IDX TO WS-REP-SUB
               END-IF
           END-PERFORM.

      *===============================================================
      * 5900-JOURNAL-CHANGE: Append the before/after image pair for
      * the update just applied to the shared change journal.
      *===============================================================
       5900-JOURNAL-CHANGE.
           MOVE 'GOODWILL' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
      * 6000-HOLD-REQUEST: Over the rep's authority -- onto tonight's
      * pending file for a second approver, unless the same item is
      * already waiting.
      *===============================================================
       6000-HOLD-REQUEST.
           PERFORM 5050-FIND-PENDING-ITEM
           IF PEND-WAS-FOUND
               MOVE 'REVERSAL PENDING' TO WS-REFUSAL
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM 7000-WRITE-AUDIT
               SET GWA-REFUSED TO TRUE
               WRITE AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-WRITE-AUDIT
           SET GWA-HELD TO TRUE
           MOVE AUDIT-RECORD TO NEW-PENDING-RECORD
           WRITE AUDIT-RECORD
           WRITE NEW-PENDING-RECORD
           ADD 1 TO WS-HELD-COUNT
           IF WS-PEND-USED >= WS-PEND-MAX
               ADD 1 TO WS-PEND-DROPPED
               DISPLAY 'PENDING TABLE FULL, NOT TRACKED: '
                   WS-ITM-REQUEST-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PEND-USED
           MOVE WS-PEND-USED TO WS-PEND-SUB
           MOVE WS-ITM-REQUEST-ID TO WS-PND-REQUEST-ID(WS-PEND-SUB)
           MOVE WS-ITM-ACCT-NUMBER
               TO WS-PND-ACCT-NUMBER(WS-PEND-SUB)
           MOVE WS-ITM-TRANS-ID TO WS-PND-TRANS-ID(WS-PEND-SUB)
           MOVE WS-ITM-TRANS-TYPE TO WS-PND-TRANS-TYPE(WS-PEND-SUB)
           MOVE WS-ITM-AMOUNT TO WS-PND-AMOUNT(WS-PEND-SUB)
           MOVE WS-ITM-REASON-CODE
               TO WS-PND-REASON-CODE(WS-PEND-SUB)
           MOVE WS-ITM-REP-ID TO WS-PND-REP-ID(WS-PEND-SUB)
           MOVE WS-ITM-REQUEST-DATE
               TO WS-PND-REQUEST-DATE(WS-PEND-SUB)
           MOVE WS-CURRENT-DATE TO WS-PND-HELD-DATE(WS-PEND-SUB)
           MOVE 'H' TO WS-PND-STATUS(WS-PEND-SUB)
           MOVE 'Y' TO WS-PND-TOUCHED(WS-PEND-SUB).

      *===============================================================
      * 7000-WRITE-AUDIT: Build the audit record for the item being
      * worked; the caller sets the result and writes it.
      *===============================================================
       7000-WRITE-AUDIT.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-ITM-REQUEST-ID TO GWA-REQUEST-ID
           MOVE WS-ITM-ACCT-NUMBER TO GWA-ACCT-NUMBER
           MOVE WS-ITM-TRANS-ID TO GWA-TRANS-ID
           MOVE WS-ITM-TRANS-TYPE TO GWA-TRANS-TYPE
           MOVE WS-ITM-AMOUNT TO GWA-AMOUNT
           MOVE WS-ITM-REASON-CODE TO GWA-REASON-CODE
           MOVE WS-ITM-REP-ID TO GWA-REP-ID
           MOVE WS-ITM-APPROVER-ID TO GWA-APPROVER-ID
           MOVE WS-ITM-REQUEST-DATE TO GWA-REQUEST-DATE
           MOVE WS-CURRENT-DATE TO GWA-ACTION-DATE
           MOVE WS-REFUSAL TO GWA-REFUSAL.

      *===============================================================
      * 8000-CARRY-FORWARD-PENDING: Held requests not decided
      * tonight carry forward unchanged so nothing falls out.
      *===============================================================
       8000-CARRY-FORWARD-PENDING.
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-USED
               IF WS-PND-TOUCHED(WS-PEND-IDX) NOT = 'Y'
                   MOVE WS-PEND-IDX TO WS-PEND-SUB
                   MOVE SPACES TO NEW-PENDING-RECORD
                   MOVE WS-PND-REQUEST-ID(WS-PEND-SUB)
                       TO NGP-REQUEST-ID
                   MOVE WS-PND-ACCT-NUMBER(WS-PEND-SUB)
                       TO NGP-ACCT-NUMBER
                   MOVE WS-PND-TRANS-ID(WS-PEND-SUB)
                       TO NGP-TRANS-ID
                   MOVE WS-PND-TRANS-TYPE(WS-PEND-SUB)
                       TO NGP-TRANS-TYPE
                   MOVE WS-PND-AMOUNT(WS-PEND-SUB) TO NGP-AMOUNT
                   MOVE WS-PND-REASON-CODE(WS-PEND-SUB)
                       TO NGP-REASON-CODE
                   MOVE WS-PND-REP-ID(WS-PEND-SUB) TO NGP-REP-ID
                   MOVE WS-PND-REQUEST-DATE(WS-PEND-SUB)
                       TO NGP-REQUEST-DATE
                   MOVE WS-PND-HELD-DATE(WS-PEND-SUB)
                       TO NGP-ACTION-DATE
                   SET NGP-HELD TO TRUE
                   WRITE NEW-PENDING-RECORD
                   ADD 1 TO WS-CARRIED-COUNT
               END-IF
           END-PERFORM.

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
      * 9200-WRITE-CONTROL-RECORD: Append this run's counts and
      * money-movement totals to the shared control file so BALCTL
      * can prove the night's balance drift is fully explained.
      *===============================================================
       9200-WRITE-CONTROL-RECORD.
           MOVE 'GOODWILL' TO RCT-PROGRAM-ID
           MOVE WS-CURRENT-DATE     TO RCT-RUN-DATE
           MOVE WS-CURRENT-TIME     TO RCT-RUN-TIME
           COMPUTE RCT-RECORDS-READ =
               WS-REQUEST-COUNT + WS-DECISION-COUNT
           MOVE WS-APPLIED-COUNT TO RCT-RECORDS-WRITTEN
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
