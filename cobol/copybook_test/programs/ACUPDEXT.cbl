      *---------------------------------------------------------------
      * ACUPDEXT.cbl -- Nightly card account-updater extract
      * Runs after CARDISS and RENUMBER. Tells the network which
      * card numbers merchants on file-based recurring billing
      * should stop using, so a cardholder's subscriptions and
      * autopays follow the card instead of declining. Covers
      * events dated after the last run (the AULASTRN control
      * record) through the business date:
      *   C  each plastic on CRDMAST cut in the window with a
      *      CRD-REPLACES-CARD link -- old number, new number and
      *      the new expiry;
      *   A  each ACCTXREF renumbering in the window -- old account
      *      to new, with the expiry of the replacement plastic,
      *      plus any other plastic on the old account (authorized
      *      users) pointed at the new number;
      *   X  each account ACCTCLOS closed in the window (CLOSEAUD)
      *      -- every plastic on it not already replaced, or the
      *      account number when it has no plastic on file.
      * The AUPDOUT file goes out framed by a header and a trailer
      * with the detail counts; ACUPDRSP reads back what the
      * network accepted. A run that drops anything at a table cap
      * ends with condition code 8 and leaves the window where it
      * was, so the rerun covers the same days.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUPDEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLASTIC-FILE
               ASSIGN TO 'CRDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CARD-NUMBER
               FILE STATUS IS WS-CRD-STATUS.

           SELECT XREF-FILE
               ASSIGN TO 'ACCTXREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-OLD-ACCT
               FILE STATUS IS WS-XRF-STATUS.

           SELECT CLOSE-AUDIT-FILE
               ASSIGN TO 'CLOSEAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLS-STATUS.

           SELECT UPDATER-FILE
               ASSIGN TO 'AUPDOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUP-STATUS.

           SELECT LAST-RUN-FILE
               ASSIGN TO 'AULASTRN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LRN-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLASTIC-FILE.
       01  PLASTIC-RECORD.
           COPY PLASTIC-MASTER.

       FD  XREF-FILE.
       01  XREF-RECORD.
           COPY ACCT-XREF.

       FD  CLOSE-AUDIT-FILE.
       01  CLOSE-AUDIT-RECORD.
           COPY ACCT-CLOSE-AUDIT.

       FD  UPDATER-FILE.
       01  UPDATER-RECORD.
           COPY ACCOUNT-UPDATER.

       FD  LAST-RUN-FILE.
       01  LAST-RUN-RECORD.
           05  AUL-LAST-RUN-DATE   PIC 9(08).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-CRD-STATUS           PIC XX.
           88  WS-CRD-SUCCESS      VALUE '00'.
           88  WS-CRD-EOF          VALUE '10'.
       01  WS-XRF-STATUS           PIC XX.
           88  WS-XRF-SUCCESS      VALUE '00'.
           88  WS-XRF-EOF          VALUE '10'.
       01  WS-CLS-STATUS           PIC XX.
           88  WS-CLS-SUCCESS      VALUE '00'.
           88  WS-CLS-EOF          VALUE '10'.
       01  WS-AUP-STATUS           PIC XX.
           88  WS-AUP-SUCCESS      VALUE '00'.
       01  WS-LRN-STATUS           PIC XX.
           88  WS-LRN-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-LAST-RUN-DATE        PIC 9(08) VALUE ZEROS.
       01  WS-CARD-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-DETAIL-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-REISSUE-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-RENUM-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-CLOSE-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-DROPPED-COUNT        PIC 9(05) VALUE ZEROS.

      *    Renumberings in the window, from ACCTXREF, so the plastic
      *    scan can tell a RENUMBER replacement from a CARDISS one
      *    and catch the other plastics left on the old account.
       01  WS-XRF-MAX              PIC 9(04) VALUE 500.
       01  WS-XRF-USED             PIC 9(04) VALUE ZEROS.
       01  WS-XRF-IDX              PIC 9(04) VALUE ZEROS.
       01  WS-XRF-SUB              PIC 9(04) VALUE ZEROS.
       01  WS-XRF-TABLE.
           05  WS-XRF-ENTRY OCCURS 500 TIMES.
               10  WS-XT-OLD-ACCT      PIC X(16).
               10  WS-XT-NEW-ACCT      PIC X(16).
               10  WS-XT-NEW-EXPIRY    PIC 9(08).
               10  WS-XT-RENUM-DATE    PIC 9(08).

      *    Closures in the window, from CLOSEAUD. The sent flag
      *    marks an account whose plastics went out, so the ones
      *    with no plastic on file go out under the account number.
       01  WS-CLS-MAX              PIC 9(04) VALUE 500.
       01  WS-CLS-USED             PIC 9(04) VALUE ZEROS.
       01  WS-CLS-IDX              PIC 9(04) VALUE ZEROS.
       01  WS-CLS-SUB              PIC 9(04) VALUE ZEROS.
       01  WS-CLS-TABLE.
           05  WS-CLS-ENTRY OCCURS 500 TIMES.
               10  WS-CT-ACCT-NUMBER   PIC X(16).
               10  WS-CT-CLOSE-DATE    PIC 9(08).
               10  WS-CT-SENT-FLAG     PIC X(01).
                   88  WS-CT-SENT      VALUE 'Y'.

       01  WS-OUT-TYPE             PIC X(01).
       01  WS-OUT-OLD-CARD         PIC X(16).
       01  WS-OUT-NEW-CARD         PIC X(16).
       01  WS-OUT-NEW-EXPIRY       PIC 9(08).
       01  WS-OUT-EVENT-DATE       PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0050-READ-LAST-RUN-DATE.
           PERFORM 0100-LOAD-CLOSURES.
           OPEN INPUT PLASTIC-FILE.
           IF NOT WS-CRD-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-CRD-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT UPDATER-FILE.
           IF NOT WS-AUP-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-AUP-STATUS
               CLOSE PLASTIC-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO UPDATER-RECORD
           SET AUP-HEADER TO TRUE
           MOVE WS-CURRENT-DATE TO AUP-BATCH-DATE
           WRITE UPDATER-RECORD.
           PERFORM 0200-LOAD-RENUMBERINGS.
           MOVE LOW-VALUES TO CRD-CARD-NUMBER
           START PLASTIC-FILE KEY IS NOT LESS THAN CRD-CARD-NUMBER
               INVALID KEY SET WS-CRD-EOF TO TRUE
           END-START.
           PERFORM 1000-PROCESS-CARDS
               UNTIL WS-CRD-EOF.
           PERFORM 4000-CLOSED-WITHOUT-PLASTIC
               VARYING WS-CLS-IDX FROM 1 BY 1
               UNTIL WS-CLS-IDX > WS-CLS-USED.
           MOVE SPACES TO UPDATER-RECORD
           SET AUP-TRAILER-LINE TO TRUE
           MOVE WS-CURRENT-DATE TO AUP-BATCH-DATE
           MOVE WS-DETAIL-COUNT TO AUP-TRL-DETAIL-COUNT
           MOVE WS-REISSUE-COUNT TO AUP-TRL-REISSUE-COUNT
           MOVE WS-RENUM-COUNT TO AUP-TRL-RENUM-COUNT
           MOVE WS-CLOSE-COUNT TO AUP-TRL-CLOSE-COUNT
           WRITE UPDATER-RECORD.
           CLOSE PLASTIC-FILE.
           CLOSE UPDATER-FILE.
           DISPLAY 'PLASTICS READ:      ' WS-CARD-COUNT.
           DISPLAY 'UPDATES WRITTEN:    ' WS-DETAIL-COUNT.
           DISPLAY '  CARDS REISSUED:   ' WS-REISSUE-COUNT.
           DISPLAY '  ACCTS RENUMBERED: ' WS-RENUM-COUNT.
           DISPLAY '  ACCTS CLOSED:     ' WS-CLOSE-COUNT.
           IF WS-DROPPED-COUNT > 0
               DISPLAY 'EVENTS DROPPED AT TABLE CAP: '
                   WS-DROPPED-COUNT ' -- CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 8000-SAVE-LAST-RUN-DATE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *===============================================================
      * 0050-READ-LAST-RUN-DATE: The window opens where the last run
      * closed it. No control record (the first-ever run) sends
      * every link on file.
      *===============================================================
       0050-READ-LAST-RUN-DATE.
           OPEN INPUT LAST-RUN-FILE
           IF WS-LRN-SUCCESS
               READ LAST-RUN-FILE
                   NOT AT END
                       MOVE AUL-LAST-RUN-DATE TO WS-LAST-RUN-DATE
               END-READ
               CLOSE LAST-RUN-FILE
           END-IF
           DISPLAY 'ACUPDEXT: SENDING UPDATES DATED AFTER '
               WS-LAST-RUN-DATE.

      *===============================================================
      * 0100-LOAD-CLOSURES: Only closures ACCTCLOS applied count --
      * a rejected request left the account open. No CLOSEAUD on
      * file means no closures to send.
      *===============================================================
       0100-LOAD-CLOSURES.
           OPEN INPUT CLOSE-AUDIT-FILE
           IF WS-CLS-SUCCESS
               PERFORM 0150-READ-CLOSURE
                   UNTIL WS-CLS-EOF
               CLOSE CLOSE-AUDIT-FILE
           END-IF
           DISPLAY 'CLOSURES IN WINDOW: ' WS-CLS-USED.

       0150-READ-CLOSURE.
           READ CLOSE-AUDIT-FILE
               AT END SET WS-CLS-EOF TO TRUE
               NOT AT END
                   IF CLS-CLOSED
                       AND CLS-CLOSE-DATE > WS-LAST-RUN-DATE
                       AND CLS-CLOSE-DATE <= WS-CURRENT-DATE
                       PERFORM 0160-ADD-CLOSURE
                   END-IF
           END-READ.

       0160-ADD-CLOSURE.
           IF WS-CLS-USED >= WS-CLS-MAX
               DISPLAY 'CLOSURE TABLE FULL, DROPPING: '
                   CLS-ACCT-NUMBER
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLS-USED
           MOVE CLS-ACCT-NUMBER TO WS-CT-ACCT-NUMBER(WS-CLS-USED)
           MOVE CLS-CLOSE-DATE TO WS-CT-CLOSE-DATE(WS-CLS-USED)
           MOVE 'N' TO WS-CT-SENT-FLAG(WS-CLS-USED).

      *===============================================================
      * 0200-LOAD-RENUMBERINGS: Each renumbering in the window goes
      * out once at account level, carrying the expiry of the
      * replacement plastic RENUMBER cut under the new number (zero
      * if there is none on file).
      *===============================================================
       0200-LOAD-RENUMBERINGS.
           OPEN INPUT XREF-FILE
           IF WS-XRF-SUCCESS
               PERFORM 0250-READ-XREF
                   UNTIL WS-XRF-EOF
               CLOSE XREF-FILE
           END-IF
           DISPLAY 'RENUMBERINGS IN WINDOW: ' WS-XRF-USED.

       0250-READ-XREF.
           READ XREF-FILE NEXT
               AT END SET WS-XRF-EOF TO TRUE
               NOT AT END
                   IF XRF-RENUM-DATE > WS-LAST-RUN-DATE
                       AND XRF-RENUM-DATE <= WS-CURRENT-DATE
                       PERFORM 0260-ADD-RENUMBERING
                   END-IF
           END-READ.

       0260-ADD-RENUMBERING.
           IF WS-XRF-USED >= WS-XRF-MAX
               DISPLAY 'RENUMBER TABLE FULL, DROPPING: '
                   XRF-OLD-ACCT
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XRF-USED
           MOVE XRF-OLD-ACCT TO WS-XT-OLD-ACCT(WS-XRF-USED)
           MOVE XRF-NEW-ACCT TO WS-XT-NEW-ACCT(WS-XRF-USED)
           MOVE XRF-RENUM-DATE TO WS-XT-RENUM-DATE(WS-XRF-USED)
           MOVE ZEROS TO WS-XT-NEW-EXPIRY(WS-XRF-USED)
           MOVE XRF-NEW-ACCT TO CRD-CARD-NUMBER
           READ PLASTIC-FILE
               NOT INVALID KEY
                   MOVE CRD-EXPIRY-DATE
                       TO WS-XT-NEW-EXPIRY(WS-XRF-USED)
           END-READ
           MOVE 'A' TO WS-OUT-TYPE
           MOVE XRF-OLD-ACCT TO WS-OUT-OLD-CARD
           MOVE XRF-NEW-ACCT TO WS-OUT-NEW-CARD
           MOVE WS-XT-NEW-EXPIRY(WS-XRF-USED) TO WS-OUT-NEW-EXPIRY
           MOVE XRF-RENUM-DATE TO WS-OUT-EVENT-DATE
           PERFORM 9000-WRITE-DETAIL.

       1000-PROCESS-CARDS.
           READ PLASTIC-FILE NEXT
               AT END SET WS-CRD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM 2000-CHECK-REISSUE
                   PERFORM 2500-CHECK-RENUMBERED
                   PERFORM 3000-CHECK-CLOSED
           END-READ.

      *===============================================================
      * 2000-CHECK-REISSUE: A replacement plastic cut in the window.
      * RENUMBER's replacement already went out with the account
      * renumbering, so only CARDISS reissues are sent here.
      *===============================================================
       2000-CHECK-REISSUE.
           IF CRD-REPLACES-CARD = SPACES
               OR CRD-ISSUE-DATE NOT > WS-LAST-RUN-DATE
               OR CRD-ISSUE-DATE > WS-CURRENT-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
               UNTIL WS-XRF-IDX > WS-XRF-USED
               IF CRD-REPLACES-CARD = WS-XT-OLD-ACCT(WS-XRF-IDX)
                   AND CRD-CARD-NUMBER = WS-XT-NEW-ACCT(WS-XRF-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 'C' TO WS-OUT-TYPE
           MOVE CRD-REPLACES-CARD TO WS-OUT-OLD-CARD
           MOVE CRD-CARD-NUMBER TO WS-OUT-NEW-CARD
           MOVE CRD-EXPIRY-DATE TO WS-OUT-NEW-EXPIRY
           MOVE CRD-ISSUE-DATE TO WS-OUT-EVENT-DATE
           PERFORM 9000-WRITE-DETAIL.

      *===============================================================
      * 2500-CHECK-RENUMBERED: An authorized-user plastic left
      * blocked on a renumbered account points at the new account
      * number -- the account-level record already covers the card
      * numbered the same as the old account.
      *===============================================================
       2500-CHECK-RENUMBERED.
           MOVE ZEROS TO WS-XRF-SUB
           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
               UNTIL WS-XRF-IDX > WS-XRF-USED
               OR WS-XRF-SUB > 0
               IF CRD-ACCT-NUMBER = WS-XT-OLD-ACCT(WS-XRF-IDX)
                   MOVE WS-XRF-IDX TO WS-XRF-SUB
               END-IF
           END-PERFORM
           IF WS-XRF-SUB = 0
               OR CRD-CARD-NUMBER = WS-XT-OLD-ACCT(WS-XRF-SUB)
               OR CRD-REISSUED
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-OUT-TYPE
           MOVE CRD-CARD-NUMBER TO WS-OUT-OLD-CARD
           MOVE WS-XT-NEW-ACCT(WS-XRF-SUB) TO WS-OUT-NEW-CARD
           MOVE WS-XT-NEW-EXPIRY(WS-XRF-SUB) TO WS-OUT-NEW-EXPIRY
           MOVE WS-XT-RENUM-DATE(WS-XRF-SUB) TO WS-OUT-EVENT-DATE
           PERFORM 9000-WRITE-DETAIL.

      *===============================================================
      * 3000-CHECK-CLOSED: Every live plastic on a closed account
      * goes out as closed. A reissued card is skipped -- its
      * replacement is on the same account and goes out instead.
      *===============================================================
       3000-CHECK-CLOSED.
           IF CRD-REISSUED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
               UNTIL WS-CLS-IDX > WS-CLS-USED
               IF CRD-ACCT-NUMBER = WS-CT-ACCT-NUMBER(WS-CLS-IDX)
                   MOVE 'Y' TO WS-CT-SENT-FLAG(WS-CLS-IDX)
                   MOVE 'X' TO WS-OUT-TYPE
                   MOVE CRD-CARD-NUMBER TO WS-OUT-OLD-CARD
                   MOVE SPACES TO WS-OUT-NEW-CARD
                   MOVE ZEROS TO WS-OUT-NEW-EXPIRY
                   MOVE WS-CT-CLOSE-DATE(WS-CLS-IDX)
                       TO WS-OUT-EVENT-DATE
                   PERFORM 9000-WRITE-DETAIL
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      *===============================================================
      * 4000-CLOSED-WITHOUT-PLASTIC: An account opened before
      * CRDMAST was kept has no plastic on file; its account
      * number is the card number merchants hold.
      *===============================================================
       4000-CLOSED-WITHOUT-PLASTIC.
           IF WS-CT-SENT(WS-CLS-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 'X' TO WS-OUT-TYPE
           MOVE WS-CT-ACCT-NUMBER(WS-CLS-IDX) TO WS-OUT-OLD-CARD
           MOVE SPACES TO WS-OUT-NEW-CARD
           MOVE ZEROS TO WS-OUT-NEW-EXPIRY
           MOVE WS-CT-CLOSE-DATE(WS-CLS-IDX) TO WS-OUT-EVENT-DATE
           PERFORM 9000-WRITE-DETAIL.

      *===============================================================
      * 8000-SAVE-LAST-RUN-DATE: Close the window -- the next run
      * starts where this one stopped, so no update goes out twice
      * and none falls between runs.
      *===============================================================
       8000-SAVE-LAST-RUN-DATE.
           OPEN OUTPUT LAST-RUN-FILE
           IF WS-LRN-SUCCESS
               MOVE WS-CURRENT-DATE TO AUL-LAST-RUN-DATE
               WRITE LAST-RUN-RECORD
               CLOSE LAST-RUN-FILE
           ELSE
               DISPLAY 'ACUPDEXT: LAST-RUN DATE NOT SAVED: '
                   WS-LRN-STATUS
           END-IF.

       9000-WRITE-DETAIL.
           MOVE SPACES TO UPDATER-RECORD
           SET AUP-DETAIL-LINE TO TRUE
           MOVE WS-CURRENT-DATE TO AUP-BATCH-DATE
           MOVE WS-OUT-TYPE TO AUP-UPDATE-TYPE
           MOVE WS-OUT-OLD-CARD TO AUP-OLD-CARD
           MOVE WS-OUT-NEW-CARD TO AUP-NEW-CARD
           MOVE WS-OUT-NEW-EXPIRY TO AUP-NEW-EXPIRY
           MOVE WS-OUT-EVENT-DATE TO AUP-EVENT-DATE
           WRITE UPDATER-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           EVALUATE TRUE
               WHEN AUP-CARD-REISSUED
                   ADD 1 TO WS-REISSUE-COUNT
               WHEN AUP-ACCT-RENUMBERED
                   ADD 1 TO WS-RENUM-COUNT
               WHEN AUP-ACCT-CLOSED
                   ADD 1 TO WS-CLOSE-COUNT
           END-EVALUATE.

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
