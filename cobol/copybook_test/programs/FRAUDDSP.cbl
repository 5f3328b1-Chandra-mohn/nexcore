      * queued FRAUD-REVIEW item against the analyst decision file
      * (FRDDECSN), freezes the account on CARDMAST when fraud is
      * confirmed, and writes a disposition audit record (FRDAUDIT)
      * for every worked item -- appended, so FRDAUDIT is the running
      * case history CPPANAL works from. Items with no decision on
      * file yet are carried forward to FRAUDCF so the queue has a
      * lifecycle instead of silently aging out. Repeat copies of
      * the same account + transaction + rule (CARDPROC re-screens
      * the whole history nightly and appends) are deduplicated --
      * the first copy is worked or carried, the rest are dropped.
      * Informational items (purchases inside a travel notice) are
      * worked if an analyst did decide one, but are not carried
      * forward -- they need no decision, and CARDPROC queues them
      * again each night the row is still on the history.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDDSP.
                         ==FRD-RULE-MERCH-RPT== BY
                             ==CFW-RULE-MERCH-RPT==
                         ==FRD-DETECTED-DATE== BY
                             ==CFW-DETECTED-DATE==
                         ==FRD-SEVERITY==     BY ==CFW-SEVERITY==
                         ==FRD-SEV-REVIEW==   BY ==CFW-SEV-REVIEW==
                         ==FRD-SEV-INFO==     BY ==CFW-SEV-INFO==.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           88  WS-SUCCESS          VALUE '00'.
       01  WS-FDA-STATUS           PIC XX.
           88  WS-FDA-SUCCESS      VALUE '00'.
           88  WS-FDA-NOT-FOUND    VALUE '35'.
       01  WS-CFW-STATUS           PIC XX.
           88  WS-CFW-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-FROZEN-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-CARRIED-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-DUP-SKIP-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-INFO-CLOSED-COUNT    PIC 9(07) VALUE ZEROS.
      *    Confirmed-fraud accounts queue a renumber request to
      *    RENREQ so RENUMBER moves them to fresh numbers; one
      *    request per account per run, however many transactions
           OPEN INPUT FRAUD-FILE.
           IF NOT WS-FRD-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FRD-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE FRAUD-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND DISP-AUDIT-FILE.
           IF WS-FDA-NOT-FOUND
               OPEN OUTPUT DISP-AUDIT-FILE
           END-IF.
           IF NOT WS-FDA-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FDA-STATUS
               CLOSE FRAUD-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND RENUM-FILE.
           IF WS-RNR-NOT-FOUND
               CLOSE FRAUD-FILE
               CLOSE CARD-MASTER-FILE
               CLOSE DISP-AUDIT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CARRY-FORWARD-FILE.
           IF NOT WS-CFW-SUCCESS
               CLOSE FRAUD-FILE
               CLOSE CARD-MASTER-FILE
               CLOSE DISP-AUDIT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-QUEUE
               UNTIL WS-FRD-EOF.
           DISPLAY 'ACCTS FROZEN:   ' WS-FROZEN-COUNT.
           DISPLAY 'CARRIED FORWARD: ' WS-CARRIED-COUNT.
           DISPLAY 'DUPLICATES SKIPPED: ' WS-DUP-SKIP-COUNT.
           DISPLAY 'INFORMATIONAL, NOT CARRIED: '
               WS-INFO-CLOSED-COUNT.
           DISPLAY 'RENUMBERS QUEUED: ' WS-RENUM-QUEUED-COUNT.
           MOVE 0 TO RETURN-CODE
           IF WS-DECISION-DROPPED > 0
               DISPLAY 'DECISIONS DROPPED AT TABLE CAP: '
                   WS-DECISION-DROPPED ' -- CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *===============================================================
      * 0100-LOAD-DECISIONS: Load the analyst decision file into the
                       IF DECISION-WAS-FOUND
                           PERFORM 3000-APPLY-DECISION
                       ELSE
                           IF FRD-SEV-INFO
                               ADD 1 TO WS-INFO-CLOSED-COUNT
                           ELSE
                               PERFORM 4000-CARRY-FORWARD
                           END-IF
                       END-IF
                   END-IF
           END-READ.
                   IF NOT ACCT-FROZEN AND NOT ACCT-CLOSED
                       MOVE 'R' TO JRN-ACTION
                       MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                       MOVE CARD-MASTER-RECORD(1:773)
                           TO JRN-BEFORE-IMAGE
                       SET ACCT-FROZEN TO TRUE
                       REWRITE CARD-MASTER-RECORD
           MOVE 'FRAUDDSP' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
