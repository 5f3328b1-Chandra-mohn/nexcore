      * tonight's state goes to AUTHHNEW, and operations rotates the
      * file forward. Three inputs drive the update:
      *   - AUTHFEED, the day's new authorizations (holds added,
      *     ACCT-AUTH-HOLDS increased) -- an authorization on a
      *     plastic CRDMAST shows unknown, inactive, blocked,
      *     expired, or replaced past its grace period is rejected
      *     to AUTHREJ with TRANLOAD's reason codes and no hold is
      *     taken;
      *   - AUTHREL, the release notices TRANLOAD wrote as
      *     settlements posted (holds dropped; TRANLOAD already
      *     reduced ACCT-AUTH-HOLDS when it posted the settlement);
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PLASTIC-FILE
               ASSIGN TO 'CRDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-CARD-NUMBER
               FILE STATUS IS WS-CRD-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO 'AUTHREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  PLASTIC-FILE.
       01  PLASTIC-RECORD.
           COPY PLASTIC-MASTER.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY TRANLOAD-REJECT.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.
       01  WS-CARRIED-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-RELEASED-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-EXPIRED-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-REJ-STATUS           PIC XX.
           88  WS-REJ-SUCCESS      VALUE '00'.
       01  WS-REJECT-COUNT         PIC 9(05) VALUE ZEROS.
      *    Plastic master (optional, as in TRANLOAD): same card
      *    checks and the same reissue grace period.
       01  WS-CRD-STATUS           PIC XX.
           88  WS-CRD-SUCCESS      VALUE '00'.
       01  WS-CARD-CHECK-FLAG      PIC X(01) VALUE 'N'.
           88  WS-CARD-CHECK-ON    VALUE 'Y'.
       01  WS-REISSUE-GRACE        PIC 9(03) VALUE 30.
       01  WS-CARD-AGE             PIC S9(07) VALUE 0.

      *    Release notices from TRANLOAD, loaded up front so each
      *    carried hold can be checked as it streams through.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NEW-HOLD-FILE.
           IF NOT WS-NWH-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-NWH-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF NOT WS-REJ-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-REJ-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE NEW-HOLD-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PLASTIC-FILE.
           IF WS-CRD-SUCCESS
               SET WS-CARD-CHECK-ON TO TRUE
           END-IF.
           PERFORM 1000-CARRY-PRIOR-HOLDS.
           PERFORM 2000-ADD-NEW-AUTHS.
           CLOSE CARD-MASTER-FILE.
           CLOSE NEW-HOLD-FILE.
           CLOSE REJECT-FILE.
           IF WS-CARD-CHECK-ON
               CLOSE PLASTIC-FILE
           END-IF.
           DISPLAY 'NEW HOLDS:  ' WS-NEW-COUNT.
           DISPLAY 'CARRIED:    ' WS-CARRIED-COUNT.
           DISPLAY 'RELEASED:   ' WS-RELEASED-COUNT.
           DISPLAY 'EXPIRED:    ' WS-EXPIRED-COUNT.
           DISPLAY 'REJECTED:   ' WS-REJECT-COUNT.
           MOVE 0 TO RETURN-CODE
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-REL-DROPPED > 0
               DISPLAY 'RELEASE NOTICES DROPPED AT TABLE CAP: '
                   WS-REL-DROPPED ' -- CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-LOAD-RELEASES.
           OPEN INPUT RELEASE-FILE
               NOT INVALID KEY
                   MOVE 'R' TO JRN-ACTION
                   MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                   MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
                   SUBTRACT OAH-AUTH-AMOUNT FROM ACCT-AUTH-HOLDS
                   IF ACCT-AUTH-HOLDS < 0
                       MOVE 0 TO ACCT-AUTH-HOLDS
                   PERFORM 2200-POST-NEW-HOLD
           END-READ.

      *===============================================================
      * 2150-CHECK-PLASTIC: TRANLOAD's plastic-level check applied
      * at authorization -- the card must be on CRDMAST for this
      * account, activated, not blocked, unexpired on the auth date,
      * and if reissued still inside the grace period. Leaves
      * WS-CRD-STATUS non-zero when the authorization was rejected.
      *===============================================================
       2150-CHECK-PLASTIC.
           MOVE AF-CARD-NUMBER TO CRD-CARD-NUMBER
           READ PLASTIC-FILE
               INVALID KEY
                   SET TLR-CARD-UNKNOWN TO TRUE
                   PERFORM 2190-REJECT-PLASTIC
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN CRD-ACCT-NUMBER NOT = AF-ACCT-NUMBER
                   SET TLR-CARD-UNKNOWN TO TRUE
                   MOVE '23' TO WS-CRD-STATUS
               WHEN CRD-BLOCKED
                   SET TLR-CARD-BLOCKED TO TRUE
                   MOVE '23' TO WS-CRD-STATUS
               WHEN CRD-INACTIVE
                   SET TLR-CARD-INACTIVE TO TRUE
                   MOVE '23' TO WS-CRD-STATUS
               WHEN AF-AUTH-DATE > CRD-EXPIRY-DATE
                   SET TLR-CARD-EXPIRED TO TRUE
                   MOVE '23' TO WS-CRD-STATUS
               WHEN CRD-REISSUED
                   AND CRD-STATUS-DATE > 0
                   PERFORM 2160-CHECK-REISSUE-GRACE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-CRD-SUCCESS
               PERFORM 2190-REJECT-PLASTIC
           END-IF.

       2160-CHECK-REISSUE-GRACE.
           COMPUTE WS-CARD-AGE =
               FUNCTION INTEGER-OF-DATE(AF-AUTH-DATE) -
               FUNCTION INTEGER-OF-DATE(CRD-STATUS-DATE)
           IF WS-CARD-AGE > WS-REISSUE-GRACE
               SET TLR-CARD-REPLACED TO TRUE
               MOVE '23' TO WS-CRD-STATUS
           END-IF.

      *    Reason code already set by 2150-CHECK-PLASTIC; the status
      *    is forced non-zero so the caller takes no hold. The auth
      *    code rides in the transaction-id slot.
       2190-REJECT-PLASTIC.
           MOVE '23' TO WS-CRD-STATUS
           MOVE AF-ACCT-NUMBER  TO TLR-ACCT-NUMBER
           MOVE AF-AUTH-CODE    TO TLR-TRANS-ID
           MOVE WS-CURRENT-DATE TO TLR-REJECT-DATE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       2200-POST-NEW-HOLD.
           IF WS-CARD-CHECK-ON
               AND AF-CARD-NUMBER NOT = SPACES
               PERFORM 2150-CHECK-PLASTIC
               IF NOT WS-CRD-SUCCESS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE AF-ACCT-NUMBER TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
           END-READ
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           ADD AF-AUTH-AMOUNT TO ACCT-AUTH-HOLDS
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
           MOVE 'AUTHLOAD' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
