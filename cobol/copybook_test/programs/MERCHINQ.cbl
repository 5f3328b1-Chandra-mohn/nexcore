      *
      * Loops accepting merchant ids like ACCTINQ's session loop;
      * enter spaces (blank line) to exit.
      *
      * The session starts by capturing the operator id; each
      * account listed is logged once per inquiry under that id
      * through the shared ACCLOG access-log writer. No operator
      * id, or no access log to write to, and the session does not
      * start.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERCHINQ.
       01  WS-SHOW-AMT             PIC Z(10)9.99-.
       01  WS-MASK-REQUEST.
           COPY MASK-REQUEST.
      *    Operator signed on for the session, and the parameter
      *    area for the shared ACCLOG access-log writer. An account
      *    can turn up in both scans, so the accounts already logged
      *    for the inquiry are kept and each is logged once. Past
      *    the table's size an account is logged again rather than
      *    risk not being logged at all.
       01  WS-OPERATOR-ID          PIC X(10).
       01  WS-LOGGED-MAX           PIC 9(04) VALUE 1000.
       01  WS-LOGGED-USED          PIC 9(04) VALUE ZEROS.
       01  WS-LOGGED-IDX           PIC 9(04) VALUE ZEROS.
       01  WS-LOGGED-FOUND         PIC X(01) VALUE 'N'.
           88  ACCT-ALREADY-LOGGED VALUE 'Y'.
       01  WS-LOGGED-TABLE.
           05  WS-LOGGED-ACCT      PIC X(16) OCCURS 1000 TIMES.
       01  WS-ACCESS-REQUEST.
           COPY ACCESS-LOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-SIGN-ON.
           IF AXL-NOT-LOGGED
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-DONE
               DISPLAY 'ENTER MERCHANT ID (BLANK TO EXIT): '
                   WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *===============================================================
      * 0100-SIGN-ON: Ties the session to the operator running it;
      * the session-start record proves the access log is there
      * before any cardholder data is shown.
      *===============================================================
       0100-SIGN-ON.
           DISPLAY 'ENTER OPERATOR ID: ' WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'OPERATOR ID REQUIRED'
               SET AXL-NOT-LOGGED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AXL-ACCT-NUMBER
           SET AXL-SESSION-START TO TRUE
           SET AXL-MASKED-SHOWN TO TRUE
           PERFORM 9500-LOG-ACCESS
           IF AXL-NOT-LOGGED
               DISPLAY 'ACCESS LOG NOT AVAILABLE - SESSION NOT '
                   'STARTED'
           END-IF.

      *===============================================================
      * 1000-SEARCH-MERCHANT: Fresh full pass per inquiry -- the
      * history is keyed by account, so the merchant question has no
       1000-SEARCH-MERCHANT.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE 0 TO WS-MATCH-AMOUNT
           MOVE 0 TO WS-LOGGED-USED
           PERFORM 2000-SCAN-HISTORY
           PERFORM 3000-SCAN-MASTER
           IF WS-MATCH-COUNT = 0
           MOVE HX-ACCT-NUMBER TO MSK-VALUE-IN
           CALL 'MASKRTN' USING WS-MASK-REQUEST
           MOVE MSK-VALUE-OUT TO WS-MASKED-ACCT
           MOVE HX-ACCT-NUMBER TO AXL-ACCT-NUMBER
           PERFORM 9400-LOG-LISTED-ACCT
           MOVE HX-TRANS-AMOUNT TO WS-SHOW-AMT
           DISPLAY '  ' WS-MASKED-ACCT
               ' ' HX-TRANS-DATE
           MOVE ACCT-NUMBER TO MSK-VALUE-IN
           CALL 'MASKRTN' USING WS-MASK-REQUEST
           MOVE MSK-VALUE-OUT TO WS-MASKED-ACCT
           MOVE ACCT-NUMBER TO AXL-ACCT-NUMBER
           PERFORM 9400-LOG-LISTED-ACCT
           MOVE TH-TRANS-AMOUNT(WS-TRANS-IDX) TO WS-SHOW-AMT
           DISPLAY '  ' WS-MASKED-ACCT
               ' ' TH-TRANS-DATE(WS-TRANS-IDX)
               ' ' TH-TRANS-TYPE(WS-TRANS-IDX)
               ' ' WS-SHOW-AMT.

      *===============================================================
      * 9400-LOG-LISTED-ACCT: Log the account unless this inquiry
      * has already logged it. Clear or masked follows whatever the
      * MASKRTN call for the row was authorized to return.
      *===============================================================
       9400-LOG-LISTED-ACCT.
           MOVE 'N' TO WS-LOGGED-FOUND
           PERFORM VARYING WS-LOGGED-IDX FROM 1 BY 1
               UNTIL WS-LOGGED-IDX > WS-LOGGED-USED
               OR ACCT-ALREADY-LOGGED
               IF WS-LOGGED-ACCT(WS-LOGGED-IDX) = AXL-ACCT-NUMBER
                   SET ACCT-ALREADY-LOGGED TO TRUE
               END-IF
           END-PERFORM
           IF ACCT-ALREADY-LOGGED
               EXIT PARAGRAPH
           END-IF
           IF WS-LOGGED-USED < WS-LOGGED-MAX
               ADD 1 TO WS-LOGGED-USED
               MOVE AXL-ACCT-NUMBER TO WS-LOGGED-ACCT(WS-LOGGED-USED)
           END-IF
           SET AXL-MERCHANT-LIST TO TRUE
           IF MSK-CLEAR-ALLOWED
               SET AXL-CLEAR-SHOWN TO TRUE
           ELSE
               SET AXL-MASKED-SHOWN TO TRUE
           END-IF
           PERFORM 9500-LOG-ACCESS.

      *===============================================================
      * 9500-LOG-ACCESS: The caller sets the account, view, and
      * clear/masked mode; ACCLOG stamps the time and appends it.
      *===============================================================
       9500-LOG-ACCESS.
           MOVE WS-OPERATOR-ID TO AXL-OPERATOR-ID
           MOVE 'MERCHINQ' TO AXL-PROGRAM-ID
           CALL 'ACCLOG' USING WS-ACCESS-REQUEST.
