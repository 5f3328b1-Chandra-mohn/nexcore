      *
      * Console session in the ACCTINQ style: account number, then
      * the cycle date (CCYYMMDD); a blank account ends the session.
      * The session starts by capturing the operator id; every
      * statement reprinted is logged under that id through the
      * shared ACCLOG access-log writer. No operator id, or no
      * access log to write to, and the session does not start.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTRPRT.
       01  WS-REPRINT-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-MASK-REQUEST.
           COPY MASK-REQUEST.
      *    Operator signed on for the session, and the parameter
      *    area for the shared ACCLOG access-log writer.
       01  WS-OPERATOR-ID          PIC X(10).
       01  WS-ACCESS-REQUEST.
           COPY ACCESS-LOG.

      *    Same fixed statement layout BILLING writes.
       01  WS-STMT-LINE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-SIGN-ON.
           IF AXL-NOT-LOGGED
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CARD-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
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
      * 1000-REPRINT-STATEMENT: Snapshot first -- no SH record for
      * the account and cycle means BILLING never produced that
           MOVE ACCT-NUMBER TO MSK-VALUE-IN
           CALL 'MASKRTN' USING WS-MASK-REQUEST
           MOVE MSK-VALUE-OUT TO WS-STMT-ACCT
           MOVE ACCT-NUMBER TO AXL-ACCT-NUMBER
           SET AXL-STMT-REPRINT TO TRUE
           IF MSK-CLEAR-ALLOWED
               SET AXL-CLEAR-SHOWN TO TRUE
           ELSE
               SET AXL-MASKED-SHOWN TO TRUE
           END-IF
           PERFORM 9500-LOG-ACCESS
           MOVE WS-SNP-BALANCE     TO WS-STMT-BAL
           MOVE ACCT-CREDIT-LIMIT  TO WS-STMT-LIMIT
           MOVE 'REPRINT'          TO WS-STMT-ACCT-STAT
                           FROM WS-STMT-DETAIL-LINE
                   END-IF
           END-READ.

      *===============================================================
      * 9500-LOG-ACCESS: The caller sets the account, view, and
      * clear/masked mode; ACCLOG stamps the time and appends it.
      *===============================================================
       9500-LOG-ACCESS.
           MOVE WS-OPERATOR-ID TO AXL-OPERATOR-ID
           MOVE 'STMTRPRT' TO AXL-PROGRAM-ID
           CALL 'ACCLOG' USING WS-ACCESS-REQUEST.
