      * the archived record with its ATH transaction history, so a
      * returning customer or a subpoena no longer means a
      * programmer manually browsing the archive file.
      *
      * The session starts by capturing the operator id; every
      * archived account displayed -- in the clear, as legal needs
      * it -- is logged under that id through the shared ACCLOG
      * access-log writer. No operator id, or no access log to
      * write to, and the session does not start.
      *
      * Each account shown is checked against LEGLHOLD, and every
      * litigation or subpoena hold still in force on it is listed
      * with its matter number, so nobody answering a request from
      * the archive misses a hold.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHINQ.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO 'LEGLHOLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LGH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
           COPY TRANS-HISTORY
               REPLACING LEADING ==TH== BY ==ATH==.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY LEGAL-HOLD.

       WORKING-STORAGE SECTION.
       01  WS-ARC-STATUS           PIC XX.
           88  WS-ARC-SUCCESS      VALUE '00'.
           88  WS-ARC-EOF          VALUE '10'.
       01  WS-LGH-STATUS           PIC XX.
           88  WS-LGH-SUCCESS      VALUE '00'.
           88  WS-LGH-EOF          VALUE '10'.
       01  WS-TODAY                PIC 9(08).
       01  WS-HOLD-COUNT           PIC 9(03).
       01  WS-INQUIRY-ACCT         PIC X(16).
       01  WS-DONE-FLAG            PIC X(01) VALUE 'N'.
           88  WS-DONE             VALUE 'Y'.
       01  WS-FOUND-FLAG           PIC X(01) VALUE 'N'.
           88  WS-RECORD-FOUND     VALUE 'Y'.
       01  WS-TRANS-IDX            PIC 9(03).
      *    Operator signed on for the session, and the parameter
      *    area for the shared ACCLOG access-log writer.
       01  WS-OPERATOR-ID          PIC X(10).
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
               DISPLAY 'ENTER ARCHIVED ACCT NO (BLANK TO EXIT): '
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
      * 1000-SEARCH-ARCHIVE: Fresh sequential pass of CARDARCH per
      * inquiry -- the archive is a flat file with no index, and
           END-READ.

       2000-DISPLAY-ARCHIVED-ACCT.
           MOVE ARC-NUMBER TO AXL-ACCT-NUMBER
           SET AXL-ARCHIVE-DETAIL TO TRUE
           SET AXL-CLEAR-SHOWN TO TRUE
           PERFORM 9500-LOG-ACCESS
           DISPLAY '--------------------------------------------'
           DISPLAY 'ARCHIVED ACCOUNT: ' ARC-NUMBER
           DISPLAY 'NAME:             ' ACH-FIRST-NAME ' '
                       ' ' ATH-TRANS-AMOUNT(WS-TRANS-IDX)
                       ' ' ATH-TRANS-DESC(WS-TRANS-IDX)
               END-PERFORM
           END-IF
           PERFORM 2500-SHOW-LEGAL-HOLDS.

      *===============================================================
      * 2500-SHOW-LEGAL-HOLDS: Pass of LEGLHOLD for the holds on the
      * account not yet released. No hold file means no holds have
      * ever been placed.
      *===============================================================
       2500-SHOW-LEGAL-HOLDS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 0 TO WS-HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-LGH-SUCCESS
               PERFORM 2510-READ-HOLD
                   UNTIL WS-LGH-EOF
               CLOSE HOLD-FILE
           END-IF
           MOVE '00' TO WS-LGH-STATUS
           IF WS-HOLD-COUNT = 0
               DISPLAY 'LEGAL HOLD:       NONE'
           END-IF.

       2510-READ-HOLD.
           READ HOLD-FILE
               AT END SET WS-LGH-EOF TO TRUE
               NOT AT END
                   IF LGH-ACCT-NUMBER = ARC-NUMBER
                       AND (LGH-RELEASE-DATE = 0
                       OR LGH-RELEASE-DATE > WS-TODAY)
                       ADD 1 TO WS-HOLD-COUNT
                       DISPLAY 'LEGAL HOLD:       MATTER '
                           LGH-MATTER-NUMBER ' TYPE ' LGH-HOLD-TYPE
                           ' SINCE ' LGH-HOLD-DATE
                   END-IF
           END-READ.

      *===============================================================
      * 9500-LOG-ACCESS: The caller sets the account, view, and
      * clear/masked mode; ACCLOG stamps the time and appends it.
      *===============================================================
       9500-LOG-ACCESS.
           MOVE WS-OPERATOR-ID TO AXL-OPERATOR-ID
           MOVE 'ARCHINQ' TO AXL-PROGRAM-ID
           CALL 'ACCLOG' USING WS-ACCESS-REQUEST.
