      *---------------------------------------------------------------
      * PRIORRPT.cbl -- Prior-period adjustment report
      * Lists what the posting programs logged on PRIORPD for items
      * that arrived dated in a month already closed. The first
      * section is the items re-dated onto the first open date --
      * the prior-period adjustments accounting books, with their
      * total. The second is the items held off the account because
      * their type is on the PERIODCT hold list; each waits on
      * accounting's decision, and any at all end the step with
      * condition code 4.
      *
      * Only items logged since the current period opened (the
      * PERIODCT first open date) are listed, so the month-end run
      * ahead of PERCLOSE reports the month just ending. Without a
      * PERIODCT record every logged item is listed; without PRIORPD
      * nothing has ever been re-dated or held.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIORRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE
               ASSIGN TO 'PERIODCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCT-STATUS.

           SELECT PRIOR-PERIOD-FILE
               ASSIGN TO 'PRIORPD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPI-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'PRIORRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           COPY PERIOD-CONTROL.

       FD  PRIOR-PERIOD-FILE.
       01  PRIOR-PERIOD-RECORD.
           COPY PRIOR-PERIOD-ITEM.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PCT-STATUS           PIC XX.
           88  WS-PCT-SUCCESS      VALUE '00'.
       01  WS-PPI-STATUS           PIC XX.
           88  WS-PPI-SUCCESS      VALUE '00'.
           88  WS-PPI-EOF          VALUE '10'.
           88  WS-PPI-NOT-FOUND    VALUE '35'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.

       01  WS-PERIOD-CONTROL.
           COPY PERIOD-CONTROL
               REPLACING LEADING ==PCT== BY ==PER==.
       01  WS-PPI-FOUND-FLAG       PIC X(01) VALUE 'N'.
           88  WS-PPI-FOUND        VALUE 'Y'.

      *    The section being printed: PRIORPD is read once for the
      *    re-dated items and again for the held ones.
       01  WS-SECTION-ACTION       PIC X(01).
       01  WS-REDATED-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-REDATED-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-HELD-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-HELD-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01  WS-HDR-LINE-1.
           05  FILLER              PIC X(30)
               VALUE 'PRIOR-PERIOD ADJUSTMENT REPORT'.
           05  FILLER              PIC X(16)
               VALUE '  LOGGED SINCE '.
           05  WS-HDR-SINCE        PIC 9(08).
           05  FILLER              PIC X(22)
               VALUE '  PERIOD CLOSED THRU '.
           05  WS-HDR-THROUGH      PIC 9(08).
           05  FILLER              PIC X(48) VALUE SPACES.
       01  WS-BLANK-LINE           PIC X(132) VALUE SPACES.
       01  WS-SECTION-LINE         PIC X(132).
       01  WS-COL-HEAD.
           05  FILLER              PIC X(10) VALUE 'PROGRAM'.
           05  FILLER              PIC X(18) VALUE 'ACCOUNT'.
           05  FILLER              PIC X(14) VALUE 'TRANS ID'.
           05  FILLER              PIC X(05) VALUE 'TYPE'.
           05  FILLER              PIC X(17)
               VALUE '         AMOUNT'.
           05  FILLER              PIC X(10) VALUE 'ORIG DATE'.
           05  FILLER              PIC X(10) VALUE 'POSTED'.
           05  FILLER              PIC X(40) VALUE 'DESCRIPTION'.
           05  FILLER              PIC X(08) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DL-PROGRAM       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-ACCT          PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-TRANS-ID      PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-TYPE          PIC X(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-AMOUNT        PIC Z(10)9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-ORIG-DATE     PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-POSTED        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-DESC          PIC X(40).
           05  FILLER              PIC X(08) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(40).
           05  WS-TL-COUNT         PIC Z(6)9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-TL-AMOUNT        PIC Z(12)9.99-.
           05  FILLER              PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-PERIOD-CONTROL.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PRIOR-PERIOD-FILE.
           IF WS-PPI-SUCCESS
               SET WS-PPI-FOUND TO TRUE
               CLOSE PRIOR-PERIOD-FILE
           ELSE
               IF NOT WS-PPI-NOT-FOUND
                   DISPLAY 'ERROR OPENING FILE: ' WS-PPI-STATUS
                   CLOSE REPORT-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           MOVE PER-FIRST-OPEN-DATE TO WS-HDR-SINCE.
           MOVE PER-CLOSED-THROUGH  TO WS-HDR-THROUGH.
           WRITE REPORT-RECORD FROM WS-HDR-LINE-1.

           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE 'ITEMS RE-DATED TO THE OPEN PERIOD'
               TO WS-SECTION-LINE.
           WRITE REPORT-RECORD FROM WS-SECTION-LINE.
           WRITE REPORT-RECORD FROM WS-COL-HEAD.
           MOVE 'R' TO WS-SECTION-ACTION.
           PERFORM 1000-LIST-SECTION.
           MOVE 'TOTAL RE-DATED' TO WS-TL-LABEL.
           MOVE WS-REDATED-COUNT TO WS-TL-COUNT.
           MOVE WS-REDATED-TOTAL TO WS-TL-AMOUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE 'ITEMS HELD -- AWAITING ACCOUNTING'
               TO WS-SECTION-LINE.
           WRITE REPORT-RECORD FROM WS-SECTION-LINE.
           WRITE REPORT-RECORD FROM WS-COL-HEAD.
           MOVE 'H' TO WS-SECTION-ACTION.
           PERFORM 1000-LIST-SECTION.
           MOVE 'TOTAL HELD' TO WS-TL-LABEL.
           MOVE WS-HELD-COUNT TO WS-TL-COUNT.
           MOVE WS-HELD-TOTAL TO WS-TL-AMOUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           CLOSE REPORT-FILE.

           DISPLAY 'PRIOR-PERIOD RE-DATED: ' WS-REDATED-COUNT.
           DISPLAY 'PRIOR-PERIOD HELD:     ' WS-HELD-COUNT.
           IF WS-HELD-COUNT > 0
               DISPLAY 'HELD ITEMS AWAIT ACCOUNTING -- '
                   'CONDITION CODE 4'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *===============================================================
      * 0100-LOAD-PERIOD-CONTROL: The window start is the first
      * open date; with no PERIODCT record it stays zero and every
      * logged item is in the window.
      *===============================================================
       0100-LOAD-PERIOD-CONTROL.
           INITIALIZE WS-PERIOD-CONTROL
           OPEN INPUT PERIOD-FILE
           IF WS-PCT-SUCCESS
               READ PERIOD-FILE INTO WS-PERIOD-CONTROL
                   AT END
                       INITIALIZE WS-PERIOD-CONTROL
               END-READ
               CLOSE PERIOD-FILE
           END-IF.

      *===============================================================
      * 1000-LIST-SECTION: One pass of PRIORPD, printing the items
      * of WS-SECTION-ACTION logged inside the window.
      *===============================================================
       1000-LIST-SECTION.
           IF NOT WS-PPI-FOUND
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PRIOR-PERIOD-FILE
           PERFORM 1100-READ-ITEM
               UNTIL WS-PPI-EOF
           CLOSE PRIOR-PERIOD-FILE.

       1100-READ-ITEM.
           READ PRIOR-PERIOD-FILE
               AT END SET WS-PPI-EOF TO TRUE
               NOT AT END
                   IF PPI-ACTION = WS-SECTION-ACTION
                       AND PPI-RUN-DATE >= PER-FIRST-OPEN-DATE
                       PERFORM 1200-PRINT-ITEM
                   END-IF
           END-READ.

       1200-PRINT-ITEM.
           MOVE PPI-PROGRAM-ID   TO WS-DL-PROGRAM
           MOVE PPI-ACCT-NUMBER  TO WS-DL-ACCT
           MOVE PPI-TRANS-ID     TO WS-DL-TRANS-ID
           MOVE PPI-TRANS-TYPE   TO WS-DL-TYPE
           MOVE PPI-TRANS-AMOUNT TO WS-DL-AMOUNT
           MOVE PPI-ORIG-DATE    TO WS-DL-ORIG-DATE
           MOVE PPI-TRANS-DESC   TO WS-DL-DESC
           IF PPI-HELD
               MOVE 'HELD' TO WS-DL-POSTED
               ADD 1 TO WS-HELD-COUNT
               ADD PPI-TRANS-AMOUNT TO WS-HELD-TOTAL
           ELSE
               MOVE PPI-POSTED-DATE TO WS-DL-POSTED
               ADD 1 TO WS-REDATED-COUNT
               ADD PPI-TRANS-AMOUNT TO WS-REDATED-TOTAL
           END-IF
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
