      * on-record TH tables and each account's offloaded TRANHIST
      * rows, computes yield against the average balance carried,
      * and also lines the revenue up by cycle month so management
      * sees the trend, not just the total. The accounts and their
      * TRANHIST rows come from the nightly CMUNLOAD extracts when
      * they are current -- the rows matched to each account in one
      * forward pass instead of a keyed browse per account;
      * CMSOURCE can send the report back to the KSDS.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YIELDRPT.
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT UNLOAD-FILE
               ASSIGN TO 'CMUNLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNL-STATUS.

           SELECT UNLOAD-CONTROL-FILE
               ASSIGN TO 'UNLDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNC-STATUS.

           SELECT SOURCE-SWITCH-FILE
               ASSIGN TO 'CMSOURCE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSS-STATUS.

           SELECT HIST-UNLOAD-FILE
               ASSIGN TO 'THUNLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNH-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'TRANHIST'
               ORGANIZATION IS INDEXED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.
      *    The record byte for byte, as CMUNLOAD copied it.
       01  CARD-RECORD-IMAGE       PIC X(7976).

       FD  UNLOAD-FILE.
       01  UNLOAD-RECORD           PIC X(7976).

       FD  UNLOAD-CONTROL-FILE.
       01  UNLOAD-CONTROL-RECORD.
           COPY UNLOAD-CONTROL.

       FD  SOURCE-SWITCH-FILE.
       01  SOURCE-SWITCH-RECORD.
           COPY CARD-SOURCE-SWITCH.

       FD  HIST-UNLOAD-FILE.
       01  HIST-UNLOAD-RECORD.
           COPY TRANS-HIST-OFFLOAD
               REPLACING LEADING ==HX== BY ==UHX==.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(100).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
           88  WS-EOF              VALUE '10'.
       01  WS-UNL-STATUS           PIC XX.
           88  WS-UNL-SUCCESS      VALUE '00'.
       01  WS-UNC-STATUS           PIC XX.
           88  WS-UNC-SUCCESS      VALUE '00'.
       01  WS-CSS-STATUS           PIC XX.
           88  WS-CSS-SUCCESS      VALUE '00'.
           88  WS-CSS-EOF          VALUE '10'.
      *    Where CARDMAST comes from: the CMUNLOAD extract when
      *    UNLDCTL shows it complete for the business date and no
      *    CMSOURCE row sends this program back to the KSDS.
       01  WS-CARD-SOURCE          PIC X VALUE 'C'.
           88  WS-READ-UNLOAD      VALUE 'U'.
           88  WS-READ-CARDMAST    VALUE 'C'.
       01  WS-UNL-READ-COUNT       PIC 9(09) VALUE ZEROS.
       01  WS-UNL-EXPECTED         PIC 9(09) VALUE ZEROS.
       01  WS-UNL-COUNT-FLAG       PIC X VALUE 'N'.
           88  WS-UNL-MISMATCH     VALUE 'Y'.
       01  WS-UNH-STATUS           PIC XX.
           88  WS-UNH-SUCCESS      VALUE '00'.
           88  WS-UNH-EOF          VALUE '10'.
       01  WS-UNH-HAS-ROWS         PIC X VALUE 'N'.
           88  WS-UNH-INCLUDED     VALUE 'Y'.
       01  WS-UNH-READ-COUNT       PIC 9(09) VALUE ZEROS.
       01  WS-UNH-EXPECTED         PIC 9(09) VALUE ZEROS.
       01  WS-HXS-STATUS           PIC XX.
           88  WS-HXS-SUCCESS      VALUE '00'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
       01  WS-HIST-LOOKUP-FLAG     PIC X(01) VALUE 'N'.
           88  WS-HIST-LOOKUP-ON   VALUE 'Y'.
       01  WS-HIST-DONE-FLAG       PIC X(01) VALUE 'N'.
               MOVE 0 TO WS-TYP-FEES(WS-TYPE-SUB)
               MOVE 0 TO WS-TYP-DEPINT(WS-TYPE-SUB)
           END-PERFORM
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0030-CHOOSE-CARD-SOURCE.
           IF WS-READ-UNLOAD
               OPEN INPUT UNLOAD-FILE
               MOVE WS-UNL-STATUS TO WS-FILE-STATUS
           ELSE
               OPEN INPUT CARD-FILE
           END-IF.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-READ-UNLOAD
               PERFORM 3800-OPEN-HIST-UNLOAD
           ELSE
               OPEN INPUT HISTORY-FILE
               IF WS-HXS-SUCCESS
                   SET WS-HIST-LOOKUP-ON TO TRUE
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               PERFORM 0920-CLOSE-CARD-SOURCE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
               UNTIL WS-EOF.
           PERFORM 8000-WRITE-TYPE-LINES.
           PERFORM 8500-WRITE-MONTH-LINES.
           PERFORM 0920-CLOSE-CARD-SOURCE.
           IF WS-READ-UNLOAD
               PERFORM 0910-CHECK-UNLOAD-COUNT
           END-IF.
           IF WS-HIST-LOOKUP-ON
               IF WS-READ-UNLOAD
                   CLOSE HIST-UNLOAD-FILE
                   PERFORM 3850-CHECK-HIST-UNLOAD-COUNT
               ELSE
                   CLOSE HISTORY-FILE
               END-IF
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY 'RECORDS: ' WS-RECORD-COUNT.
           MOVE 0 TO RETURN-CODE
           IF WS-UNL-MISMATCH
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-PROCESS-RECORDS.
           PERFORM 0900-READ-CARD-RECORD
           IF NOT WS-EOF
               ADD 1 TO WS-RECORD-COUNT
               PERFORM 2000-SET-TYPE-SUB
               IF WS-TYPE-SUB > 0
                   ADD 1 TO WS-TYP-ACCTS(WS-TYPE-SUB)
                   ADD ACCT-BALANCE
                       TO WS-TYP-BALANCE(WS-TYPE-SUB)
                   PERFORM 3000-SUM-ON-RECORD-ROWS
                   IF WS-HIST-LOOKUP-ON
                       PERFORM 3500-SUM-OFFLOADED-ROWS
                   END-IF
               END-IF
           END-IF.

       2000-SET-TYPE-SUB.
           EVALUATE TRUE
      * the same revenue signs -- the keyed browse RECONCIL uses.
      *===============================================================
       3500-SUM-OFFLOADED-ROWS.
           IF WS-READ-UNLOAD
               PERFORM 3600-SUM-UNLOADED-ROWS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HIST-DONE-FLAG
           MOVE ACCT-NUMBER TO HX-ACCT-NUMBER
           MOVE 0 TO HX-TRANS-DATE
                   IF HX-ACCT-NUMBER NOT = ACCT-NUMBER
                       SET WS-HIST-DONE TO TRUE
                   ELSE
                       PERFORM 3560-POST-OFFLOADED-ROW
                   END-IF
           END-READ.

       3560-POST-OFFLOADED-ROW.
           MOVE HX-TRANS-AMOUNT TO WS-THIS-AMOUNT
           MOVE HX-TRANS-DATE(1:6) TO WS-THIS-MONTH
           EVALUATE HX-TRANS-TYPE
               WHEN 'IN'
                   ADD WS-THIS-AMOUNT
                       TO WS-TYP-FINCHG(WS-TYPE-SUB)
                   MOVE +1 TO WS-THIS-SIGN
                   PERFORM 4000-POST-MONTH-REVENUE
               WHEN 'FE'
                   ADD WS-THIS-AMOUNT
                       TO WS-TYP-FEES(WS-TYPE-SUB)
                   MOVE +1 TO WS-THIS-SIGN
                   PERFORM 4000-POST-MONTH-REVENUE
               WHEN 'DI'
                   ADD WS-THIS-AMOUNT
                       TO WS-TYP-DEPINT(WS-TYPE-SUB)
                   MOVE -1 TO WS-THIS-SIGN
                   PERFORM 4000-POST-MONTH-REVENUE
           END-EVALUATE.

      *===============================================================
      * 3600-SUM-UNLOADED-ROWS: The same rows from THUNLD. The
      * extract is in account order like CMUNLD, so this account's
      * rows are the ones waiting next; rows of accounts not posted
      * above (an unknown type) are passed over.
      *===============================================================
       3600-SUM-UNLOADED-ROWS.
           PERFORM 3650-MATCH-UNLOADED-ROW
               UNTIL WS-UNH-EOF
               OR UHX-ACCT-NUMBER > ACCT-NUMBER.

       3650-MATCH-UNLOADED-ROW.
           IF UHX-ACCT-NUMBER = ACCT-NUMBER
               MOVE HIST-UNLOAD-RECORD TO HISTORY-RECORD
               PERFORM 3560-POST-OFFLOADED-ROW
           END-IF
           PERFORM 3700-READ-UNLOADED-ROW.

       3700-READ-UNLOADED-ROW.
           READ HIST-UNLOAD-FILE
               AT END SET WS-UNH-EOF TO TRUE
               NOT AT END ADD 1 TO WS-UNH-READ-COUNT
           END-READ.

      *    THUNLD stands in for TRANHIST only when the unload
      *    carried it; the first row is read ahead for the match.
       3800-OPEN-HIST-UNLOAD.
           IF NOT WS-UNH-INCLUDED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HIST-UNLOAD-FILE
           IF WS-UNH-SUCCESS
               SET WS-HIST-LOOKUP-ON TO TRUE
               PERFORM 3700-READ-UNLOADED-ROW
           END-IF.

      *    Every row must have been passed through by the last
      *    account; any left over or missing means a short extract.
       3850-CHECK-HIST-UNLOAD-COUNT.
           IF NOT WS-UNH-EOF
               PERFORM 3700-READ-UNLOADED-ROW
                   UNTIL WS-UNH-EOF
           END-IF
           IF WS-UNH-READ-COUNT NOT = WS-UNH-EXPECTED
               DISPLAY 'TRANHIST UNLOAD COUNT MISMATCH -- READ '
                   WS-UNH-READ-COUNT ' CONTROL ' WS-UNH-EXPECTED
               SET WS-UNL-MISMATCH TO TRUE
           END-IF.

       4000-POST-MONTH-REVENUE.
           MOVE 'N' TO WS-MONTH-FOUND
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   TO WS-RML-REVENUE
               WRITE REPORT-RECORD FROM WS-RPT-MONTH-LINE
           END-PERFORM.

      *===============================================================
      * 0030-CHOOSE-CARD-SOURCE: Read the CMUNLOAD extract rather
      * than the KSDS when UNLDCTL shows tonight's unload complete,
      * unless a CMSOURCE row for this program says CARDMAST. A
      * missing or unfinished unload falls back to CARDMAST.
      *===============================================================
       0030-CHOOSE-CARD-SOURCE.
           MOVE 'U' TO WS-CARD-SOURCE
           OPEN INPUT SOURCE-SWITCH-FILE
           IF WS-CSS-SUCCESS
               PERFORM 0035-READ-SOURCE-SWITCH
                   UNTIL WS-CSS-EOF
               CLOSE SOURCE-SWITCH-FILE
           END-IF
           IF WS-READ-CARDMAST
               DISPLAY 'CMSOURCE SWITCH SET -- READING CARDMAST'
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-CARD-SOURCE
           OPEN INPUT UNLOAD-CONTROL-FILE
           IF WS-UNC-SUCCESS
               READ UNLOAD-CONTROL-FILE
                   NOT AT END
                       IF UNC-COMPLETE
                           AND UNC-BUSINESS-DATE = WS-CURRENT-DATE
                           MOVE 'U' TO WS-CARD-SOURCE
                           MOVE UNC-ACCT-COUNT TO WS-UNL-EXPECTED
                           MOVE UNC-HIST-INCLUDED
                               TO WS-UNH-HAS-ROWS
                           MOVE UNC-HIST-COUNT TO WS-UNH-EXPECTED
                       END-IF
               END-READ
               CLOSE UNLOAD-CONTROL-FILE
           END-IF
           IF WS-READ-CARDMAST
               DISPLAY 'CARDMAST UNLOAD NOT CURRENT -- '
                   'READING CARDMAST'
           END-IF.

       0035-READ-SOURCE-SWITCH.
           READ SOURCE-SWITCH-FILE
               AT END SET WS-CSS-EOF TO TRUE
               NOT AT END
                   IF CSS-PROGRAM = 'YIELDRPT'
                       AND CSS-CARDMAST
                       MOVE 'C' TO WS-CARD-SOURCE
                   END-IF
           END-READ.

      *    The next CARDMAST record into CARD-RECORD -- from the
      *    unload or from the KSDS.
       0900-READ-CARD-RECORD.
           IF WS-READ-UNLOAD
               READ UNLOAD-FILE INTO CARD-RECORD-IMAGE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END ADD 1 TO WS-UNL-READ-COUNT
               END-READ
           ELSE
               READ CARD-FILE NEXT
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

       0910-CHECK-UNLOAD-COUNT.
           IF WS-UNL-READ-COUNT NOT = WS-UNL-EXPECTED
               DISPLAY 'CARDMAST UNLOAD COUNT MISMATCH -- READ '
                   WS-UNL-READ-COUNT ' CONTROL ' WS-UNL-EXPECTED
               SET WS-UNL-MISMATCH TO TRUE
           END-IF.

       0920-CLOSE-CARD-SOURCE.
           IF WS-READ-UNLOAD
               CLOSE UNLOAD-FILE
           ELSE
               CLOSE CARD-FILE
           END-IF.

      *===============================================================
      * 0040-SET-BUSINESS-DATE: The JOB-CALENDAR business date, not
      * the wall clock; without a calendar on file the system date
      * applies.
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
