      *---------------------------------------------------------------
      * CMUNLOAD.cbl -- Single-pass CARDMAST unload for the reporters
      * Reads the CARDMAST KSDS and the offloaded TRANHIST rows once
      * each, in key order, so the read-only reporters (REPORT,
      * MCCRPT, BUREAU, YIELDRPT, TRANEXTR, MASTSCAN, DUPSCAN) can
      * run side by side off sequential copies instead of each
      * making its own pass of the KSDS. Runs after the last step
      * that updates CARDMAST or TRANHIST for the night.
      *
      * CMUNLD holds every CARDMAST record byte for byte. THUNLD
      * holds the TRANHIST rows of the accounts on CARDMAST, in
      * TRANHIST key order -- account order, the same as CMUNLD, so
      * a reporter can match the two in one pass. Rows of accounts
      * no longer on the master (archived or purged) are left out
      * and counted as orphans.
      *
      * UNLDCTL carries the control totals: accounts, balance total,
      * rows still on the records, TRANHIST rows and amount. It is
      * written running as the unload starts and complete only once
      * both extracts are closed, so a reporter never reads a half
      * unload -- it goes back to CARDMAST instead.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMUNLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'TRANHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HXS-STATUS.

           SELECT UNLOAD-FILE
               ASSIGN TO 'CMUNLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNL-STATUS.

           SELECT HIST-UNLOAD-FILE
               ASSIGN TO 'THUNLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNH-STATUS.

           SELECT UNLOAD-CONTROL-FILE
               ASSIGN TO 'UNLDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNC-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.
      *    The whole record as read -- copied without regard to the
      *    TH-TRANS-COUNT it carries, so a damaged count still
      *    reaches MASTSCAN exactly as it sits on the master.
       01  CARD-RECORD-IMAGE       PIC X(7976).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY TRANS-HIST-OFFLOAD.

       FD  UNLOAD-FILE.
       01  UNLOAD-RECORD           PIC X(7976).

       FD  HIST-UNLOAD-FILE.
       01  HIST-UNLOAD-RECORD      PIC X(160).

       FD  UNLOAD-CONTROL-FILE.
       01  UNLOAD-CONTROL-RECORD.
           COPY UNLOAD-CONTROL.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
           88  WS-EOF              VALUE '10'.
       01  WS-HXS-STATUS           PIC XX.
           88  WS-HXS-SUCCESS      VALUE '00'.
           88  WS-HXS-EOF          VALUE '10'.
       01  WS-UNL-STATUS           PIC XX.
           88  WS-UNL-SUCCESS      VALUE '00'.
       01  WS-UNH-STATUS           PIC XX.
           88  WS-UNH-SUCCESS      VALUE '00'.
       01  WS-UNC-STATUS           PIC XX.
           88  WS-UNC-SUCCESS      VALUE '00'.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
       01  WS-CURRENT-TIME         PIC 9(06) VALUE ZEROS.

       01  WS-UNLOAD-STATE         PIC X VALUE 'R'.
       01  WS-HIST-FLAG            PIC X VALUE 'N'.
           88  WS-HIST-ON          VALUE 'Y'.

       01  WS-ACCT-COUNT           PIC 9(09) VALUE ZEROS.
       01  WS-BALANCE-TOTAL        PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-ON-RECORD-ROWS       PIC 9(09) VALUE ZEROS.
       01  WS-HIST-COUNT           PIC 9(09) VALUE ZEROS.
       01  WS-HIST-AMOUNT          PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-ORPHAN-COUNT         PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME
           MOVE 'R' TO WS-UNLOAD-STATE
           PERFORM 8000-WRITE-CONTROL.
           IF NOT WS-UNC-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-UNC-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CARD-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT UNLOAD-FILE.
           IF NOT WS-UNL-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-UNL-STATUS
               CLOSE CARD-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT HIST-UNLOAD-FILE.
           IF NOT WS-UNH-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-UNH-STATUS
               CLOSE CARD-FILE
               CLOSE UNLOAD-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *    TRANHIST is optional only before the first cycle-off ever
      *    ran; without it THUNLD is written empty and flagged so.
           OPEN INPUT HISTORY-FILE.
           IF WS-HXS-SUCCESS
               SET WS-HIST-ON TO TRUE
               PERFORM 3000-READ-HISTORY-ROW
           ELSE
               DISPLAY 'HISTORY FILE NOT AVAILABLE: ' WS-HXS-STATUS
           END-IF.
           PERFORM 1000-UNLOAD-ACCOUNT
               UNTIL WS-EOF.
      *    What TRANHIST still holds past the last account belongs
      *    to no account on the master.
           IF WS-HIST-ON
               PERFORM 2100-COUNT-ORPHAN
                   UNTIL WS-HXS-EOF
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE CARD-FILE.
           CLOSE UNLOAD-FILE.
           CLOSE HIST-UNLOAD-FILE.
           MOVE 'C' TO WS-UNLOAD-STATE
           PERFORM 8000-WRITE-CONTROL.
           DISPLAY 'BUSINESS DATE:      ' WS-CURRENT-DATE.
           DISPLAY 'ACCOUNTS UNLOADED:  ' WS-ACCT-COUNT.
           DISPLAY 'BALANCE TOTAL:      ' WS-BALANCE-TOTAL.
           DISPLAY 'ON-RECORD ROWS:     ' WS-ON-RECORD-ROWS.
           DISPLAY 'TRANHIST ROWS:      ' WS-HIST-COUNT.
           DISPLAY 'TRANHIST AMOUNT:    ' WS-HIST-AMOUNT.
           DISPLAY 'ORPHAN ROWS SKIPPED: ' WS-ORPHAN-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *===============================================================
      * 1000-UNLOAD-ACCOUNT: Copy one master record, then the
      * TRANHIST rows that belong to it. Both files are in account
      * order, so the history read only ever moves forward.
      *===============================================================
       1000-UNLOAD-ACCOUNT.
           MOVE SPACES TO CARD-RECORD-IMAGE
           READ CARD-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCT-COUNT
                   IF ACCT-BALANCE NUMERIC
                       ADD ACCT-BALANCE TO WS-BALANCE-TOTAL
                   END-IF
                   IF TH-TRANS-COUNT NUMERIC
                       ADD TH-TRANS-COUNT TO WS-ON-RECORD-ROWS
                   END-IF
                   WRITE UNLOAD-RECORD FROM CARD-RECORD-IMAGE
                   IF WS-HIST-ON
                       PERFORM 2000-UNLOAD-HISTORY
                           UNTIL WS-HXS-EOF
                           OR HX-ACCT-NUMBER > ACCT-NUMBER
                   END-IF
           END-READ.

       2000-UNLOAD-HISTORY.
           IF HX-ACCT-NUMBER = ACCT-NUMBER
               WRITE HIST-UNLOAD-RECORD FROM HISTORY-RECORD
               ADD 1 TO WS-HIST-COUNT
               ADD HX-TRANS-AMOUNT TO WS-HIST-AMOUNT
           ELSE
               ADD 1 TO WS-ORPHAN-COUNT
           END-IF
           PERFORM 3000-READ-HISTORY-ROW.

       2100-COUNT-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT
           PERFORM 3000-READ-HISTORY-ROW.

       3000-READ-HISTORY-ROW.
           READ HISTORY-FILE NEXT
               AT END SET WS-HXS-EOF TO TRUE
           END-READ.

       8000-WRITE-CONTROL.
           OPEN OUTPUT UNLOAD-CONTROL-FILE
           IF NOT WS-UNC-SUCCESS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UNLOAD-STATE   TO UNC-STATUS
           MOVE WS-CURRENT-DATE   TO UNC-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO UNC-RUN-DATE
           MOVE WS-CURRENT-TIME   TO UNC-RUN-TIME
           MOVE WS-ACCT-COUNT     TO UNC-ACCT-COUNT
           MOVE WS-BALANCE-TOTAL  TO UNC-BALANCE-TOTAL
           MOVE WS-ON-RECORD-ROWS TO UNC-ON-RECORD-ROWS
           IF WS-HIST-ON
               MOVE 'Y' TO UNC-HIST-INCLUDED
           ELSE
               MOVE 'N' TO UNC-HIST-INCLUDED
           END-IF
           MOVE WS-HIST-COUNT     TO UNC-HIST-COUNT
           MOVE WS-HIST-AMOUNT    TO UNC-HIST-AMOUNT
           MOVE WS-ORPHAN-COUNT   TO UNC-ORPHAN-COUNT
           WRITE UNLOAD-CONTROL-RECORD
           CLOSE UNLOAD-CONTROL-FILE.

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
