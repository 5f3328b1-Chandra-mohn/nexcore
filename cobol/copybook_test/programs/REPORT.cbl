      * Tests: sequential read of same KSDS file, cross-program key
      *        discovery (BILLING declares key, REPORT reads same file
      *        sequentially).
      * The records come from the nightly CMUNLOAD extract when it is
      * current (TRANHIST rows from THUNLD likewise); CMSOURCE or a
      * REPTPARM CARDMAST override sends the report back to the KSDS.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT.
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

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-RPTOUT-DSN
               ORGANIZATION IS SEQUENTIAL
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HXS-STATUS.

           SELECT HIST-UNLOAD-FILE
               ASSIGN TO 'THUNLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNH-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
           COPY ACCT-MASTER.
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

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).
       01  HISTORY-RECORD.
           COPY TRANS-HIST-OFFLOAD.

       FD  HIST-UNLOAD-FILE.
       01  HIST-UNLOAD-RECORD.
           COPY TRANS-HIST-OFFLOAD
               REPLACING LEADING ==HX== BY ==UHX==.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
       01  WS-CARDMAST-DSN         PIC X(20) VALUE 'CARDMAST'.
       01  WS-RPTOUT-DSN           PIC X(20) VALUE 'RPTOUT'.
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
       01  WS-RPT-STATUS           PIC XX.
       01  WS-CTL-STATUS           PIC XX.
           88  WS-CTL-SUCCESS      VALUE '00'.
       01  WS-HISTORY-FLAG         PIC X(01) VALUE 'N'.
           88  WS-INCLUDE-HISTORY  VALUE 'Y'.
       01  WS-HISTORY-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-UNH-STATUS           PIC XX.
           88  WS-UNH-SUCCESS      VALUE '00'.
           88  WS-UNH-EOF          VALUE '10'.
       01  WS-UNH-HAS-ROWS         PIC X VALUE 'N'.
           88  WS-UNH-INCLUDED     VALUE 'Y'.
       01  WS-UNH-READ-COUNT       PIC 9(09) VALUE ZEROS.
       01  WS-UNH-EXPECTED         PIC 9(09) VALUE ZEROS.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
      *    Exchange rates so every total on this report is a USD
      *    equivalent instead of a cross-currency sum; the detail
      *    line still shows the original currency alongside.
           PERFORM 0150-LOAD-FX-RATES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           PERFORM 0040-SET-BUSINESS-DATE.
      *    The unload is of production CARDMAST; a file named on
      *    REPTPARM is always read directly.
           IF WS-CARDMAST-DSN = 'CARDMAST'
               PERFORM 0030-CHOOSE-CARD-SOURCE
           END-IF.
           IF WS-READ-UNLOAD
               OPEN INPUT UNLOAD-FILE
               MOVE WS-UNL-STATUS TO WS-FILE-STATUS
           ELSE
               OPEN INPUT CARD-FILE
           END-IF.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               PERFORM 0920-CLOSE-CARD-SOURCE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           END-IF.
           PERFORM 9000-PRINT-SUMMARY.
           PERFORM 9200-WRITE-CONTROL-RECORD.
           PERFORM 0920-CLOSE-CARD-SOURCE.
           IF WS-READ-UNLOAD
               PERFORM 0910-CHECK-UNLOAD-COUNT
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE CONTROL-FILE.
           IF WS-MERCH-LOOKUP-ON
               CLOSE MERCHANT-FILE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           IF WS-UNL-MISMATCH
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *===============================================================
           MOVE 3 TO WS-LINE-COUNT.

       1000-PROCESS.
           PERFORM 0900-READ-CARD-RECORD
           IF NOT WS-EOF
               ADD 1 TO WS-RECORD-COUNT
               PERFORM 2000-PROCESS-TRANS
           END-IF.

       2000-PROCESS-TRANS.
           PERFORM 0170-SELECT-FX-RATE
      * with the merchant name and feed only the overall totals.
      *===============================================================
       3000-PROCESS-HISTORY-FILE.
           IF WS-READ-UNLOAD
               PERFORM 3300-PROCESS-HIST-UNLOAD
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HXS-SUCCESS
               DISPLAY 'HISTORY FILE NOT AVAILABLE: ' WS-HXS-STATUS
               MOVE HX-MERCHANT-ID TO WS-RPT-MERCHANT
           END-IF.

      *===============================================================
      * 3300-PROCESS-HIST-UNLOAD: The same walk over THUNLD, the
      * TRANHIST rows CMUNLOAD took with the master. Every row is
      * read so the count can be proved against UNLDCTL.
      *===============================================================
       3300-PROCESS-HIST-UNLOAD.
           IF NOT WS-UNH-INCLUDED
               DISPLAY 'HISTORY FILE NOT AVAILABLE: NOT UNLOADED'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HIST-UNLOAD-FILE
           IF NOT WS-UNH-SUCCESS
               DISPLAY 'HISTORY FILE NOT AVAILABLE: ' WS-UNH-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM 3350-READ-UNLOADED-ROW
               UNTIL WS-UNH-EOF
           CLOSE HIST-UNLOAD-FILE
           DISPLAY 'HISTORY LINES: ' WS-HISTORY-COUNT
           IF WS-UNH-READ-COUNT NOT = WS-UNH-EXPECTED
               DISPLAY 'TRANHIST UNLOAD COUNT MISMATCH -- READ '
                   WS-UNH-READ-COUNT ' CONTROL ' WS-UNH-EXPECTED
               SET WS-UNL-MISMATCH TO TRUE
           END-IF.

       3350-READ-UNLOADED-ROW.
           READ HIST-UNLOAD-FILE INTO HISTORY-RECORD
               AT END SET WS-UNH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-UNH-READ-COUNT
                   IF HX-TRANS-DATE >= WS-FROM-DATE
                       AND HX-TRANS-DATE <= WS-THRU-DATE
                       PERFORM 3200-PRINT-HISTORY-LINE
                   END-IF
           END-READ.

       9000-PRINT-SUMMARY.
           DISPLAY 'RECORDS:    ' WS-RECORD-COUNT.
           DISPLAY 'PURCHASES:  ' WS-PURCHASE-COUNT.
           DISPLAY 'SAVINGS:    ' WS-SA-COUNT ' ' WS-SA-TOTAL.
           DISPLAY 'CHECKING:   ' WS-CH-COUNT ' ' WS-CH-TOTAL.
           DISPLAY 'CREDIT:     ' WS-CR-COUNT ' ' WS-CR-TOTAL.

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
                   IF CSS-PROGRAM = 'REPORT'
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
               READ CARD-FILE
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
