      * TRANS-HISTORY (same CARD-RECORD layout as REPORT/BILLING).
      * Reads CARD-FILE sequentially, accumulates spend totals and
      * transaction counts per TH-PUR-MCC, and prints a summary.
      * CARD-FILE is the nightly CMUNLOAD extract when it is current;
      * CMSOURCE can send the report back to the KSDS.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MCCRPT.
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
               ASSIGN TO 'MCCOUT'
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

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

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
       01  WS-RPT-STATUS           PIC XX.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
       01  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-TRANS-IDX            PIC 9(03).


       PROCEDURE DIVISION.
       0000-MAIN.
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
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               PERFORM 0920-CLOSE-CARD-SOURCE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS
               UNTIL WS-EOF.
           PERFORM 8000-WRITE-SUMMARY.
           PERFORM 0920-CLOSE-CARD-SOURCE.
           IF WS-READ-UNLOAD
               PERFORM 0910-CHECK-UNLOAD-COUNT
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY 'RECORDS:    ' WS-RECORD-COUNT.
           DISPLAY 'MCC CODES:  ' WS-MCC-USED.
           MOVE 0 TO RETURN-CODE
           IF WS-UNL-MISMATCH
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-PROCESS.
           PERFORM 0900-READ-CARD-RECORD
           IF NOT WS-EOF
               ADD 1 TO WS-RECORD-COUNT
               PERFORM 2000-ACCUM-TRANS
           END-IF.

       2000-ACCUM-TRANS.
           PERFORM VARYING WS-TRANS-IDX
               MOVE WS-MCC-TOTAL(WS-MCC-IDX) TO WS-RPT-TOTAL
               WRITE REPORT-RECORD FROM WS-RPT-LINE
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
                   IF CSS-PROGRAM = 'MCCRPT'
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
