      * combined balance exposure crosses the DUPPARM threshold
      * (default 10,000.00) is flagged HIGH for review; the run
      * ends with condition code 4 when any cluster was found.
      * The identities come from the nightly CMUNLOAD extract when it
      * is current; CMSOURCE can send the scan back to the KSDS.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPSCAN.
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
               ASSIGN TO 'DUPRPT'
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER-FILE.
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
       01  REPORT-RECORD           PIC X(90).
       01  PARM-RECORD.
           05  DUP-EXPOSURE-LIMIT  PIC 9(09)V99.

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
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
       01  WS-EXPOSURE-LIMIT       PIC S9(13)V99 COMP-3
                                   VALUE 10000.00.
       01  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0050-READ-PARAMETERS.
           PERFORM 1000-LOAD-IDENTITIES.
           OPEN OUTPUT REPORT-FILE.
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-UNL-MISMATCH
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       0050-READ-PARAMETERS.
           END-IF.

       1000-LOAD-IDENTITIES.
           PERFORM 0030-CHOOSE-CARD-SOURCE
           IF WS-READ-UNLOAD
               OPEN INPUT UNLOAD-FILE
               MOVE WS-UNL-STATUS TO WS-FILE-STATUS
           ELSE
               OPEN INPUT CARD-MASTER-FILE
           END-IF
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 1100-LOAD-ONE-RECORD
               UNTIL WS-EOF
           PERFORM 0920-CLOSE-CARD-SOURCE
           IF WS-READ-UNLOAD
               PERFORM 0910-CHECK-UNLOAD-COUNT
           END-IF
           DISPLAY 'IDENTITIES LOADED: ' WS-ID-USED.

       1100-LOAD-ONE-RECORD.
           PERFORM 0900-READ-CARD-RECORD
           IF NOT WS-EOF
               ADD 1 TO WS-RECORD-COUNT
               IF WS-ID-USED < WS-ID-MAX
                   ADD 1 TO WS-ID-USED
                   MOVE ACCT-NUMBER
                       TO WS-IDT-ACCT(WS-ID-USED)
                   MOVE CH-SSN TO WS-IDT-SSN(WS-ID-USED)
                   MOVE SPACES
                       TO WS-IDT-NAME-KEY(WS-ID-USED)
                   STRING
                       FUNCTION UPPER-CASE(CH-LAST-NAME)
                           DELIMITED BY SIZE
                       FUNCTION UPPER-CASE(CH-FIRST-NAME)
                           DELIMITED BY SIZE
                       INTO WS-IDT-NAME-KEY(WS-ID-USED)
                   END-STRING
                   MOVE CH-DATE-OF-BIRTH
                       TO WS-IDT-DOB(WS-ID-USED)
                   MOVE ACCT-STATUS
                       TO WS-IDT-STATUS(WS-ID-USED)
                   MOVE ACCT-OPEN-DATE
                       TO WS-IDT-OPEN-DATE(WS-ID-USED)
                   MOVE ACCT-BALANCE
                       TO WS-IDT-BALANCE(WS-ID-USED)
                   MOVE 'N' TO WS-IDT-REPORTED(WS-ID-USED)
               ELSE
                   IF WS-TABLE-FULL-NOTED = 'N'
                       DISPLAY 'IDENTITY TABLE FULL AT '
                           WS-ID-MAX ' -- REMAINDER UNSCANNED'
                       MOVE 'Y' TO WS-TABLE-FULL-NOTED
                   END-IF
               END-IF
           END-IF.

      *===============================================================
      * 2000-CLUSTER-BY-SSN: Same tax id on two or more accounts.
           MOVE WS-IDT-BALANCE(WS-ID-SUB)   TO WS-DTL-BALANCE
           MOVE WS-IDT-OPEN-DATE(WS-ID-SUB) TO WS-DTL-OPEN-DATE
           WRITE REPORT-RECORD FROM WS-DTL-LINE.

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
                   IF CSS-PROGRAM = 'DUPSCAN'
                       AND CSS-CARDMAST
                       MOVE 'C' TO WS-CARD-SOURCE
                   END-IF
           END-READ.

      *    The next CARDMAST record into CARD-MASTER-RECORD -- from the
      *    unload or from the KSDS.
       0900-READ-CARD-RECORD.
           IF WS-READ-UNLOAD
               READ UNLOAD-FILE INTO CARD-RECORD-IMAGE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END ADD 1 TO WS-UNL-READ-COUNT
               END-READ
           ELSE
               READ CARD-MASTER-FILE NEXT
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
               CLOSE CARD-MASTER-FILE
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
