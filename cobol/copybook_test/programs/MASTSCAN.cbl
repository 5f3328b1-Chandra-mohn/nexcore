      * money fields actually numeric, dates plausible,
      * CH-AUTH-USER-COUNT in 0-3, and the BA-MAIL fields populated
      * whenever BA-MAIL-FLAG says they should be. Each failed rule
      * writes one coded exception to MSEXCP. The records come from
      * the nightly CMUNLOAD extract when it is current, byte for
      * byte as they sit on the master; CMSOURCE can send the scan
      * back to the KSDS.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTSCAN.
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

           SELECT EXCEPTION-FILE
               ASSIGN TO 'MSEXCP'
               ORGANIZATION IS SEQUENTIAL
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

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
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
       01  WS-EXC-STATUS           PIC XX.
           88  WS-EXC-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
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
           OPEN OUTPUT EXCEPTION-FILE.
           IF NOT WS-EXC-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-EXC-STATUS
               PERFORM 0920-CLOSE-CARD-SOURCE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-RECORDS
               UNTIL WS-EOF.
           PERFORM 0920-CLOSE-CARD-SOURCE.
           IF WS-READ-UNLOAD
               PERFORM 0910-CHECK-UNLOAD-COUNT
           END-IF.
           CLOSE EXCEPTION-FILE.
           DISPLAY 'RECORDS:    ' WS-RECORD-COUNT.
           DISPLAY 'CLEAN:      ' WS-CLEAN-COUNT.
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-UNL-MISMATCH
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-PROCESS-RECORDS.
           PERFORM 0900-READ-CARD-RECORD
           IF NOT WS-EOF
               ADD 1 TO WS-RECORD-COUNT
               PERFORM 2000-SCAN-RECORD
           END-IF.

      *===============================================================
      * 2000-SCAN-RECORD: Every rule runs -- a record failing three
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE 'Y' TO WS-RECORD-FAILED-FLAG.

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
                   IF CSS-PROGRAM = 'MASTSCAN'
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
      * 0040-SET-BUSINESS-DATE: The posting date is the JOB-CALENDAR
      * business date, not the wall clock; without a calendar on
