      *---------------------------------------------------------------
      * FRDLRPT.cbl -- Monthly fraud-loss report by detection rule
      * Reads the FRDCLAIM loss ledger (FRDLOSS) and reports the
      * business month by the FRAUDDSP rule (FRD-RULE-ID) that
      * confirmed each fraud, 'NONE' being fraud no rule caught and
      * the cardholder reported. Each rule line sets what the rule
      * caught -- the alerts the fraud desk confirmed as fraud in
      * the month, from the FRDAUDIT case history, and their amount
      * -- beside what still got through: the claims credited back
      * and booked as fraud loss, the interest and fees given up
      * with them, the merchant chargebacks recovered, and the net
      * loss. A rule with a large catch and a small net loss is
      * saving money; one with losses and no catch is not.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDLRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOSS-FILE
               ASSIGN TO 'FRDLOSS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLS-STATUS.

           SELECT DISP-AUDIT-FILE
               ASSIGN TO 'FRDAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FDA-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'FRDLRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOSS-FILE.
       01  LOSS-RECORD.
           COPY FRAUD-LOSS.

       FD  DISP-AUDIT-FILE.
       01  DISP-AUDIT-RECORD.
           COPY FRAUD-DISP-AUDIT.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file. The report covers the business date's month.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-FLS-STATUS           PIC XX.
           88  WS-FLS-SUCCESS      VALUE '00'.
           88  WS-FLS-EOF          VALUE '10'.
       01  WS-FDA-STATUS           PIC XX.
           88  WS-FDA-SUCCESS      VALUE '00'.
           88  WS-FDA-EOF          VALUE '10'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
           05  WS-CUR-YEAR-MONTH   PIC 9(06).
           05  WS-CUR-DAY          PIC 9(02).
       01  WS-ENTRY-DATE           PIC 9(08).
       01  WS-ENTRY-DATE-X REDEFINES WS-ENTRY-DATE.
           05  WS-ENT-YEAR-MONTH   PIC 9(06).
           05  WS-ENT-DAY          PIC 9(02).

      *    Month totals by rule id.
       01  WS-RULE-KEY             PIC X(04).
       01  WS-RULE-MAX             PIC 9(03) VALUE 200.
       01  WS-RULE-USED            PIC 9(03) VALUE ZEROS.
       01  WS-RULE-DROPPED         PIC 9(05) VALUE ZEROS.
       01  WS-RULE-IDX             PIC 9(03) VALUE ZEROS.
       01  WS-RULE-SUB             PIC 9(03) VALUE ZEROS.
       01  WS-RULE-FOUND           PIC X VALUE 'N'.
           88  RULE-WAS-FOUND      VALUE 'Y'.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 200 TIMES.
               10  WS-RUL-RULE-ID      PIC X(04).
               10  WS-RUL-CONF-COUNT   PIC 9(05).
               10  WS-RUL-CAUGHT-AMT   PIC S9(13)V99 COMP-3.
               10  WS-RUL-CLAIM-COUNT  PIC 9(05).
               10  WS-RUL-LOSS-AMT     PIC S9(13)V99 COMP-3.
               10  WS-RUL-REV-AMT      PIC S9(13)V99 COMP-3.
               10  WS-RUL-RECOV-AMT    PIC S9(13)V99 COMP-3.

       01  WS-LOSS-READ-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-AUDIT-READ-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-MONTH-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-TOT-CONF-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-TOT-CAUGHT-AMT       PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-TOT-CLAIM-COUNT      PIC 9(05) VALUE ZEROS.
       01  WS-TOT-LOSS-AMT         PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-TOT-REV-AMT          PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-TOT-RECOV-AMT        PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.

       01  WS-HDR-LINE-1.
           05  FILLER              PIC X(30)
               VALUE 'FRAUD LOSS BY RULE FOR MONTH '.
           05  WS-HDR-MONTH        PIC 9(06).
           05  FILLER              PIC X(10) VALUE '  AS OF '.
           05  WS-HDR-DATE         PIC 9(08).
           05  FILLER              PIC X(26) VALUE SPACES.
       01  WS-HDR-LINE-2.
           05  FILLER              PIC X(80) VALUE SPACES.
       01  WS-HDR-LINE-3.
           05  FILLER              PIC X(05) VALUE 'RULE '.
           05  FILLER              PIC X(06) VALUE '  CONF'.
           05  FILLER              PIC X(12) VALUE '      CAUGHT'.
           05  FILLER              PIC X(06) VALUE 'CLAIMS'.
           05  FILLER              PIC X(12) VALUE '  FRAUD LOSS'.
           05  FILLER              PIC X(12) VALUE ' INT/FEE REV'.
           05  FILLER              PIC X(12) VALUE '   RECOVERED'.
           05  FILLER              PIC X(12) VALUE '    NET LOSS'.
           05  FILLER              PIC X(03) VALUE SPACES.
       01  WS-DTL-LINE.
           05  WS-DL-RULE          PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-CONF-COUNT    PIC Z(4)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-CAUGHT-AMT    PIC Z(7)9.99-.
           05  WS-DL-CLAIM-COUNT   PIC Z(5)9.
           05  WS-DL-LOSS-AMT      PIC Z(7)9.99-.
           05  WS-DL-REV-AMT       PIC Z(7)9.99-.
           05  WS-DL-RECOV-AMT     PIC Z(7)9.99-.
           05  WS-DL-NET-AMT       PIC Z(7)9.99-.
           05  FILLER              PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           INITIALIZE WS-RULE-TABLE.
           OPEN INPUT LOSS-FILE.
           IF NOT WS-FLS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FLS-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               CLOSE LOSS-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-LOSS
               UNTIL WS-FLS-EOF.
           CLOSE LOSS-FILE.
           OPEN INPUT DISP-AUDIT-FILE.
           IF WS-FDA-SUCCESS
               PERFORM 2000-PROCESS-AUDIT
                   UNTIL WS-FDA-EOF
               CLOSE DISP-AUDIT-FILE
           ELSE
               DISPLAY 'NO FRDAUDIT FILE -- NO CATCH COLUMNS'
           END-IF.
           PERFORM 8000-WRITE-REPORT.
           CLOSE REPORT-FILE.
           DISPLAY 'LEDGER ENTRIES READ: ' WS-LOSS-READ-COUNT.
           DISPLAY 'AUDIT RECORDS READ:  ' WS-AUDIT-READ-COUNT.
           DISPLAY 'IN REPORT MONTH:     ' WS-MONTH-COUNT.
           DISPLAY 'RULES REPORTED:      ' WS-RULE-USED.
           MOVE 0 TO RETURN-CODE
           IF WS-RULE-DROPPED > 0
               DISPLAY 'ENTRIES DROPPED AT TABLE CAP: '
                   WS-RULE-DROPPED ' -- CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *===============================================================
      * 1000-PROCESS-LOSS: A loss counts in the month it was booked,
      * a recovery in the month it came in, each under the rule
      * carried on the ledger entry.
      *===============================================================
       1000-PROCESS-LOSS.
           READ LOSS-FILE
               AT END SET WS-FLS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOSS-READ-COUNT
                   MOVE FLS-POST-DATE TO WS-ENTRY-DATE
                   IF WS-ENT-YEAR-MONTH = WS-CUR-YEAR-MONTH
                       ADD 1 TO WS-MONTH-COUNT
                       MOVE FLS-RULE-ID TO WS-RULE-KEY
                       PERFORM 3000-FIND-RULE
                       IF RULE-WAS-FOUND
                           PERFORM 1100-ADD-LOSS
                       END-IF
                   END-IF
           END-READ.

       1100-ADD-LOSS.
           IF FLS-LOSS
               ADD 1 TO WS-RUL-CLAIM-COUNT(WS-RULE-SUB)
               ADD FLS-LOSS-AMT TO WS-RUL-LOSS-AMT(WS-RULE-SUB)
               ADD FLS-INT-REVERSED TO WS-RUL-REV-AMT(WS-RULE-SUB)
               ADD FLS-FEE-REVERSED TO WS-RUL-REV-AMT(WS-RULE-SUB)
           ELSE
               ADD FLS-RECOVERED-AMT
                   TO WS-RUL-RECOV-AMT(WS-RULE-SUB)
           END-IF.

      *===============================================================
      * 2000-PROCESS-AUDIT: Alerts confirmed as fraud in the month,
      * by the rule that raised them.
      *===============================================================
       2000-PROCESS-AUDIT.
           READ DISP-AUDIT-FILE
               AT END SET WS-FDA-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
                   MOVE FDA-WORKED-DATE TO WS-ENTRY-DATE
                   IF WS-ENT-YEAR-MONTH = WS-CUR-YEAR-MONTH
                       AND FDA-CONFIRMED-FRAUD
                       ADD 1 TO WS-MONTH-COUNT
                       MOVE FDA-RULE-ID TO WS-RULE-KEY
                       PERFORM 3000-FIND-RULE
                       IF RULE-WAS-FOUND
                           ADD 1 TO WS-RUL-CONF-COUNT(WS-RULE-SUB)
                           ADD FDA-TRANS-AMOUNT
                               TO WS-RUL-CAUGHT-AMT(WS-RULE-SUB)
                       END-IF
                   END-IF
           END-READ.

      *===============================================================
      * 3000-FIND-RULE: The rule's line, added on first sight.
      *===============================================================
       3000-FIND-RULE.
           MOVE 'N' TO WS-RULE-FOUND
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-USED
               OR RULE-WAS-FOUND
               IF WS-RUL-RULE-ID(WS-RULE-IDX) = WS-RULE-KEY
                   SET RULE-WAS-FOUND TO TRUE
                   MOVE WS-RULE-IDX TO WS-RULE-SUB
               END-IF
           END-PERFORM
           IF RULE-WAS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-RULE-USED >= WS-RULE-MAX
               ADD 1 TO WS-RULE-DROPPED
               DISPLAY 'RULE TABLE FULL, DROPPING: ' WS-RULE-KEY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-USED
           MOVE WS-RULE-USED TO WS-RULE-SUB
           MOVE WS-RULE-KEY TO WS-RUL-RULE-ID(WS-RULE-SUB)
           SET RULE-WAS-FOUND TO TRUE.

      *===============================================================
      * 8000-WRITE-REPORT: One line per rule, then the month total.
      *===============================================================
       8000-WRITE-REPORT.
           MOVE WS-CUR-YEAR-MONTH TO WS-HDR-MONTH
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE-1
           WRITE REPORT-RECORD FROM WS-HDR-LINE-2
           WRITE REPORT-RECORD FROM WS-HDR-LINE-3
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-USED
               MOVE WS-RUL-RULE-ID(WS-RULE-SUB) TO WS-DL-RULE
               MOVE WS-RUL-CONF-COUNT(WS-RULE-SUB)
                   TO WS-DL-CONF-COUNT
               MOVE WS-RUL-CAUGHT-AMT(WS-RULE-SUB)
                   TO WS-DL-CAUGHT-AMT
               MOVE WS-RUL-CLAIM-COUNT(WS-RULE-SUB)
                   TO WS-DL-CLAIM-COUNT
               MOVE WS-RUL-LOSS-AMT(WS-RULE-SUB) TO WS-DL-LOSS-AMT
               MOVE WS-RUL-REV-AMT(WS-RULE-SUB) TO WS-DL-REV-AMT
               MOVE WS-RUL-RECOV-AMT(WS-RULE-SUB)
                   TO WS-DL-RECOV-AMT
               COMPUTE WS-DL-NET-AMT =
                   WS-RUL-LOSS-AMT(WS-RULE-SUB)
                   - WS-RUL-RECOV-AMT(WS-RULE-SUB)
               WRITE REPORT-RECORD FROM WS-DTL-LINE
               ADD WS-RUL-CONF-COUNT(WS-RULE-SUB)
                   TO WS-TOT-CONF-COUNT
               ADD WS-RUL-CAUGHT-AMT(WS-RULE-SUB)
                   TO WS-TOT-CAUGHT-AMT
               ADD WS-RUL-CLAIM-COUNT(WS-RULE-SUB)
                   TO WS-TOT-CLAIM-COUNT
               ADD WS-RUL-LOSS-AMT(WS-RULE-SUB) TO WS-TOT-LOSS-AMT
               ADD WS-RUL-REV-AMT(WS-RULE-SUB) TO WS-TOT-REV-AMT
               ADD WS-RUL-RECOV-AMT(WS-RULE-SUB)
                   TO WS-TOT-RECOV-AMT
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-HDR-LINE-2
           MOVE 'TOTL' TO WS-DL-RULE
           MOVE WS-TOT-CONF-COUNT TO WS-DL-CONF-COUNT
           MOVE WS-TOT-CAUGHT-AMT TO WS-DL-CAUGHT-AMT
           MOVE WS-TOT-CLAIM-COUNT TO WS-DL-CLAIM-COUNT
           MOVE WS-TOT-LOSS-AMT TO WS-DL-LOSS-AMT
           MOVE WS-TOT-REV-AMT TO WS-DL-REV-AMT
           MOVE WS-TOT-RECOV-AMT TO WS-DL-RECOV-AMT
           COMPUTE WS-DL-NET-AMT =
               WS-TOT-LOSS-AMT - WS-TOT-RECOV-AMT
           WRITE REPORT-RECORD FROM WS-DTL-LINE.

      *===============================================================
      * 0040-SET-BUSINESS-DATE: The posting date is the JOB-CALENDAR
      * business date, not the wall clock; without a calendar on
      * file the system date applies as before.
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
