      *---------------------------------------------------------------
      * WAIVRPT.cbl -- Monthly goodwill waiver report
      * Reads the GOODWILL audit trail (GWAUDIT) and reports the
      * business month's waivers twice: once by the rep who asked,
      * once by reason code, each line giving the count and dollars
      * of fees and of interest reversed. Only reversals that
      * actually posted (rep within authority, or approved by a
      * second approver) count as waived; the requests held,
      * declined, and refused in the month are totalled at the
      * foot so the desk's refusal rate is visible alongside.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAIVRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO 'GWAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'WAIVRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY GOODWILL-AUDIT.

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
       01  WS-AUD-STATUS           PIC XX.
           88  WS-AUD-SUCCESS      VALUE '00'.
           88  WS-AUD-EOF          VALUE '10'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
           05  WS-CUR-YEAR-MONTH   PIC 9(06).
           05  WS-CUR-DAY          PIC 9(02).
       01  WS-ACTION-DATE          PIC 9(08).
       01  WS-ACTION-DATE-X REDEFINES WS-ACTION-DATE.
           05  WS-ACT-YEAR-MONTH   PIC 9(06).
           05  WS-ACT-DAY          PIC 9(02).

      *    Waiver totals by rep and by reason. Entry layout is the
      *    same for both; the key is the rep id or the reason code.
       01  WS-GRP-MAX              PIC 9(04) VALUE 1000.
       01  WS-REP-USED             PIC 9(04) VALUE ZEROS.
       01  WS-RSN-USED             PIC 9(04) VALUE ZEROS.
       01  WS-GRP-DROPPED          PIC 9(05) VALUE ZEROS.
       01  WS-GRP-IDX              PIC 9(04) VALUE ZEROS.
       01  WS-GRP-SUB              PIC 9(04) VALUE ZEROS.
       01  WS-GRP-FOUND            PIC X VALUE 'N'.
           88  GRP-WAS-FOUND       VALUE 'Y'.
       01  WS-REP-TABLE.
           05  WS-REP-ENTRY OCCURS 1000 TIMES.
               10  WS-REP-KEY          PIC X(10).
               10  WS-REP-FE-COUNT     PIC 9(07).
               10  WS-REP-FE-AMOUNT    PIC S9(13)V99 COMP-3.
               10  WS-REP-IN-COUNT     PIC 9(07).
               10  WS-REP-IN-AMOUNT    PIC S9(13)V99 COMP-3.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY OCCURS 1000 TIMES.
               10  WS-RSN-KEY          PIC X(10).
               10  WS-RSN-FE-COUNT     PIC 9(07).
               10  WS-RSN-FE-AMOUNT    PIC S9(13)V99 COMP-3.
               10  WS-RSN-IN-COUNT     PIC 9(07).
               10  WS-RSN-IN-AMOUNT    PIC S9(13)V99 COMP-3.

       01  WS-AUDIT-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-MONTH-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-WAIVED-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-HELD-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-DECLINED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-REFUSED-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-TOT-FE-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-TOT-FE-AMOUNT        PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-TOT-IN-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-TOT-IN-AMOUNT        PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.

       01  WS-HDR-LINE-1.
           05  FILLER              PIC X(30)
               VALUE 'GOODWILL WAIVERS FOR MONTH '.
           05  WS-HDR-MONTH        PIC 9(06).
           05  FILLER              PIC X(10) VALUE '  AS OF '.
           05  WS-HDR-DATE         PIC 9(08).
           05  FILLER              PIC X(26) VALUE SPACES.
       01  WS-HDR-LINE-2.
           05  FILLER              PIC X(80) VALUE SPACES.
       01  WS-HDR-LINE-3.
           05  WS-HDR-KEY          PIC X(10).
           05  FILLER              PIC X(20)
               VALUE ' FE CNT   FEE AMOUNT'.
           05  FILLER              PIC X(20)
               VALUE ' IN CNT   INT AMOUNT'.
           05  FILLER              PIC X(21)
               VALUE '  COUNT  TOTAL AMOUNT'.
           05  FILLER              PIC X(09) VALUE SPACES.
       01  WS-DTL-LINE.
           05  WS-DL-KEY           PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-FE-COUNT      PIC Z(5)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-FE-AMOUNT     PIC Z(7)9.99-.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-IN-COUNT      PIC Z(5)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-IN-AMOUNT     PIC Z(7)9.99-.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-TOT-COUNT     PIC Z(5)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-TOT-AMOUNT    PIC Z(8)9.99-.
           05  FILLER              PIC X(09) VALUE SPACES.
       01  WS-SUM-LINE.
           05  WS-SL-LABEL         PIC X(30).
           05  WS-SL-COUNT         PIC Z(6)9.
           05  FILLER              PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           INITIALIZE WS-REP-TABLE.
           INITIALIZE WS-RSN-TABLE.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUD-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-AUD-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               CLOSE AUDIT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-AUDIT
               UNTIL WS-AUD-EOF.
           CLOSE AUDIT-FILE.
           PERFORM 8000-WRITE-REPORT.
           CLOSE REPORT-FILE.
           DISPLAY 'AUDIT RECORDS READ: ' WS-AUDIT-COUNT.
           DISPLAY 'IN REPORT MONTH:    ' WS-MONTH-COUNT.
           DISPLAY 'WAIVERS POSTED:     ' WS-WAIVED-COUNT.
           MOVE 0 TO RETURN-CODE
           IF WS-GRP-DROPPED > 0
               DISPLAY 'WAIVERS DROPPED AT TABLE CAP: '
                   WS-GRP-DROPPED ' -- CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-PROCESS-AUDIT.
           READ AUDIT-FILE
               AT END SET WS-AUD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-COUNT
                   MOVE GWA-ACTION-DATE TO WS-ACTION-DATE
                   IF WS-ACT-YEAR-MONTH = WS-CUR-YEAR-MONTH
                       ADD 1 TO WS-MONTH-COUNT
                       PERFORM 2000-COUNT-AUDIT
                   END-IF
           END-READ.

      *===============================================================
      * 2000-COUNT-AUDIT: A posted reversal goes to its rep and its
      * reason; every other outcome is only counted.
      *===============================================================
       2000-COUNT-AUDIT.
           EVALUATE TRUE
               WHEN GWA-WAIVED
                   ADD 1 TO WS-WAIVED-COUNT
                   PERFORM 2100-ADD-TO-REP
                   PERFORM 2200-ADD-TO-REASON
                   IF GWA-TRANS-TYPE = 'FE'
                       ADD 1 TO WS-TOT-FE-COUNT
                       ADD GWA-AMOUNT TO WS-TOT-FE-AMOUNT
                   ELSE
                       ADD 1 TO WS-TOT-IN-COUNT
                       ADD GWA-AMOUNT TO WS-TOT-IN-AMOUNT
                   END-IF
               WHEN GWA-HELD
                   ADD 1 TO WS-HELD-COUNT
               WHEN GWA-DECLINED
                   ADD 1 TO WS-DECLINED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REFUSED-COUNT
           END-EVALUATE.

       2100-ADD-TO-REP.
           MOVE 'N' TO WS-GRP-FOUND
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-REP-USED
               OR GRP-WAS-FOUND
               IF WS-REP-KEY(WS-GRP-IDX) = GWA-REP-ID
                   SET GRP-WAS-FOUND TO TRUE
                   MOVE WS-GRP-IDX TO WS-GRP-SUB
               END-IF
           END-PERFORM
           IF NOT GRP-WAS-FOUND
               IF WS-REP-USED >= WS-GRP-MAX
                   ADD 1 TO WS-GRP-DROPPED
                   DISPLAY 'REP TABLE FULL, DROPPING: ' GWA-REP-ID
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REP-USED
               MOVE WS-REP-USED TO WS-GRP-SUB
               MOVE GWA-REP-ID TO WS-REP-KEY(WS-GRP-SUB)
           END-IF
           IF GWA-TRANS-TYPE = 'FE'
               ADD 1 TO WS-REP-FE-COUNT(WS-GRP-SUB)
               ADD GWA-AMOUNT TO WS-REP-FE-AMOUNT(WS-GRP-SUB)
           ELSE
               ADD 1 TO WS-REP-IN-COUNT(WS-GRP-SUB)
               ADD GWA-AMOUNT TO WS-REP-IN-AMOUNT(WS-GRP-SUB)
           END-IF.

       2200-ADD-TO-REASON.
           MOVE 'N' TO WS-GRP-FOUND
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-RSN-USED
               OR GRP-WAS-FOUND
               IF WS-RSN-KEY(WS-GRP-IDX) = GWA-REASON-CODE
                   SET GRP-WAS-FOUND TO TRUE
                   MOVE WS-GRP-IDX TO WS-GRP-SUB
               END-IF
           END-PERFORM
           IF NOT GRP-WAS-FOUND
               IF WS-RSN-USED >= WS-GRP-MAX
                   ADD 1 TO WS-GRP-DROPPED
                   DISPLAY 'REASON TABLE FULL, DROPPING: '
                       GWA-REASON-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RSN-USED
               MOVE WS-RSN-USED TO WS-GRP-SUB
               MOVE GWA-REASON-CODE TO WS-RSN-KEY(WS-GRP-SUB)
           END-IF
           IF GWA-TRANS-TYPE = 'FE'
               ADD 1 TO WS-RSN-FE-COUNT(WS-GRP-SUB)
               ADD GWA-AMOUNT TO WS-RSN-FE-AMOUNT(WS-GRP-SUB)
           ELSE
               ADD 1 TO WS-RSN-IN-COUNT(WS-GRP-SUB)
               ADD GWA-AMOUNT TO WS-RSN-IN-AMOUNT(WS-GRP-SUB)
           END-IF.

      *===============================================================
      * 8000-WRITE-REPORT: The by-rep section, the by-reason
      * section, each closed by a month total, then the outcome
      * counts.
      *===============================================================
       8000-WRITE-REPORT.
           MOVE WS-CUR-YEAR-MONTH TO WS-HDR-MONTH
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE-1
           WRITE REPORT-RECORD FROM WS-HDR-LINE-2
           MOVE 'REP ID' TO WS-HDR-KEY
           WRITE REPORT-RECORD FROM WS-HDR-LINE-3
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-REP-USED
               MOVE WS-REP-KEY(WS-GRP-SUB) TO WS-DL-KEY
               MOVE WS-REP-FE-COUNT(WS-GRP-SUB) TO WS-DL-FE-COUNT
               MOVE WS-REP-FE-AMOUNT(WS-GRP-SUB) TO WS-DL-FE-AMOUNT
               MOVE WS-REP-IN-COUNT(WS-GRP-SUB) TO WS-DL-IN-COUNT
               MOVE WS-REP-IN-AMOUNT(WS-GRP-SUB) TO WS-DL-IN-AMOUNT
               COMPUTE WS-DL-TOT-COUNT =
                   WS-REP-FE-COUNT(WS-GRP-SUB)
                   + WS-REP-IN-COUNT(WS-GRP-SUB)
               COMPUTE WS-DL-TOT-AMOUNT =
                   WS-REP-FE-AMOUNT(WS-GRP-SUB)
                   + WS-REP-IN-AMOUNT(WS-GRP-SUB)
               WRITE REPORT-RECORD FROM WS-DTL-LINE
           END-PERFORM
           PERFORM 8100-WRITE-TOTAL-LINE
           WRITE REPORT-RECORD FROM WS-HDR-LINE-2
           MOVE 'REASON' TO WS-HDR-KEY
           WRITE REPORT-RECORD FROM WS-HDR-LINE-3
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-RSN-USED
               MOVE WS-RSN-KEY(WS-GRP-SUB) TO WS-DL-KEY
               MOVE WS-RSN-FE-COUNT(WS-GRP-SUB) TO WS-DL-FE-COUNT
               MOVE WS-RSN-FE-AMOUNT(WS-GRP-SUB) TO WS-DL-FE-AMOUNT
               MOVE WS-RSN-IN-COUNT(WS-GRP-SUB) TO WS-DL-IN-COUNT
               MOVE WS-RSN-IN-AMOUNT(WS-GRP-SUB) TO WS-DL-IN-AMOUNT
               COMPUTE WS-DL-TOT-COUNT =
                   WS-RSN-FE-COUNT(WS-GRP-SUB)
                   + WS-RSN-IN-COUNT(WS-GRP-SUB)
               COMPUTE WS-DL-TOT-AMOUNT =
                   WS-RSN-FE-AMOUNT(WS-GRP-SUB)
                   + WS-RSN-IN-AMOUNT(WS-GRP-SUB)
               WRITE REPORT-RECORD FROM WS-DTL-LINE
           END-PERFORM
           PERFORM 8100-WRITE-TOTAL-LINE
           WRITE REPORT-RECORD FROM WS-HDR-LINE-2
           MOVE 'WAIVERS POSTED' TO WS-SL-LABEL
           MOVE WS-WAIVED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           MOVE 'HELD FOR SECOND APPROVER' TO WS-SL-LABEL
           MOVE WS-HELD-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           MOVE 'DECLINED BY APPROVER' TO WS-SL-LABEL
           MOVE WS-DECLINED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           MOVE 'REFUSED' TO WS-SL-LABEL
           MOVE WS-REFUSED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE 'TOTAL' TO WS-DL-KEY
           MOVE WS-TOT-FE-COUNT TO WS-DL-FE-COUNT
           MOVE WS-TOT-FE-AMOUNT TO WS-DL-FE-AMOUNT
           MOVE WS-TOT-IN-COUNT TO WS-DL-IN-COUNT
           MOVE WS-TOT-IN-AMOUNT TO WS-DL-IN-AMOUNT
           COMPUTE WS-DL-TOT-COUNT =
               WS-TOT-FE-COUNT + WS-TOT-IN-COUNT
           COMPUTE WS-DL-TOT-AMOUNT =
               WS-TOT-FE-AMOUNT + WS-TOT-IN-AMOUNT
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
