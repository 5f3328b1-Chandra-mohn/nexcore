      *---------------------------------------------------------------
      * GLCONSOL.cbl -- Consolidated GL interface, card and payroll
      * Builds the one journal file the ledger system loads (GLCONS,
      * GL-INTERFACE layout) from every journal the night produces:
      * GLFEED's card activity (GLJRNL), the payroll GL feed
      * (PAYGLFD.DAT, its own GLF layout with the department beside
      * the account), FXREVAL's revaluation (FXGLJRN), and the card
      * journals that post outside GLFEED -- CHGOFF (CHGOGL), AGENCY
      * (AGYGL), SETTLE (SETLGL), INTACCR (INTACCGL), UNAPPLY
      * (UACGL, the lockbox unapplied-cash suspense), and FRDCLAIM
      * (FRDGL, fraud losses and chargeback recoveries). Each
      * source becomes one batch: an 'H' header with its source-
      * system code, its lines in the common layout, and a 'T'
      * trailer with the line count and debit/credit totals.
      *
      * Every source is proved before anything is written: a batch
      * whose debits do not equal its credits is a hard stop --
      * GLCONS is left empty, the control report names the source,
      * and the run ends with condition code 12 so JOBCTL holds the
      * ledger load. A source not produced this run is reported and
      * contributes no batch. GLCONRPT shows each source's lines,
      * debits, credits, and status, and the file totals.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCONSOL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLFEED-JRN-FILE
               ASSIGN TO 'GLJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT PAYROLL-JRN-FILE
               ASSIGN TO 'PAYGLFD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT FXREVAL-JRN-FILE
               ASSIGN TO 'FXGLJRN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT CHGOFF-JRN-FILE
               ASSIGN TO 'CHGOGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT AGENCY-JRN-FILE
               ASSIGN TO 'AGYGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT SETTLE-JRN-FILE
               ASSIGN TO 'SETLGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT ACCRUAL-JRN-FILE
               ASSIGN TO 'INTACCGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT SUSPENSE-JRN-FILE
               ASSIGN TO 'UACGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT FRAUD-JRN-FILE
               ASSIGN TO 'FRDGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT INTERFACE-FILE
               ASSIGN TO 'GLCONS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLI-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'GLCONRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLFEED-JRN-FILE.
       01  GLFEED-JRN-RECORD.
           COPY GL-JOURNAL
               REPLACING LEADING ==GLJ== BY ==GFJ==.

       FD  PAYROLL-JRN-FILE.
      *    The payroll side's PAYGLFD.DAT layout: department,
      *    account, debit/credit, unsigned amount, run date.
       01  PAYROLL-JRN-RECORD.
           05  GLF-DEPT-CODE       PIC X(04).
           05  GLF-ACCOUNT-CODE    PIC X(06).
           05  GLF-DR-CR           PIC X(01).
               88  GLF-DEBIT       VALUE 'D'.
               88  GLF-CREDIT      VALUE 'C'.
           05  GLF-AMOUNT          PIC 9(09)V99.
           05  GLF-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(10).

       FD  FXREVAL-JRN-FILE.
       01  FXREVAL-JRN-RECORD.
           COPY GL-JOURNAL
               REPLACING LEADING ==GLJ== BY ==FXJ==.

       FD  CHGOFF-JRN-FILE.
       01  CHGOFF-JRN-RECORD.
           COPY GL-JOURNAL
               REPLACING LEADING ==GLJ== BY ==COJ==.

       FD  AGENCY-JRN-FILE.
       01  AGENCY-JRN-RECORD.
           COPY GL-JOURNAL
               REPLACING LEADING ==GLJ== BY ==AGJ==.

       FD  SETTLE-JRN-FILE.
       01  SETTLE-JRN-RECORD.
           COPY GL-JOURNAL
               REPLACING LEADING ==GLJ== BY ==STJ==.

       FD  ACCRUAL-JRN-FILE.
       01  ACCRUAL-JRN-RECORD.
           COPY GL-JOURNAL
               REPLACING LEADING ==GLJ== BY ==IAJ==.

       FD  SUSPENSE-JRN-FILE.
       01  SUSPENSE-JRN-RECORD.
           COPY GL-JOURNAL
               REPLACING LEADING ==GLJ== BY ==UCJ==.

       FD  FRAUD-JRN-FILE.
       01  FRAUD-JRN-RECORD.
           COPY GL-JOURNAL
               REPLACING LEADING ==GLJ== BY ==FLJ==.

       FD  INTERFACE-FILE.
       01  INTERFACE-RECORD.
           COPY GL-INTERFACE.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file. It is the batch date on every header.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-JNL-STATUS           PIC XX.
           88  WS-JNL-SUCCESS      VALUE '00'.
           88  WS-JNL-EOF          VALUE '10'.
       01  WS-GLI-STATUS           PIC XX.
           88  WS-GLI-SUCCESS      VALUE '00'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).

      *    The sources in file order: source-system code and the
      *    name the control report shows.
       01  WS-SOURCE-VALUES.
           05  FILLER              PIC X(12) VALUE 'CARDGLFEED  '.
           05  FILLER              PIC X(12) VALUE 'PAYRPAYROLL '.
           05  FILLER              PIC X(12) VALUE 'FXRVFXREVAL '.
           05  FILLER              PIC X(12) VALUE 'CHGOCHGOFF  '.
           05  FILLER              PIC X(12) VALUE 'AGCYAGENCY  '.
           05  FILLER              PIC X(12) VALUE 'STTLSETTLE  '.
           05  FILLER              PIC X(12) VALUE 'IACRINTACCR '.
           05  FILLER              PIC X(12) VALUE 'UCSPUNAPPLY '.
           05  FILLER              PIC X(12) VALUE 'FRDLFRDCLAIM'.
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
           05  WS-SOURCE-ENTRY OCCURS 9 TIMES.
               10  WS-SRC-CODE         PIC X(04).
               10  WS-SRC-NAME         PIC X(08).
       01  WS-SOURCE-MAX           PIC 9(02) VALUE 9.
       01  WS-SRC-IDX              PIC 9(02) VALUE ZEROS.
       01  WS-SOURCE-TOTALS.
           05  WS-SRC-TOTAL-ENTRY OCCURS 9 TIMES.
               10  WS-SRC-PRESENT      PIC X(01).
                   88  WS-SRC-IS-PRESENT VALUE 'Y'.
               10  WS-SRC-LINES        PIC 9(07).
               10  WS-SRC-DEBITS       PIC S9(15)V99 COMP-3.
               10  WS-SRC-CREDITS      PIC S9(15)V99 COMP-3.

      *    First pass proves the batches, second pass writes them.
       01  WS-PASS-FLAG            PIC X(01) VALUE 'P'.
           88  WS-PROVE-PASS       VALUE 'P'.
           88  WS-WRITE-PASS       VALUE 'W'.
       01  WS-OUT-OF-BALANCE       PIC 9(01) VALUE ZEROS.

      *    One journal line, whichever source it came from.
       01  WS-JNL-ACCOUNT          PIC X(06).
       01  WS-JNL-COST-CENTER      PIC X(04).
       01  WS-JNL-DR-CR            PIC X(01).
           88  WS-JNL-DEBIT        VALUE 'D'.
       01  WS-JNL-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-JNL-TYPE             PIC X(02).
       01  WS-JNL-DATE             PIC 9(08).

       01  WS-FILE-LINES           PIC 9(07) VALUE ZEROS.
       01  WS-FILE-DEBITS          PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-FILE-CREDITS         PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-BATCH-COUNT          PIC 9(01) VALUE ZEROS.

       01  WS-HDR-LINE.
           05  FILLER              PIC X(30)
               VALUE 'CONSOLIDATED GL INTERFACE FOR '.
           05  WS-HDR-DATE         PIC 9(08).
           05  FILLER              PIC X(42) VALUE SPACES.
       01  WS-COL-LINE.
           05  FILLER              PIC X(40)
               VALUE 'SRC  SOURCE    LINES              DEBITS'.
           05  FILLER              PIC X(40)
               VALUE '             CREDITS STATUS             '.
       01  WS-DTL-LINE.
           05  WS-DL-CODE          PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-NAME          PIC X(08).
           05  WS-DL-LINES         PIC Z(6)9.
           05  WS-DL-DEBITS        PIC Z(15)9.99-.
           05  WS-DL-CREDITS       PIC Z(15)9.99-.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-STATUS        PIC X(12).
           05  FILLER              PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT INTERFACE-FILE.
           IF NOT WS-GLI-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-GLI-STATUS
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           INITIALIZE WS-SOURCE-TOTALS.
           SET WS-PROVE-PASS TO TRUE
           PERFORM 1000-READ-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SOURCE-MAX.
           PERFORM 1500-CHECK-BALANCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SOURCE-MAX.
           IF WS-OUT-OF-BALANCE = 0
               SET WS-WRITE-PASS TO TRUE
               PERFORM 2000-WRITE-BATCH
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-MAX
           END-IF.
           CLOSE INTERFACE-FILE.
           PERFORM 8000-WRITE-REPORT.
           CLOSE REPORT-FILE.
           DISPLAY 'BATCHES WRITTEN: ' WS-BATCH-COUNT.
           DISPLAY 'LINES WRITTEN:   ' WS-FILE-LINES.
           DISPLAY 'DEBITS:          ' WS-FILE-DEBITS.
           DISPLAY 'CREDITS:         ' WS-FILE-CREDITS.
           IF WS-OUT-OF-BALANCE > 0
               DISPLAY 'GLCONSOL: SOURCE BATCH OUT OF BALANCE -- '
                   'NOTHING WRITTEN, CONDITION CODE 12'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *===============================================================
      * 1000-READ-SOURCE: One pass over one source file -- totalling
      * it on the proving pass, copying it on the writing pass.
      *===============================================================
       1000-READ-SOURCE.
           EVALUATE WS-SRC-IDX
               WHEN 1
                   OPEN INPUT GLFEED-JRN-FILE
               WHEN 2
                   OPEN INPUT PAYROLL-JRN-FILE
               WHEN 3
                   OPEN INPUT FXREVAL-JRN-FILE
               WHEN 4
                   OPEN INPUT CHGOFF-JRN-FILE
               WHEN 5
                   OPEN INPUT AGENCY-JRN-FILE
               WHEN 6
                   OPEN INPUT SETTLE-JRN-FILE
               WHEN 7
                   OPEN INPUT ACCRUAL-JRN-FILE
               WHEN 8
                   OPEN INPUT SUSPENSE-JRN-FILE
               WHEN 9
                   OPEN INPUT FRAUD-JRN-FILE
           END-EVALUATE
           IF NOT WS-JNL-SUCCESS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SRC-PRESENT(WS-SRC-IDX)
           PERFORM 1100-READ-SOURCE-LINE
               UNTIL WS-JNL-EOF
           EVALUATE WS-SRC-IDX
               WHEN 1
                   CLOSE GLFEED-JRN-FILE
               WHEN 2
                   CLOSE PAYROLL-JRN-FILE
               WHEN 3
                   CLOSE FXREVAL-JRN-FILE
               WHEN 4
                   CLOSE CHGOFF-JRN-FILE
               WHEN 5
                   CLOSE AGENCY-JRN-FILE
               WHEN 6
                   CLOSE SETTLE-JRN-FILE
               WHEN 7
                   CLOSE ACCRUAL-JRN-FILE
               WHEN 8
                   CLOSE SUSPENSE-JRN-FILE
               WHEN 9
                   CLOSE FRAUD-JRN-FILE
           END-EVALUATE.

       1100-READ-SOURCE-LINE.
           MOVE SPACES TO WS-JNL-COST-CENTER
           EVALUATE WS-SRC-IDX
               WHEN 1
                   READ GLFEED-JRN-FILE
                       AT END SET WS-JNL-EOF TO TRUE
                       NOT AT END
                           MOVE GFJ-GL-ACCOUNT TO WS-JNL-ACCOUNT
                           MOVE GFJ-DR-CR TO WS-JNL-DR-CR
                           MOVE GFJ-AMOUNT TO WS-JNL-AMOUNT
                           MOVE GFJ-TRANS-TYPE TO WS-JNL-TYPE
                           MOVE GFJ-JOURNAL-DATE TO WS-JNL-DATE
                   END-READ
               WHEN 2
                   READ PAYROLL-JRN-FILE
                       AT END SET WS-JNL-EOF TO TRUE
                       NOT AT END
                           MOVE GLF-ACCOUNT-CODE TO WS-JNL-ACCOUNT
                           MOVE GLF-DEPT-CODE TO WS-JNL-COST-CENTER
                           MOVE GLF-DR-CR TO WS-JNL-DR-CR
                           MOVE GLF-AMOUNT TO WS-JNL-AMOUNT
                           MOVE 'PY' TO WS-JNL-TYPE
                           MOVE GLF-RUN-DATE TO WS-JNL-DATE
                   END-READ
               WHEN 3
                   READ FXREVAL-JRN-FILE
                       AT END SET WS-JNL-EOF TO TRUE
                       NOT AT END
                           MOVE FXJ-GL-ACCOUNT TO WS-JNL-ACCOUNT
                           MOVE FXJ-DR-CR TO WS-JNL-DR-CR
                           MOVE FXJ-AMOUNT TO WS-JNL-AMOUNT
                           MOVE FXJ-TRANS-TYPE TO WS-JNL-TYPE
                           MOVE FXJ-JOURNAL-DATE TO WS-JNL-DATE
                   END-READ
               WHEN 4
                   READ CHGOFF-JRN-FILE
                       AT END SET WS-JNL-EOF TO TRUE
                       NOT AT END
                           MOVE COJ-GL-ACCOUNT TO WS-JNL-ACCOUNT
                           MOVE COJ-DR-CR TO WS-JNL-DR-CR
                           MOVE COJ-AMOUNT TO WS-JNL-AMOUNT
                           MOVE COJ-TRANS-TYPE TO WS-JNL-TYPE
                           MOVE COJ-JOURNAL-DATE TO WS-JNL-DATE
                   END-READ
               WHEN 5
                   READ AGENCY-JRN-FILE
                       AT END SET WS-JNL-EOF TO TRUE
                       NOT AT END
                           MOVE AGJ-GL-ACCOUNT TO WS-JNL-ACCOUNT
                           MOVE AGJ-DR-CR TO WS-JNL-DR-CR
                           MOVE AGJ-AMOUNT TO WS-JNL-AMOUNT
                           MOVE AGJ-TRANS-TYPE TO WS-JNL-TYPE
                           MOVE AGJ-JOURNAL-DATE TO WS-JNL-DATE
                   END-READ
               WHEN 6
                   READ SETTLE-JRN-FILE
                       AT END SET WS-JNL-EOF TO TRUE
                       NOT AT END
                           MOVE STJ-GL-ACCOUNT TO WS-JNL-ACCOUNT
                           MOVE STJ-DR-CR TO WS-JNL-DR-CR
                           MOVE STJ-AMOUNT TO WS-JNL-AMOUNT
                           MOVE STJ-TRANS-TYPE TO WS-JNL-TYPE
                           MOVE STJ-JOURNAL-DATE TO WS-JNL-DATE
                   END-READ
               WHEN 7
                   READ ACCRUAL-JRN-FILE
                       AT END SET WS-JNL-EOF TO TRUE
                       NOT AT END
                           MOVE IAJ-GL-ACCOUNT TO WS-JNL-ACCOUNT
                           MOVE IAJ-DR-CR TO WS-JNL-DR-CR
                           MOVE IAJ-AMOUNT TO WS-JNL-AMOUNT
                           MOVE IAJ-TRANS-TYPE TO WS-JNL-TYPE
                           MOVE IAJ-JOURNAL-DATE TO WS-JNL-DATE
                   END-READ
               WHEN 8
                   READ SUSPENSE-JRN-FILE
                       AT END SET WS-JNL-EOF TO TRUE
                       NOT AT END
                           MOVE UCJ-GL-ACCOUNT TO WS-JNL-ACCOUNT
                           MOVE UCJ-DR-CR TO WS-JNL-DR-CR
                           MOVE UCJ-AMOUNT TO WS-JNL-AMOUNT
                           MOVE UCJ-TRANS-TYPE TO WS-JNL-TYPE
                           MOVE UCJ-JOURNAL-DATE TO WS-JNL-DATE
                   END-READ
               WHEN 9
                   READ FRAUD-JRN-FILE
                       AT END SET WS-JNL-EOF TO TRUE
                       NOT AT END
                           MOVE FLJ-GL-ACCOUNT TO WS-JNL-ACCOUNT
                           MOVE FLJ-DR-CR TO WS-JNL-DR-CR
                           MOVE FLJ-AMOUNT TO WS-JNL-AMOUNT
                           MOVE FLJ-TRANS-TYPE TO WS-JNL-TYPE
                           MOVE FLJ-JOURNAL-DATE TO WS-JNL-DATE
                   END-READ
           END-EVALUATE
           IF NOT WS-JNL-SUCCESS
               SET WS-JNL-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-PROVE-PASS
               ADD 1 TO WS-SRC-LINES(WS-SRC-IDX)
               IF WS-JNL-DEBIT
                   ADD WS-JNL-AMOUNT TO WS-SRC-DEBITS(WS-SRC-IDX)
               ELSE
                   ADD WS-JNL-AMOUNT TO WS-SRC-CREDITS(WS-SRC-IDX)
               END-IF
           ELSE
               PERFORM 2100-WRITE-DETAIL
           END-IF.

      *===============================================================
      * 1500-CHECK-BALANCE: A batch nets to zero or the whole file
      * is held.
      *===============================================================
       1500-CHECK-BALANCE.
           IF WS-SRC-DEBITS(WS-SRC-IDX) NOT =
               WS-SRC-CREDITS(WS-SRC-IDX)
               ADD 1 TO WS-OUT-OF-BALANCE
               DISPLAY 'GLCONSOL: ' WS-SRC-NAME(WS-SRC-IDX)
                   ' BATCH OUT OF BALANCE'
           END-IF.

      *===============================================================
      * 2000-WRITE-BATCH: Header, the source's lines, trailer.
      *===============================================================
       2000-WRITE-BATCH.
           IF NOT WS-SRC-IS-PRESENT(WS-SRC-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INTERFACE-RECORD
           SET GLI-HEADER TO TRUE
           MOVE WS-SRC-CODE(WS-SRC-IDX) TO GLI-SOURCE-SYSTEM
           MOVE WS-CURRENT-DATE TO GLI-BATCH-DATE
           WRITE INTERFACE-RECORD
           PERFORM 1000-READ-SOURCE
           MOVE SPACES TO INTERFACE-RECORD
           SET GLI-TRAILER-LINE TO TRUE
           MOVE WS-SRC-CODE(WS-SRC-IDX) TO GLI-SOURCE-SYSTEM
           MOVE WS-CURRENT-DATE TO GLI-BATCH-DATE
           MOVE WS-SRC-LINES(WS-SRC-IDX) TO GLI-TRL-LINE-COUNT
           MOVE WS-SRC-DEBITS(WS-SRC-IDX) TO GLI-TRL-DEBIT-TOTAL
           MOVE WS-SRC-CREDITS(WS-SRC-IDX) TO GLI-TRL-CREDIT-TOTAL
           WRITE INTERFACE-RECORD
           ADD 1 TO WS-BATCH-COUNT
           ADD WS-SRC-LINES(WS-SRC-IDX) TO WS-FILE-LINES
           ADD WS-SRC-DEBITS(WS-SRC-IDX) TO WS-FILE-DEBITS
           ADD WS-SRC-CREDITS(WS-SRC-IDX) TO WS-FILE-CREDITS.

       2100-WRITE-DETAIL.
           MOVE SPACES TO INTERFACE-RECORD
           SET GLI-DETAIL-LINE TO TRUE
           MOVE WS-SRC-CODE(WS-SRC-IDX) TO GLI-SOURCE-SYSTEM
           MOVE WS-CURRENT-DATE TO GLI-BATCH-DATE
           MOVE WS-JNL-ACCOUNT TO GLI-GL-ACCOUNT
           MOVE WS-JNL-COST-CENTER TO GLI-COST-CENTER
           MOVE WS-JNL-DR-CR TO GLI-DR-CR
           MOVE WS-JNL-AMOUNT TO GLI-AMOUNT
           MOVE WS-JNL-TYPE TO GLI-TRANS-TYPE
           MOVE WS-JNL-DATE TO GLI-JOURNAL-DATE
           WRITE INTERFACE-RECORD.

      *===============================================================
      * 8000-WRITE-REPORT: Each source's contribution and status,
      * then the file totals.
      *===============================================================
       8000-WRITE-REPORT.
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SOURCE-MAX
               MOVE WS-SRC-CODE(WS-SRC-IDX) TO WS-DL-CODE
               MOVE WS-SRC-NAME(WS-SRC-IDX) TO WS-DL-NAME
               MOVE WS-SRC-LINES(WS-SRC-IDX) TO WS-DL-LINES
               MOVE WS-SRC-DEBITS(WS-SRC-IDX) TO WS-DL-DEBITS
               MOVE WS-SRC-CREDITS(WS-SRC-IDX) TO WS-DL-CREDITS
               EVALUATE TRUE
                   WHEN NOT WS-SRC-IS-PRESENT(WS-SRC-IDX)
                       MOVE 'NO FILE' TO WS-DL-STATUS
                   WHEN WS-SRC-DEBITS(WS-SRC-IDX) NOT =
                       WS-SRC-CREDITS(WS-SRC-IDX)
                       MOVE 'OUT OF BAL' TO WS-DL-STATUS
                   WHEN WS-OUT-OF-BALANCE > 0
                       MOVE 'HELD' TO WS-DL-STATUS
                   WHEN OTHER
                       MOVE 'LOADED' TO WS-DL-STATUS
               END-EVALUATE
               WRITE REPORT-RECORD FROM WS-DTL-LINE
           END-PERFORM
           MOVE 'FILE' TO WS-DL-CODE
           MOVE 'TOTAL' TO WS-DL-NAME
           MOVE WS-FILE-LINES TO WS-DL-LINES
           MOVE WS-FILE-DEBITS TO WS-DL-DEBITS
           MOVE WS-FILE-CREDITS TO WS-DL-CREDITS
           IF WS-OUT-OF-BALANCE > 0
               MOVE 'HARD STOP' TO WS-DL-STATUS
           ELSE
               MOVE 'BALANCED' TO WS-DL-STATUS
           END-IF
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
