      *---------------------------------------------------------------
      * UACAGE.cbl -- Unapplied-cash suspense aging report
      * Runs after UNAPPLY against tonight's suspense file
      * (UACSUSNW). Every item is bucketed by age since the bank
      * deposited it (0-30 / 31-60 / 61-90 / over 90 days), and an
      * AGED line -- item id, captured account, check reference,
      * age, and amount -- is written for every item older than the
      * UACPARM policy limit (default 30 days), so the research
      * desk works the oldest money first. The report closes with
      * treasury's figure: the count and dollars of unidentified
      * lockbox cash held as of the business date. Ends with
      * condition code 4 when anything is past the limit.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UACAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE
               ASSIGN TO 'UACSUSNW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'UACAGRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'UACPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY UNAPPLIED-CASH.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(90).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  UAP-POLICY-DAYS     PIC 9(03).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-SUS-STATUS           PIC XX.
           88  WS-SUS-SUCCESS      VALUE '00'.
           88  WS-SUS-EOF          VALUE '10'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-POLICY-DAYS          PIC 9(03) VALUE 30.
       01  WS-AGE-DAYS             PIC S9(07) VALUE 0.
       01  WS-ITEM-DATE            PIC 9(08) VALUE ZEROS.
      *    Age buckets: 0-30, 31-60, 61-90, 91+.
       01  WS-BUCKET-SUB           PIC 9(01) VALUE 1.
       01  WS-AGE-TABLE.
           05  WS-AGE-BUCKET OCCURS 4 TIMES.
               10  WS-AGB-COUNT    PIC 9(07).
               10  WS-AGB-AMOUNT   PIC S9(13)V99 COMP-3.
       01  WS-HELD-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-HELD-TOTAL           PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-AGED-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-AGED-TOTAL           PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.

       01  WS-HDR-LINE.
           05  FILLER              PIC X(34)
               VALUE 'UNAPPLIED CASH SUSPENSE AS OF '.
           05  WS-HDR-DATE         PIC 9(08).
           05  FILLER              PIC X(15)
               VALUE '  POLICY LIMIT '.
           05  WS-HDR-DAYS         PIC ZZ9.
           05  FILLER              PIC X(05) VALUE ' DAYS'.
           05  FILLER              PIC X(25) VALUE SPACES.
       01  WS-HELD-LINE.
           05  WS-HLD-LABEL        PIC X(17).
           05  FILLER              PIC X(07) VALUE ' ITEMS '.
           05  WS-HLD-COUNT        PIC Z(6)9.
           05  FILLER              PIC X(09) VALUE ' DOLLARS '.
           05  WS-HLD-AMOUNT       PIC Z(12)9.99.
           05  FILLER              PIC X(34) VALUE SPACES.
       01  WS-AGED-LINE.
           05  FILLER              PIC X(06) VALUE 'AGED  '.
           05  WS-AGD-ITEM         PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-AGD-ACCT         PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-AGD-CHECK-REF    PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-AGD-DEPOSIT      PIC 9(08).
           05  WS-AGD-AGE          PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-AGD-AMOUNT       PIC Z(10)9.99.
           05  FILLER              PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0050-READ-PARAMETERS.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
               MOVE 0 TO WS-AGB-COUNT(WS-BUCKET-SUB)
               MOVE 0 TO WS-AGB-AMOUNT(WS-BUCKET-SUB)
           END-PERFORM
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           MOVE WS-POLICY-DAYS TO WS-HDR-DAYS
           WRITE REPORT-RECORD FROM WS-HDR-LINE.
      *    No suspense file means nothing is held -- the report
      *    still goes out with zero totals for treasury.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUS-SUCCESS
               PERFORM 1000-READ-SUSPENSE-ITEM
                   UNTIL WS-SUS-EOF
               CLOSE SUSPENSE-FILE
           END-IF.
           PERFORM 8000-WRITE-TOTAL-LINES.
           CLOSE REPORT-FILE.
           DISPLAY 'ITEMS HELD:          ' WS-HELD-COUNT.
           DISPLAY 'UNAPPLIED CASH HELD: ' WS-HELD-TOTAL.
           DISPLAY 'ITEMS PAST LIMIT:    ' WS-AGED-COUNT.
           IF WS-AGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       0050-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-SUCCESS
               READ PARM-FILE
                   NOT AT END
                       IF UAP-POLICY-DAYS > 0
                           MOVE UAP-POLICY-DAYS
                               TO WS-POLICY-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1000-READ-SUSPENSE-ITEM.
           READ SUSPENSE-FILE
               AT END SET WS-SUS-EOF TO TRUE
               NOT AT END
                   PERFORM 2000-AGE-ONE-ITEM
           END-READ.

      *===============================================================
      * 2000-AGE-ONE-ITEM: Age runs from the bank's deposit date --
      * that is when the money came in -- or from the day it was
      * taken into suspense when no deposit date was captured.
      *===============================================================
       2000-AGE-ONE-ITEM.
           MOVE UAC-DEPOSIT-DATE TO WS-ITEM-DATE
           IF WS-ITEM-DATE = 0
               MOVE UAC-RECEIVED-DATE TO WS-ITEM-DATE
           END-IF
           IF WS-ITEM-DATE = 0
               MOVE WS-CURRENT-DATE TO WS-ITEM-DATE
           END-IF
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE)
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE
           ADD 1 TO WS-AGB-COUNT(WS-BUCKET-SUB)
           ADD UAC-PAID-AMOUNT TO WS-AGB-AMOUNT(WS-BUCKET-SUB)
           ADD 1 TO WS-HELD-COUNT
           ADD UAC-PAID-AMOUNT TO WS-HELD-TOTAL
           IF WS-AGE-DAYS > WS-POLICY-DAYS
               ADD 1 TO WS-AGED-COUNT
               ADD UAC-PAID-AMOUNT TO WS-AGED-TOTAL
               MOVE UAC-ITEM-ID      TO WS-AGD-ITEM
               MOVE UAC-SCAN-ACCT    TO WS-AGD-ACCT
               MOVE UAC-CHECK-REF    TO WS-AGD-CHECK-REF
               MOVE WS-ITEM-DATE     TO WS-AGD-DEPOSIT
               MOVE WS-AGE-DAYS      TO WS-AGD-AGE
               MOVE UAC-PAID-AMOUNT  TO WS-AGD-AMOUNT
               WRITE REPORT-RECORD FROM WS-AGED-LINE
           END-IF.

      *===============================================================
      * 8000-WRITE-TOTAL-LINES: The age buckets, the items past the
      * policy limit, and the total unidentified cash held.
      *===============================================================
       8000-WRITE-TOTAL-LINES.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
               EVALUATE WS-BUCKET-SUB
                   WHEN 1
                       MOVE 'AGED 0-30' TO WS-HLD-LABEL
                   WHEN 2
                       MOVE 'AGED 31-60' TO WS-HLD-LABEL
                   WHEN 3
                       MOVE 'AGED 61-90' TO WS-HLD-LABEL
                   WHEN 4
                       MOVE 'AGED OVER 90' TO WS-HLD-LABEL
               END-EVALUATE
               MOVE WS-AGB-COUNT(WS-BUCKET-SUB) TO WS-HLD-COUNT
               MOVE WS-AGB-AMOUNT(WS-BUCKET-SUB) TO WS-HLD-AMOUNT
               WRITE REPORT-RECORD FROM WS-HELD-LINE
           END-PERFORM
           MOVE 'PAST POLICY LIMIT' TO WS-HLD-LABEL
           MOVE WS-AGED-COUNT TO WS-HLD-COUNT
           MOVE WS-AGED-TOTAL TO WS-HLD-AMOUNT
           WRITE REPORT-RECORD FROM WS-HELD-LINE
           MOVE 'TOTAL HELD' TO WS-HLD-LABEL
           MOVE WS-HELD-COUNT TO WS-HLD-COUNT
           MOVE WS-HELD-TOTAL TO WS-HLD-AMOUNT
           WRITE REPORT-RECORD FROM WS-HELD-LINE.

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
