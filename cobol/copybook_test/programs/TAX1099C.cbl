      *---------------------------------------------------------------
      * TAX1099C.cbl -- Year-end 1099-C extract
      * For each CR account SETTLE marked settled during the tax
      * year, reports the debt forgiven under the settle-for-less
      * agreement (ACCT-FORGIVEN-AMT, stamped on ACCT-SETTLE-DATE),
      * applies the reporting minimum, and writes one extract record
      * per reportable debtor with the SSN, name, and mailing
      * address, plus a totals control report (T9CRPT). Tax year
      * and minimum come from T9CPARM; without the file the year
      * just ended and the statutory 600.00 minimum apply.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX1099C.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO 'T9CEXTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'T9CRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'T9CPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           COPY TAX-1099-C.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  T9C-PARM-TAX-YEAR   PIC 9(04).
           05  T9C-PARM-MINIMUM    PIC 9(05)V99.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
           88  WS-EOF              VALUE '10'.
       01  WS-EXT-STATUS           PIC XX.
           88  WS-EXT-SUCCESS      VALUE '00'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-CURRENT-DATE-SPLIT REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR     PIC 9(04).
           05  FILLER              PIC 9(04).
       01  WS-TAX-YEAR             PIC 9(04) VALUE ZEROS.
       01  WS-REPORT-MINIMUM       PIC 9(05)V99 VALUE 600.00.
       01  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-SETTLED-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-REPORTABLE-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-UNDER-MIN-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-FORGIVEN-TOTAL       PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-RPT-COUNT            PIC Z(6)9.
       01  WS-RPT-AMT              PIC Z(12)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           COMPUTE WS-TAX-YEAR = WS-CURRENT-YEAR - 1
           PERFORM 0050-READ-PARAMETERS.
           OPEN INPUT CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           IF NOT WS-EXT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-EXT-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE EXTRACT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-RECORDS
               UNTIL WS-EOF.
           PERFORM 8000-WRITE-CONTROL-REPORT.
           CLOSE CARD-MASTER-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'TAX YEAR:   ' WS-TAX-YEAR.
           DISPLAY 'CR RECORDS: ' WS-RECORD-COUNT.
           DISPLAY 'SETTLED:    ' WS-SETTLED-COUNT.
           DISPLAY 'REPORTABLE: ' WS-REPORTABLE-COUNT.
           DISPLAY 'UNDER MIN:  ' WS-UNDER-MIN-COUNT.
           DISPLAY 'FORGIVEN:   ' WS-FORGIVEN-TOTAL.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       0050-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-SUCCESS
               READ PARM-FILE
                   NOT AT END
                       IF T9C-PARM-TAX-YEAR > 0
                           MOVE T9C-PARM-TAX-YEAR TO WS-TAX-YEAR
                       END-IF
                       IF T9C-PARM-MINIMUM > 0
                           MOVE T9C-PARM-MINIMUM
                               TO WS-REPORT-MINIMUM
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1000-PROCESS-RECORDS.
           READ CARD-MASTER-FILE NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF ACCT-CREDIT
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM 2000-CHECK-FORGIVENESS
                   END-IF
           END-READ.

      *===============================================================
      * 2000-CHECK-FORGIVENESS: The cancellation event is the date
      * SETTLE found the agreement met, so the settlement date --
      * not the offer date or the last payment -- decides the tax
      * year.
      *===============================================================
       2000-CHECK-FORGIVENESS.
           IF NOT ACCT-SETTLED
               OR ACCT-SETTLE-DATE(1:4) NOT = WS-TAX-YEAR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SETTLED-COUNT
           IF ACCT-FORGIVEN-AMT >= WS-REPORT-MINIMUM
               ADD 1 TO WS-REPORTABLE-COUNT
               ADD ACCT-FORGIVEN-AMT TO WS-FORGIVEN-TOTAL
               PERFORM 3000-WRITE-EXTRACT
           ELSE
               IF ACCT-FORGIVEN-AMT > 0
                   ADD 1 TO WS-UNDER-MIN-COUNT
               END-IF
           END-IF.

       3000-WRITE-EXTRACT.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE WS-TAX-YEAR  TO T9C-TAX-YEAR
           MOVE ACCT-NUMBER  TO T9C-ACCT-NUMBER
           MOVE CH-SSN       TO T9C-SSN
           STRING CH-FIRST-NAME DELIMITED SPACES
                  ' ' DELIMITED SIZE
                  CH-LAST-NAME DELIMITED SPACES
               INTO T9C-NAME
           END-STRING
           IF BA-HAS-MAIL-ADDR
               MOVE BA-MAIL-STREET TO T9C-STREET
               MOVE BA-MAIL-CITY   TO T9C-CITY
               MOVE BA-MAIL-STATE  TO T9C-STATE
               MOVE BA-MAIL-ZIP    TO T9C-ZIP
           ELSE
               MOVE BA-STREET TO T9C-STREET
               MOVE BA-CITY   TO T9C-CITY
               MOVE BA-STATE  TO T9C-STATE
               MOVE BA-ZIP    TO T9C-ZIP
           END-IF
           MOVE ACCT-SETTLE-DATE TO T9C-EVENT-DATE
           SET T9C-BY-AGREEMENT TO TRUE
           MOVE ACCT-FORGIVEN-AMT TO T9C-AMOUNT-FORGIVEN
           WRITE EXTRACT-RECORD.

       8000-WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-REPORTABLE-COUNT TO WS-RPT-COUNT
           MOVE WS-FORGIVEN-TOTAL TO WS-RPT-AMT
           STRING '1099-C EXTRACT  FORMS ' DELIMITED SIZE
                  WS-RPT-COUNT DELIMITED SIZE
                  '  DEBT CANCELLED ' DELIMITED SIZE
                  WS-RPT-AMT DELIMITED SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-UNDER-MIN-COUNT TO WS-RPT-COUNT
           STRING 'UNDER REPORTING MINIMUM ' DELIMITED SIZE
                  WS-RPT-COUNT DELIMITED SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

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
