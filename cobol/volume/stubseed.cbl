       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUBSEED.
      *---------------------------------------------------------------
      * Earnings-statement YTD build. Reads the PAYWORK.DAT
      * calculation worksheets and writes a new STUBYTD.DAT KSDS
      * holding, per employee, the year-to-date amounts the pay
      * run's earnings statements carry forward -- every worksheet
      * run-dated in the current tax year rolled into one record:
      * hours, each earning type, each tax (local income tax in a
      * slot of its own), each deduction and the garnishment, the
      * employer match, any expense reimbursement, and net pay.
      * Regular pay is the part of the gross the other earning
      * types do not account for (salary included); the card
      * payment is the part of the total deductions the taxes and
      * listed deductions do not. Retro and supplemental payments write
      * no worksheet and so are not in the seeded figures. Run once
      * ahead of the first pay run that produces statements.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKSHEET-FILE ASSIGN TO "PAYWORK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORKSHEET-STATUS.
           SELECT STUB-YTD-FILE ASSIGN TO "STUBYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-EMPLOYEE-ID
               FILE STATUS IS WS-STUB-YTD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WORKSHEET-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 500 CHARACTERS.
      * Same layout REALISTIC-BATCH-TEST writes to PAYWORK.DAT.
       01  WORKSHEET-RECORD.
           05  WK-EMPLOYEE-ID         PIC 9(6).
           05  WK-RUN-DATE            PIC 9(8).
           05  WK-RUN-DATE-X REDEFINES WK-RUN-DATE.
               10  WK-RUN-YEAR        PIC 9(4).
               10  FILLER             PIC 9(4).
           05  WK-PAY-TYPE            PIC X(1).
           05  WK-PAY-RATE            PIC 9(5)V99.
           05  WK-REGULAR-HOURS       PIC 9(3)V99.
           05  WK-OVERTIME-HOURS      PIC 9(3)V99.
           05  WK-DOUBLETIME-HOURS    PIC 9(3)V99.
           05  WK-REGULAR-PAY         PIC 9(7)V99.
           05  WK-OVERTIME-PAY        PIC 9(7)V99.
           05  WK-DOUBLETIME-PAY      PIC 9(7)V99.
           05  WK-COMMISSION-PAY      PIC 9(7)V99.
           05  WK-BONUS-PAY           PIC 9(7)V99.
           05  WK-SHIFT-PREMIUM       PIC 9(7)V99.
           05  WK-LEAVE-PAY           PIC 9(7)V99.
           05  WK-GROSS-PAY           PIC 9(8)V99.
           05  WK-FED-TAX             PIC 9(7)V99.
           05  WK-STATE-RATE          PIC V9(4).
           05  WK-STATE-TAX           PIC 9(6)V99.
           05  WK-FICA-TAXABLE        PIC 9(8)V99.
           05  WK-FICA-TAX            PIC 9(6)V99.
           05  WK-HEALTH-DED          PIC 9(4)V99.
           05  WK-RETIRE-DED          PIC 9(4)V99.
           05  WK-OTHER-DED           PIC 9(4)V99.
           05  WK-GARNISH-REQUESTED   PIC 9(4)V99.
           05  WK-GARNISH-CAP         PIC 9(8)V99.
           05  WK-GARNISH-APPLIED     PIC 9(4)V99.
           05  WK-TOTAL-DEDUCTIONS    PIC 9(7)V99.
           05  WK-NET-PAY             PIC S9(8)V99.
           05  WK-EMPLOYER-MATCH      PIC 9(6)V99.
           05  WK-FED-WAGES           PIC 9(8)V99.
           05  WK-STATE-WAGES         PIC 9(8)V99.
           05  FILLER                 PIC X(164).
           05  WK-LOCAL-CODE          PIC X(4).
           05  WK-LOCAL-WAGES         PIC 9(8)V99.
           05  WK-LOCAL-TAX           PIC 9(6)V99.
           05  FILLER                 PIC X(37).
           05  WK-EXP-REIMB           PIC 9(7)V99.
           05  FILLER                 PIC X(32).
       FD  STUB-YTD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
      * Same layout REALISTIC-BATCH-TEST keeps on STUBYTD.DAT; the
      * amount slots follow its statement lines: 1 regular,
      * 2 overtime, 3 double-time, 4 shift premium, 5 leave pay,
      * 6 bonus, 7 commission, 8 retro/supplemental, 9 federal,
      * 10 state, 11 FICA, 12 health, 13 401(k), 14 other
      * deduction, 15 garnishment, 16 card payment, 17 employer
      * match. Local income tax and the non-taxable expense
      * reimbursements are kept beside the slots.
       01  STUB-YTD-RECORD.
           05  SY-EMPLOYEE-ID         PIC 9(6).
           05  SY-TAX-YEAR            PIC 9(4).
           05  SY-HOURS               PIC 9(5)V99 OCCURS 3 TIMES.
           05  SY-AMOUNT              PIC 9(8)V99 OCCURS 17 TIMES.
           05  SY-NET-PAY             PIC S9(9)V99.
           05  SY-LOCAL-TAX           PIC 9(8)V99.
           05  SY-EXP-REIMB           PIC 9(8)V99.
           05  FILLER                 PIC X(18).
       WORKING-STORAGE SECTION.
       01  WS-WORKSHEET-STATUS        PIC XX.
           88  WORKSHEET-OK           VALUE "00".
       01  WS-STUB-YTD-STATUS         PIC XX.
           88  STUB-YTD-OK            VALUE "00".
       01  WS-EOF-FLAG                PIC 9 VALUE 0.
           88  END-OF-FILE            VALUE 1.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR    PIC 9(4).
               10  FILLER             PIC 9(4).
           05  FILLER                 PIC X(13).
       01  WS-RESIDUAL                PIC S9(9)V99 VALUE 0.
       01  WS-RECORDS-READ            PIC 9(7) VALUE 0.
       01  WS-RECORDS-USED            PIC 9(7) VALUE 0.
       01  WS-EMPLOYEES-WRITTEN       PIC 9(7) VALUE 0.
       01  WS-UPDATE-ERRORS           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAIN: Roll the year's worksheets into STUBYTD
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN INPUT WORKSHEET-FILE
           IF NOT WORKSHEET-OK
               DISPLAY "ERROR: OPEN WORKSHEET-FILE FAILED: "
                   WS-WORKSHEET-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STUB-YTD-FILE
           CLOSE STUB-YTD-FILE
           OPEN I-O STUB-YTD-FILE
           IF NOT STUB-YTD-OK
               DISPLAY "ERROR: OPEN STUBYTD FAILED: "
                   WS-STUB-YTD-STATUS
               CLOSE WORKSHEET-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-READ-WORKSHEET
               UNTIL END-OF-FILE
           CLOSE WORKSHEET-FILE
           CLOSE STUB-YTD-FILE
           DISPLAY "TAX YEAR:           " WS-CURRENT-YEAR
           DISPLAY "WORKSHEETS READ:    " WS-RECORDS-READ
           DISPLAY "WORKSHEETS ROLLED:  " WS-RECORDS-USED
           DISPLAY "EMPLOYEES WRITTEN:  " WS-EMPLOYEES-WRITTEN
           IF WS-UPDATE-ERRORS > 0
               DISPLAY "ERROR: STUBYTD UPDATES FAILED: "
                   WS-UPDATE-ERRORS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-READ-WORKSHEET SECTION.
       1000-READ-PARA.
           READ WORKSHEET-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF WK-RUN-YEAR = WS-CURRENT-YEAR
                       PERFORM 2000-ROLL-WORKSHEET
                   END-IF
           END-READ.

      *===============================================================
      * 2000-ROLL-WORKSHEET: One worksheet into its employee's
      * record, starting the record on the employee's first one
      *===============================================================
       2000-ROLL-WORKSHEET SECTION.
       2000-ROLL-PARA.
           MOVE WK-EMPLOYEE-ID TO SY-EMPLOYEE-ID
           READ STUB-YTD-FILE
               INVALID KEY
                   INITIALIZE STUB-YTD-RECORD
                   MOVE WK-EMPLOYEE-ID TO SY-EMPLOYEE-ID
                   MOVE WS-CURRENT-YEAR TO SY-TAX-YEAR
                   WRITE STUB-YTD-RECORD
                       INVALID KEY
                           DISPLAY "EMPLOYEE NOT SEEDED: "
                               WK-EMPLOYEE-ID
                           ADD 1 TO WS-UPDATE-ERRORS
                           EXIT SECTION
                   END-WRITE
                   ADD 1 TO WS-EMPLOYEES-WRITTEN
           END-READ
           ADD WK-REGULAR-HOURS TO SY-HOURS(1)
           ADD WK-OVERTIME-HOURS TO SY-HOURS(2)
           ADD WK-DOUBLETIME-HOURS TO SY-HOURS(3)
           COMPUTE WS-RESIDUAL = WK-GROSS-PAY
               - WK-OVERTIME-PAY - WK-DOUBLETIME-PAY
               - WK-SHIFT-PREMIUM - WK-LEAVE-PAY
               - WK-BONUS-PAY - WK-COMMISSION-PAY
           IF WS-RESIDUAL > 0
               ADD WS-RESIDUAL TO SY-AMOUNT(1)
           END-IF
           ADD WK-OVERTIME-PAY TO SY-AMOUNT(2)
           ADD WK-DOUBLETIME-PAY TO SY-AMOUNT(3)
           ADD WK-SHIFT-PREMIUM TO SY-AMOUNT(4)
           ADD WK-LEAVE-PAY TO SY-AMOUNT(5)
           ADD WK-BONUS-PAY TO SY-AMOUNT(6)
           ADD WK-COMMISSION-PAY TO SY-AMOUNT(7)
           ADD WK-FED-TAX TO SY-AMOUNT(9)
           ADD WK-STATE-TAX TO SY-AMOUNT(10)
           ADD WK-FICA-TAX TO SY-AMOUNT(11)
           ADD WK-LOCAL-TAX TO SY-LOCAL-TAX
           ADD WK-HEALTH-DED TO SY-AMOUNT(12)
           ADD WK-RETIRE-DED TO SY-AMOUNT(13)
           ADD WK-OTHER-DED TO SY-AMOUNT(14)
           ADD WK-GARNISH-APPLIED TO SY-AMOUNT(15)
      * The worksheet total carries the taxes and every deduction;
      * what the listed ones leave over is the card payment
           COMPUTE WS-RESIDUAL = WK-TOTAL-DEDUCTIONS
               - WK-FED-TAX - WK-STATE-TAX - WK-FICA-TAX
               - WK-LOCAL-TAX
               - WK-HEALTH-DED - WK-RETIRE-DED - WK-OTHER-DED
               - WK-GARNISH-APPLIED
           IF WS-RESIDUAL > 0
               ADD WS-RESIDUAL TO SY-AMOUNT(16)
           END-IF
           ADD WK-EMPLOYER-MATCH TO SY-AMOUNT(17)
           ADD WK-NET-PAY TO SY-NET-PAY
      * Worksheets written before reimbursements were paid carry
      * spaces there
           IF WK-EXP-REIMB IS NUMERIC
               ADD WK-EXP-REIMB TO SY-EXP-REIMB
           END-IF
           REWRITE STUB-YTD-RECORD
               INVALID KEY
                   DISPLAY "STUBYTD REWRITE FAILED FOR EMP "
                       SY-EMPLOYEE-ID
                   ADD 1 TO WS-UPDATE-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-USED
           END-REWRITE.
