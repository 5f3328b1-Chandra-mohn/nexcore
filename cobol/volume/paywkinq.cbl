      * worksheet file the pay run writes. Accepts an employee id
      * from the console, scans the worksheet file, and displays
      * every component line of that employee's pay calculations --
      * hours split, the rates applied, the taxable wage bases,
      * taxes (local income tax with its jurisdiction), the
      * garnishment sequence, and each deduction with
      * the deduction codes behind it, and any non-taxable expense
      * reimbursement paid with the net -- most useful when a check
      * is disputed. Blank id ends the session.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
       FD  WORKSHEET-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 500 CHARACTERS.
      * Same layout REALISTIC-BATCH-TEST writes to PAYWORK.DAT.
       01  WORKSHEET-RECORD.
           05  WK-EMPLOYEE-ID         PIC 9(6).
           05  WK-TOTAL-DEDUCTIONS    PIC 9(7)V99.
           05  WK-NET-PAY             PIC S9(8)V99.
           05  WK-EMPLOYER-MATCH      PIC 9(6)V99.
           05  WK-FED-WAGES           PIC 9(8)V99.
           05  WK-STATE-WAGES         PIC 9(8)V99.
           05  WK-DED-COUNT           PIC 9(2).
           05  WK-DED-ENTRY OCCURS 12 TIMES.
               10  WK-DED-CODE        PIC X(4).
               10  WK-DED-AMOUNT      PIC 9(5)V99.
           05  FILLER                 PIC X(30).
           05  WK-LOCAL-CODE          PIC X(4).
           05  WK-LOCAL-WAGES         PIC 9(8)V99.
           05  WK-LOCAL-TAX           PIC 9(6)V99.
           05  WK-WC-CLASS            PIC X(4).
           05  WK-WC-EXPOSURE         PIC 9(8)V99.
           05  WK-WC-SPLIT-CLASS      PIC X(4).
           05  WK-WC-SPLIT-EXPOSURE   PIC 9(8)V99.
           05  WK-WC-OT-EXCLUDED      PIC 9(7)V99.
           05  WK-EXP-REIMB           PIC 9(7)V99.
           05  FILLER                 PIC X(32).
       WORKING-STORAGE SECTION.
       01  WS-WORKSHEET-STATUS        PIC XX.
           88  WORKSHEET-OK           VALUE "00".
       01  WS-EDIT-AMT                PIC ZZZZZZZ9.99-.
       01  WS-EDIT-HRS                PIC ZZ9.99.
       01  WS-EDIT-RATE               PIC Z9.9999.
       01  WS-DED-SUB                 PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "  LEAVE PAY:       " WS-EDIT-AMT
           MOVE WK-GROSS-PAY TO WS-EDIT-AMT
           DISPLAY "  GROSS PAY:       " WS-EDIT-AMT
           MOVE WK-FED-WAGES TO WS-EDIT-AMT
           DISPLAY "  FEDERAL WAGES:   " WS-EDIT-AMT
           MOVE WK-FED-TAX TO WS-EDIT-AMT
           DISPLAY "  FEDERAL TAX:     " WS-EDIT-AMT
           MOVE WK-STATE-WAGES TO WS-EDIT-AMT
           DISPLAY "  STATE WAGES:     " WS-EDIT-AMT
           MOVE WK-STATE-RATE TO WS-EDIT-RATE
           MOVE WK-STATE-TAX TO WS-EDIT-AMT
           DISPLAY "  STATE TAX:       " WS-EDIT-AMT
           DISPLAY "  FICA TAXABLE:    " WS-EDIT-AMT
           MOVE WK-FICA-TAX TO WS-EDIT-AMT
           DISPLAY "  FICA TAX:        " WS-EDIT-AMT
      * Worksheets converted from before local tax carry no locality
           IF WK-LOCAL-CODE NOT = SPACES
               MOVE WK-LOCAL-WAGES TO WS-EDIT-AMT
               DISPLAY "  LOCAL WAGES:     " WS-EDIT-AMT
               MOVE WK-LOCAL-TAX TO WS-EDIT-AMT
               DISPLAY "  LOCAL TAX:       " WS-EDIT-AMT
                   " FOR " WK-LOCAL-CODE
           END-IF
      * Worksheets from before workers' comp was charged carry no
      * class
           IF WK-WC-CLASS NOT = SPACES
               MOVE WK-WC-EXPOSURE TO WS-EDIT-AMT
               DISPLAY "  WC EXPOSURE:     " WS-EDIT-AMT
                   " CLASS " WK-WC-CLASS
               IF WK-WC-SPLIT-CLASS NOT = SPACES
                   MOVE WK-WC-SPLIT-EXPOSURE TO WS-EDIT-AMT
                   DISPLAY "  WC SPLIT EXPOS:  " WS-EDIT-AMT
                       " CLASS " WK-WC-SPLIT-CLASS
               END-IF
               MOVE WK-WC-OT-EXCLUDED TO WS-EDIT-AMT
               DISPLAY "  WC OT EXCLUDED:  " WS-EDIT-AMT
           END-IF
           MOVE WK-HEALTH-DED TO WS-EDIT-AMT
           DISPLAY "  HEALTH DED:      " WS-EDIT-AMT
           MOVE WK-RETIRE-DED TO WS-EDIT-AMT
           DISPLAY "  RETIREMENT DED:  " WS-EDIT-AMT
           MOVE WK-OTHER-DED TO WS-EDIT-AMT
           DISPLAY "  OTHER DED:       " WS-EDIT-AMT
      * Worksheets from before deduction codes were recorded carry
      * no count
           IF WK-DED-COUNT IS NUMERIC
               AND WK-DED-COUNT NOT > 12
               PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WK-DED-COUNT
                   MOVE WK-DED-AMOUNT(WS-DED-SUB) TO WS-EDIT-AMT
                   DISPLAY "    CODE " WK-DED-CODE(WS-DED-SUB)
                       ":       " WS-EDIT-AMT
               END-PERFORM
           END-IF
           MOVE WK-GARNISH-REQUESTED TO WS-EDIT-AMT
           DISPLAY "  GARNISH REQUEST: " WS-EDIT-AMT
           MOVE WK-GARNISH-CAP TO WS-EDIT-AMT
           DISPLAY "  GARNISH APPLIED: " WS-EDIT-AMT
           MOVE WK-TOTAL-DEDUCTIONS TO WS-EDIT-AMT
           DISPLAY "  TOTAL DEDS:      " WS-EDIT-AMT
      * The non-taxable expense reimbursement is part of the net
      * paid; worksheets from before it was paid carry spaces
           IF WK-EXP-REIMB IS NUMERIC
               AND WK-EXP-REIMB > 0
               MOVE WK-EXP-REIMB TO WS-EDIT-AMT
               DISPLAY "  EXPENSE REIMB:   " WS-EDIT-AMT
           END-IF
           MOVE WK-NET-PAY TO WS-EDIT-AMT
           DISPLAY "  NET PAY:         " WS-EDIT-AMT
           MOVE WK-EMPLOYER-MATCH TO WS-EDIT-AMT
