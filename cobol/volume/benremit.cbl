      * census (BEN401K.DAT). Each file ends with a control-total
      * line (employee id 999999) accounts payable matches the
      * carrier invoice against.
      * Every deduction code withheld is also listed by code in
      * BENDED.DAT -- the code's payee from the deduction code table
      * (DEDTREAT.DAT over the built-in HLTH, 401K and OTHR), one
      * line per employee and a 999999 control line per code.
      * Worksheets from before the codes were recorded count their
      * health, 401(k) and other amounts under the built-in codes.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETIRE-STATUS.
           SELECT DED-CODE-FILE ASSIGN TO "BENDED.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DED-CODE-STATUS.
           SELECT DED-TREAT-FILE ASSIGN TO "DEDTREAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DED-TREAT-STATUS.
           SELECT PARM-FILE ASSIGN TO "BENRMTPM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FILE SECTION.
       FD  WORKSHEET-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 500 CHARACTERS.
      * Only the fields the extract needs are named.
       01  WORKSHEET-RECORD.
           05  WK-EMPLOYEE-ID         PIC 9(6).
           05  FILLER                 PIC X(135).
           05  WK-HEALTH-DED          PIC 9(4)V99.
           05  WK-RETIRE-DED          PIC 9(4)V99.
           05  WK-OTHER-DED           PIC 9(4)V99.
           05  FILLER                 PIC X(41).
           05  WK-EMPLOYER-MATCH      PIC 9(6)V99.
           05  FILLER                 PIC X(20).
           05  WK-DED-COUNT           PIC 9(2).
           05  WK-DED-ENTRY OCCURS 12 TIMES.
               10  WK-DED-CODE        PIC X(4).
               10  WK-DED-AMOUNT      PIC 9(5)V99.
           05  FILLER                 PIC X(130).
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID         PIC 9(6).
           05  EM-EMPLOYEE-NAME.
               10  EM-FIRST-NAME      PIC X(15).
           05  FILLER                 PIC X(35).
           05  EM-YTD-GROSS           PIC 9(8)V99.
           05  FILLER                 PIC X(314).
       FD  HEALTH-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 70 CHARACTERS.
           05  BR-MATCH               PIC 9(7)V99.
           05  BR-YTD-GROSS           PIC 9(8)V99.
           05  FILLER                 PIC X(11).
       FD  DED-CODE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      * Remittance line: code, payee, id, name, this period's amount.
       01  DED-CODE-RECORD.
           05  BD-DED-CODE            PIC X(4).
           05  BD-PAYEE               PIC X(20).
           05  BD-EMPLOYEE-ID         PIC 9(6).
           05  BD-NAME                PIC X(35).
           05  BD-AMOUNT              PIC 9(7)V99.
           05  FILLER                 PIC X(6).
       FD  DED-TREAT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout REALISTIC-BATCH-TEST declares for DEDTREAT.DAT;
      * only the code and payee are named.
       01  DED-TREAT-RECORD.
           05  DT-DED-CODE            PIC X(4).
           05  FILLER                 PIC X(30).
           05  DT-PAYEE               PIC X(20).
           05  FILLER                 PIC X(26).
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
           88  RETIRE-OK              VALUE "00".
       01  WS-PARM-STATUS             PIC XX.
           88  PARM-OK                VALUE "00".
       01  WS-DED-CODE-STATUS         PIC XX.
           88  DED-CODE-OK            VALUE "00".
       01  WS-DED-TREAT-STATUS        PIC XX.
           88  DED-TREAT-OK           VALUE "00".
           88  DED-TREAT-EOF          VALUE "10".
       01  WS-EOF-FLAG                PIC 9 VALUE 0.
           88  END-OF-WORK            VALUE 1.
       01  WS-REMIT-DATE              PIC 9(8) VALUE 0.
       01  WS-EMP-NAME                PIC X(35) VALUE SPACES.
       01  WS-EMP-YTD                 PIC 9(8)V99 VALUE 0.
       01  WS-STRING-PTR              PIC 99 VALUE 1.
      * Deduction codes and their payees
       01  WS-DT-TABLE.
           05  WS-DT-ENTRY OCCURS 50 TIMES.
               10  WS-DT-CODE         PIC X(4).
               10  WS-DT-PAYEE        PIC X(20).
               10  WS-DT-TOTAL        PIC 9(9)V99.
       01  WS-DT-COUNT                PIC 99 VALUE 0.
       01  WS-DT-SUB                  PIC 99 VALUE 0.
       01  WS-DT-FOUND                PIC 9 VALUE 0.
           88  DT-WAS-FOUND           VALUE 1.
      * Per-employee period sums by code from the worksheet pass
       01  WS-BCD-TABLE.
           05  WS-BCD-ENTRY OCCURS 2000 TIMES.
               10  WS-BCD-EMP         PIC 9(6).
               10  WS-BCD-CODE        PIC X(4).
               10  WS-BCD-AMOUNT      PIC 9(7)V99.
       01  WS-BCD-USED                PIC 9(4) VALUE 0.
       01  WS-BCD-IDX                 PIC 9(4) VALUE 0.
       01  WS-BCD-SUB                 PIC 9(4) VALUE 0.
       01  WS-BCD-FOUND               PIC 9 VALUE 0.
           88  BCD-WAS-FOUND          VALUE 1.
       01  WS-WK-SUB                  PIC 99 VALUE 0.
       01  WS-POST-CODE               PIC X(4) VALUE SPACES.
       01  WS-POST-AMOUNT             PIC 9(7)V99 VALUE 0.
       01  WS-CODE-LINES              PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      *===============================================================
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1050-LOAD-DED-CODES
           PERFORM 1000-SUM-WORKSHEETS
           IF WS-BEN-USED = 0
               DISPLAY "NO WORKSHEETS ON FILE FOR "
           END-IF
           OPEN OUTPUT HEALTH-FILE
           OPEN OUTPUT RETIRE-FILE
           OPEN OUTPUT DED-CODE-FILE
           IF NOT HEALTH-OK OR NOT RETIRE-OK OR NOT DED-CODE-OK
               DISPLAY "ERROR: OUTPUT FILES FAILED TO OPEN"
               CLOSE EMPMAST-FILE
               MOVE 12 TO RETURN-CODE
               VARYING WS-BEN-IDX FROM 1 BY 1
               UNTIL WS-BEN-IDX > WS-BEN-USED
           PERFORM 3000-WRITE-CONTROL-TOTALS
           PERFORM 4000-WRITE-CODE-REMITTANCE
               VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DT-COUNT
           CLOSE EMPMAST-FILE
           CLOSE HEALTH-FILE
           CLOSE RETIRE-FILE
           CLOSE DED-CODE-FILE
           DISPLAY "EMPLOYEES REMITTED: " WS-BEN-USED
           DISPLAY "HEALTH TOTAL:       " WS-HEALTH-TOTAL
           DISPLAY "401K DEFERRAL:      " WS-RETIRE-TOTAL
           DISPLAY "401K MATCH:         " WS-MATCH-TOTAL
           DISPLAY "CODE REMIT LINES:   " WS-CODE-LINES
           IF WS-BCD-USED >= 2000
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *===============================================================
      * 1050-LOAD-DED-CODES: The built-in codes, then DEDTREAT.DAT
      * rows overriding their payees or adding codes. No file, the
      * built-ins alone.
      *===============================================================
       1050-LOAD-DED-CODES SECTION.
       1050-LOAD-CODES-PARA.
           INITIALIZE WS-DT-TABLE
           MOVE "HLTH" TO WS-DT-CODE(1)
           MOVE "HEALTH CARRIER" TO WS-DT-PAYEE(1)
           MOVE "401K" TO WS-DT-CODE(2)
           MOVE "401(K) RECORDKEEPER" TO WS-DT-PAYEE(2)
           MOVE "OTHR" TO WS-DT-CODE(3)
           MOVE 3 TO WS-DT-COUNT
           OPEN INPUT DED-TREAT-FILE
           IF NOT DED-TREAT-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL DED-TREAT-EOF
               READ DED-TREAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DT-DED-CODE NOT = SPACES
                           MOVE DT-DED-CODE TO WS-POST-CODE
                           PERFORM 1060-FIND-CODE
                           IF DT-WAS-FOUND
                               MOVE DT-PAYEE
                                   TO WS-DT-PAYEE(WS-DT-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DED-TREAT-FILE.

      *===============================================================
      * 1060-FIND-CODE: WS-DT-SUB to WS-POST-CODE's row, adding the
      * code when it is new. DT-WAS-FOUND is off only when the table
      * is full.
      *===============================================================
       1060-FIND-CODE SECTION.
       1060-FIND-PARA.
           MOVE 0 TO WS-DT-FOUND
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DT-COUNT
               OR DT-WAS-FOUND
               IF WS-POST-CODE = WS-DT-CODE(WS-DT-SUB)
                   SET DT-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF DT-WAS-FOUND
               SUBTRACT 1 FROM WS-DT-SUB
               EXIT SECTION
           END-IF
           IF WS-DT-COUNT >= 50
               DISPLAY "DED CODE TABLE FULL, DROPPING: " WS-POST-CODE
               EXIT SECTION
           END-IF
           ADD 1 TO WS-DT-COUNT
           MOVE WS-DT-COUNT TO WS-DT-SUB
           MOVE WS-POST-CODE TO WS-DT-CODE(WS-DT-SUB)
           MOVE SPACES TO WS-DT-PAYEE(WS-DT-SUB)
           MOVE 0 TO WS-DT-TOTAL(WS-DT-SUB)
           SET DT-WAS-FOUND TO TRUE.

       1000-SUM-WORKSHEETS SECTION.
       1000-SUM-PARA.
           OPEN INPUT WORKSHEET-FILE
           END-IF
           ADD WK-HEALTH-DED TO WS-BEN-HEALTH(WS-BEN-SUB)
           ADD WK-RETIRE-DED TO WS-BEN-RETIRE(WS-BEN-SUB)
           ADD WK-EMPLOYER-MATCH TO WS-BEN-MATCH(WS-BEN-SUB)
      * By code -- the recorded codes, or the built-ins for a
      * worksheet written before codes were recorded
           IF WK-DED-COUNT IS NUMERIC
               AND WK-DED-COUNT > 0
               AND WK-DED-COUNT NOT > 12
               PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                   UNTIL WS-WK-SUB > WK-DED-COUNT
                   MOVE WK-DED-CODE(WS-WK-SUB) TO WS-POST-CODE
                   MOVE WK-DED-AMOUNT(WS-WK-SUB) TO WS-POST-AMOUNT
                   PERFORM 1200-POST-CODE
               END-PERFORM
           ELSE
               MOVE "HLTH" TO WS-POST-CODE
               MOVE WK-HEALTH-DED TO WS-POST-AMOUNT
               PERFORM 1200-POST-CODE
               MOVE "401K" TO WS-POST-CODE
               MOVE WK-RETIRE-DED TO WS-POST-AMOUNT
               PERFORM 1200-POST-CODE
               MOVE "OTHR" TO WS-POST-CODE
               MOVE WK-OTHER-DED TO WS-POST-AMOUNT
               PERFORM 1200-POST-CODE
           END-IF.

      *===============================================================
      * 1200-POST-CODE: WS-POST-AMOUNT into the employee's sum for
      * WS-POST-CODE.
      *===============================================================
       1200-POST-CODE SECTION.
       1200-POST-CODE-PARA.
           IF WS-POST-AMOUNT = 0
               EXIT SECTION
           END-IF
           PERFORM 1060-FIND-CODE
           IF NOT DT-WAS-FOUND
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-BCD-FOUND
           PERFORM VARYING WS-BCD-SUB FROM 1 BY 1
               UNTIL WS-BCD-SUB > WS-BCD-USED
               OR BCD-WAS-FOUND
               IF WK-EMPLOYEE-ID = WS-BCD-EMP(WS-BCD-SUB)
                   AND WS-POST-CODE = WS-BCD-CODE(WS-BCD-SUB)
                   SET BCD-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF BCD-WAS-FOUND
               SUBTRACT 1 FROM WS-BCD-SUB
           ELSE
               IF WS-BCD-USED >= 2000
                   DISPLAY "CODE REMIT TABLE FULL, DROPPING: "
                       WK-EMPLOYEE-ID " " WS-POST-CODE
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-BCD-USED
               MOVE WS-BCD-USED TO WS-BCD-SUB
               MOVE WK-EMPLOYEE-ID TO WS-BCD-EMP(WS-BCD-SUB)
               MOVE WS-POST-CODE TO WS-BCD-CODE(WS-BCD-SUB)
               MOVE 0 TO WS-BCD-AMOUNT(WS-BCD-SUB)
           END-IF
           ADD WS-POST-AMOUNT TO WS-BCD-AMOUNT(WS-BCD-SUB)
           ADD WS-POST-AMOUNT TO WS-DT-TOTAL(WS-DT-SUB).

       2000-WRITE-CENSUS-LINES SECTION.
       2000-CENSUS-PARA.
           MOVE WS-RETIRE-TOTAL TO BR-DEFERRAL
           MOVE WS-MATCH-TOTAL TO BR-MATCH
           WRITE RETIRE-RECORD.

      *===============================================================
      * 4000-WRITE-CODE-REMITTANCE: One code's lines to BENDED.DAT --
      * each employee withheld on it, then the code's control line.
      *===============================================================
       4000-WRITE-CODE-REMITTANCE SECTION.
       4000-CODE-REMIT-PARA.
           IF WS-DT-TOTAL(WS-DT-SUB) = 0
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-BCD-IDX FROM 1 BY 1
               UNTIL WS-BCD-IDX > WS-BCD-USED
               IF WS-BCD-CODE(WS-BCD-IDX) = WS-DT-CODE(WS-DT-SUB)
                   INITIALIZE DED-CODE-RECORD
                   MOVE WS-DT-CODE(WS-DT-SUB) TO BD-DED-CODE
                   MOVE WS-DT-PAYEE(WS-DT-SUB) TO BD-PAYEE
                   MOVE WS-BCD-EMP(WS-BCD-IDX) TO BD-EMPLOYEE-ID
                   MOVE WS-BCD-EMP(WS-BCD-IDX) TO EM-EMPLOYEE-ID
                   READ EMPMAST-FILE
                       INVALID KEY
                           MOVE "NOT ON MASTER" TO BD-NAME
                       NOT INVALID KEY
                           MOVE 1 TO WS-STRING-PTR
                           STRING EM-FIRST-NAME DELIMITED SPACES
                                  " " DELIMITED SIZE
                                  EM-LAST-NAME DELIMITED SPACES
                               INTO BD-NAME
                               WITH POINTER WS-STRING-PTR
                           END-STRING
                   END-READ
                   MOVE WS-BCD-AMOUNT(WS-BCD-IDX) TO BD-AMOUNT
                   WRITE DED-CODE-RECORD
                   ADD 1 TO WS-CODE-LINES
               END-IF
           END-PERFORM
           INITIALIZE DED-CODE-RECORD
           MOVE WS-DT-CODE(WS-DT-SUB) TO BD-DED-CODE
           MOVE WS-DT-PAYEE(WS-DT-SUB) TO BD-PAYEE
           MOVE 999999 TO BD-EMPLOYEE-ID
           MOVE "CONTROL TOTAL" TO BD-NAME
           MOVE WS-DT-TOTAL(WS-DT-SUB) TO BD-AMOUNT
           WRITE DED-CODE-RECORD.
