       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDMAINT.
      *---------------------------------------------------------------
      * Per-employee deduction intake.
      * Each DEDFEED.DAT transaction HR keys maintains one row of
      * EMPDED.DAT, the per-employee deduction file the pay run
      * takes deductions from: 'A' adds a code for an employee from
      * a start date (flat amount or percent of gross, by the
      * code's method), 'C' changes the amount, percent, or stop
      * date on the row with that start date, and 'S' stops the row
      * as of a stop date. The code must be on the deduction code
      * table (DEDTREAT.DAT over the built-in HLTH, 401K and OTHR);
      * an add may not overlap a row already on file for the same
      * code, and the employee must be on the master and active.
      * The year-to-date on a row belongs to the pay run and is
      * never touched here. Every transaction lists on the
      * DEDMAINT.RPT report with what happened to it; any reject
      * ends the step with condition code 4. EMPDED.DAT is created
      * empty the first time it is needed.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DED-FEED-FILE ASSIGN TO "DEDFEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DED-FEED-STATUS.
           SELECT EMP-DED-FILE ASSIGN TO "EMPDED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ED-KEY
               FILE STATUS IS WS-EMP-DED-STATUS.
           SELECT DED-TREAT-FILE ASSIGN TO "DEDTREAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DED-TREAT-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT DED-RPT-FILE ASSIGN TO "DEDMAINT.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DED-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DED-FEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
      * One maintenance transaction: action, the row's key, and the
      * values the action sets.
       01  DED-FEED-RECORD.
           05  DF-ACTION              PIC X(1).
               88  DF-ADD             VALUE "A".
               88  DF-CHANGE          VALUE "C".
               88  DF-STOP            VALUE "S".
           05  DF-EMPLOYEE-ID         PIC 9(6).
           05  DF-DED-CODE            PIC X(4).
           05  DF-START-DATE          PIC 9(8).
           05  DF-STOP-DATE           PIC 9(8).
           05  DF-AMOUNT              PIC 9(5)V99.
           05  DF-PERCENT             PIC V9(4).
           05  FILLER                 PIC X(12).
       FD  EMP-DED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
      * Same layout REALISTIC-BATCH-TEST declares for EMPDED.DAT.
       01  EMP-DED-RECORD.
           05  ED-KEY.
               10  ED-EMPLOYEE-ID     PIC 9(6).
               10  ED-DED-CODE        PIC X(4).
               10  ED-START-DATE      PIC 9(8).
           05  ED-STOP-DATE           PIC 9(8).
           05  ED-AMOUNT              PIC 9(5)V99.
           05  ED-PERCENT             PIC V9(4).
           05  ED-YTD-YEAR            PIC 9(4).
           05  ED-YTD-AMOUNT          PIC 9(7)V99.
           05  ED-LAST-CHANGED        PIC 9(8).
           05  FILLER                 PIC X(42).
       FD  DED-TREAT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout REALISTIC-BATCH-TEST declares for DEDTREAT.DAT;
      * only the code and its method are named.
       01  DED-TREAT-RECORD.
           05  DT-DED-CODE            PIC X(4).
           05  FILLER                 PIC X(50).
           05  DT-CALC-METHOD         PIC X(1).
           05  FILLER                 PIC X(25).
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
      * Only the fields this intake needs are named.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID         PIC 9(6).
           05  EM-EMPLOYEE-NAME.
               10  EM-LAST-NAME       PIC X(20).
               10  EM-FIRST-NAME      PIC X(15).
           05  FILLER                 PIC X(125).
           05  EM-STATUS              PIC X(1).
               88  EM-TERMINATED      VALUE "T".
           05  FILLER                 PIC X(233).
       FD  DED-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  DED-RPT-RECORD             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-DED-FEED-STATUS         PIC XX.
           88  DED-FEED-OK            VALUE "00".
           88  DED-FEED-EOF           VALUE "10".
       01  WS-EMP-DED-STATUS          PIC XX.
           88  EMP-DED-OK             VALUE "00".
           88  EMP-DED-NOT-FOUND      VALUE "35".
       01  WS-DED-TREAT-STATUS        PIC XX.
           88  DED-TREAT-OK           VALUE "00".
           88  DED-TREAT-EOF          VALUE "10".
       01  WS-EMPMAST-STATUS          PIC XX.
           88  EMPMAST-OK             VALUE "00".
       01  WS-DED-RPT-STATUS          PIC XX.
           88  DED-RPT-OK             VALUE "00".
       01  WS-EOF-FLAG                PIC 9 VALUE 0.
           88  END-OF-FEED            VALUE 1.
       01  WS-SCAN-FLAG               PIC 9 VALUE 0.
           88  SCAN-DONE              VALUE 1.
       01  WS-FEED-COUNT              PIC 9(5) VALUE 0.
       01  WS-ADDED-COUNT             PIC 9(5) VALUE 0.
       01  WS-CHANGED-COUNT           PIC 9(5) VALUE 0.
       01  WS-STOPPED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  FILLER                 PIC X(13).
      * Deduction codes and their methods: the built-ins, then
      * DEDTREAT.DAT rows
       01  WS-DT-TABLE.
           05  WS-DT-ENTRY OCCURS 50 TIMES.
               10  WS-DT-CODE         PIC X(4).
               10  WS-DT-METHOD       PIC X(1).
       01  WS-DT-COUNT                PIC 99 VALUE 0.
       01  WS-DT-LOOKUP-CODE          PIC X(4) VALUE SPACES.
       01  WS-DT-SUB                  PIC 99 VALUE 0.
       01  WS-DT-FOUND                PIC 9 VALUE 0.
           88  DT-WAS-FOUND           VALUE 1.
       01  WS-HDR-LINE.
           05  FILLER                 PIC X(35)
               VALUE "DEDUCTION INTAKE -- ROWS RECEIVED".
           05  FILLER                 PIC X(65) VALUE SPACES.
       01  WS-COL-LINE.
           05  FILLER                 PIC X(2) VALUE "AC".
           05  FILLER                 PIC X(7) VALUE "EMP".
           05  FILLER                 PIC X(21) VALUE "NAME".
           05  FILLER                 PIC X(5) VALUE "CODE".
           05  FILLER                 PIC X(9) VALUE "START".
           05  FILLER                 PIC X(9) VALUE "STOP".
           05  FILLER                 PIC X(9) VALUE "   AMOUNT".
           05  FILLER                 PIC X(7) VALUE " PCT".
           05  FILLER                 PIC X(31) VALUE " RESULT".
       01  WS-DED-LINE.
           05  WS-DL-ACTION           PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DL-EMP              PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DL-NAME             PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DL-CODE             PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DL-START            PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DL-STOP             PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DL-AMOUNT           PIC ZZZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DL-PERCENT          PIC .9999.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-RESULT           PIC X(30).

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAIN: Apply every transaction on the feed
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           PERFORM 0100-LOAD-DED-CODES
           OPEN INPUT DED-FEED-FILE
           IF NOT DED-FEED-OK
               DISPLAY "ERROR: OPEN DEDFEED FAILED: "
                   WS-DED-FEED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPMAST-FILE
           IF NOT EMPMAST-OK
               DISPLAY "ERROR: OPEN EMPMAST-FILE FAILED: "
                   WS-EMPMAST-STATUS
               CLOSE DED-FEED-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O EMP-DED-FILE
           IF EMP-DED-NOT-FOUND
               OPEN OUTPUT EMP-DED-FILE
               CLOSE EMP-DED-FILE
               OPEN I-O EMP-DED-FILE
           END-IF
           IF NOT EMP-DED-OK
               DISPLAY "ERROR: OPEN EMPDED FAILED: "
                   WS-EMP-DED-STATUS
               CLOSE DED-FEED-FILE
               CLOSE EMPMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DED-RPT-FILE
           IF NOT DED-RPT-OK
               DISPLAY "ERROR: OPEN DEDMAINT.RPT FAILED: "
                   WS-DED-RPT-STATUS
               CLOSE DED-FEED-FILE
               CLOSE EMPMAST-FILE
               CLOSE EMP-DED-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE DED-RPT-RECORD FROM WS-HDR-LINE
           WRITE DED-RPT-RECORD FROM WS-COL-LINE
           PERFORM 1000-APPLY-FEED
               UNTIL END-OF-FEED
           CLOSE DED-FEED-FILE
           CLOSE EMPMAST-FILE
           CLOSE EMP-DED-FILE
           CLOSE DED-RPT-FILE
           DISPLAY "TRANSACTIONS READ:  " WS-FEED-COUNT
           DISPLAY "ROWS ADDED:         " WS-ADDED-COUNT
           DISPLAY "ROWS CHANGED:       " WS-CHANGED-COUNT
           DISPLAY "ROWS STOPPED:       " WS-STOPPED-COUNT
           DISPLAY "REJECTED:           " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *===============================================================
      * 0100-LOAD-DED-CODES: The built-in codes, then every code on
      * DEDTREAT.DAT. No file, the built-ins alone.
      *===============================================================
       0100-LOAD-DED-CODES SECTION.
       0100-LOAD-PARA.
           MOVE "HLTH" TO WS-DT-CODE(1)
           MOVE "F" TO WS-DT-METHOD(1)
           MOVE "401K" TO WS-DT-CODE(2)
           MOVE "F" TO WS-DT-METHOD(2)
           MOVE "OTHR" TO WS-DT-CODE(3)
           MOVE "F" TO WS-DT-METHOD(3)
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
                           PERFORM 0110-ADD-DED-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DED-TREAT-FILE.

       0110-ADD-DED-CODE SECTION.
       0110-ADD-CODE-PARA.
           MOVE DT-DED-CODE TO WS-DT-LOOKUP-CODE
           PERFORM 0120-FIND-DED-CODE
           IF NOT DT-WAS-FOUND
               IF WS-DT-COUNT >= 50
                   DISPLAY "DED CODE TABLE FULL, DROPPING: "
                       DT-DED-CODE
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-DT-COUNT
               MOVE WS-DT-COUNT TO WS-DT-SUB
               MOVE DT-DED-CODE TO WS-DT-CODE(WS-DT-SUB)
           END-IF
           IF DT-CALC-METHOD = "P"
               MOVE "P" TO WS-DT-METHOD(WS-DT-SUB)
           ELSE
               MOVE "F" TO WS-DT-METHOD(WS-DT-SUB)
           END-IF.

      *===============================================================
      * 0120-FIND-DED-CODE: WS-DT-SUB to WS-DT-LOOKUP-CODE's row
      *===============================================================
       0120-FIND-DED-CODE SECTION.
       0120-FIND-PARA.
           MOVE 0 TO WS-DT-FOUND
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DT-COUNT
               OR DT-WAS-FOUND
               IF WS-DT-LOOKUP-CODE = WS-DT-CODE(WS-DT-SUB)
                   SET DT-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF DT-WAS-FOUND
               SUBTRACT 1 FROM WS-DT-SUB
           END-IF.

       1000-APPLY-FEED SECTION.
       1000-FEED-PARA.
           READ DED-FEED-FILE
               AT END
                   SET END-OF-FEED TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-COUNT
                   MOVE SPACES TO WS-REJECT-REASON
                   MOVE SPACES TO EM-EMPLOYEE-NAME
                   PERFORM 2000-EDIT-TRANSACTION
                   IF WS-REJECT-REASON = SPACES
                       EVALUATE TRUE
                           WHEN DF-ADD
                               PERFORM 2100-ADD-ROW
                           WHEN DF-CHANGE
                               PERFORM 2200-CHANGE-ROW
                           WHEN DF-STOP
                               PERFORM 2300-STOP-ROW
                       END-EVALUATE
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES
                       ADD 1 TO WS-REJECT-COUNT
                   END-IF
                   PERFORM 3000-LIST-TRANSACTION
           END-READ.

      *===============================================================
      * 2000-EDIT-TRANSACTION: Action, code, dates, and amounts, then
      * the employee. The amount an add or change carries must suit
      * the code's method -- a flat amount, or a percent of gross.
      *===============================================================
       2000-EDIT-TRANSACTION SECTION.
       2000-EDIT-PARA.
           IF NOT DF-ADD AND NOT DF-CHANGE AND NOT DF-STOP
               MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF
           MOVE DF-DED-CODE TO WS-DT-LOOKUP-CODE
           PERFORM 0120-FIND-DED-CODE
           IF NOT DT-WAS-FOUND
               MOVE "CODE NOT ON TABLE" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF
           IF DF-START-DATE NOT NUMERIC
               OR DF-START-DATE = 0
               OR DF-STOP-DATE NOT NUMERIC
               MOVE "BAD DATE" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF
           IF DF-STOP-DATE NOT = 0
               AND DF-STOP-DATE < DF-START-DATE
               MOVE "STOP BEFORE START" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF
           IF DF-STOP AND DF-STOP-DATE = 0
               MOVE "NO STOP DATE" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF
           IF NOT DF-STOP
               IF DF-AMOUNT NOT NUMERIC
                   OR DF-PERCENT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
                   EXIT SECTION
               END-IF
               IF WS-DT-METHOD(WS-DT-SUB) = "P"
                   IF DF-PERCENT = 0
                       MOVE "CODE NEEDS A PERCENT"
                           TO WS-REJECT-REASON
                       EXIT SECTION
                   END-IF
               ELSE
                   IF DF-AMOUNT = 0
                       MOVE "CODE NEEDS AN AMOUNT"
                           TO WS-REJECT-REASON
                       EXIT SECTION
                   END-IF
               END-IF
           END-IF
           MOVE DF-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
                   MOVE SPACES TO EM-EMPLOYEE-NAME
                   EXIT SECTION
           END-READ
           IF EM-TERMINATED AND NOT DF-STOP
               MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-REASON
           END-IF.

      *===============================================================
      * 2100-ADD-ROW: A new row, provided no row already on file for
      * the code is still running on or after the new start date.
      *===============================================================
       2100-ADD-ROW SECTION.
       2100-ADD-PARA.
           MOVE DF-EMPLOYEE-ID TO ED-EMPLOYEE-ID
           MOVE DF-DED-CODE TO ED-DED-CODE
           MOVE 0 TO ED-START-DATE
           MOVE 0 TO WS-SCAN-FLAG
           START EMP-DED-FILE KEY IS NOT LESS THAN ED-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ EMP-DED-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF ED-EMPLOYEE-ID NOT = DF-EMPLOYEE-ID
                           OR ED-DED-CODE NOT = DF-DED-CODE
                           SET SCAN-DONE TO TRUE
                       ELSE
                           IF ED-STOP-DATE = 0
                               OR ED-STOP-DATE >= DF-START-DATE
                               MOVE "OVERLAPS ROW ON FILE"
                                   TO WS-REJECT-REASON
                               SET SCAN-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REJECT-REASON NOT = SPACES
               EXIT SECTION
           END-IF
           INITIALIZE EMP-DED-RECORD
           MOVE DF-EMPLOYEE-ID TO ED-EMPLOYEE-ID
           MOVE DF-DED-CODE TO ED-DED-CODE
           MOVE DF-START-DATE TO ED-START-DATE
           MOVE DF-STOP-DATE TO ED-STOP-DATE
           MOVE DF-AMOUNT TO ED-AMOUNT
           MOVE DF-PERCENT TO ED-PERCENT
           MOVE 0 TO ED-YTD-YEAR
           MOVE 0 TO ED-YTD-AMOUNT
           MOVE WS-CURRENT-DATE TO ED-LAST-CHANGED
           WRITE EMP-DED-RECORD
               INVALID KEY
                   MOVE "ROW ALREADY ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
           END-WRITE.

      *===============================================================
      * 2200-CHANGE-ROW: New amount, percent, and stop date on the
      * row with the transaction's start date.
      *===============================================================
       2200-CHANGE-ROW SECTION.
       2200-CHANGE-PARA.
           MOVE DF-EMPLOYEE-ID TO ED-EMPLOYEE-ID
           MOVE DF-DED-CODE TO ED-DED-CODE
           MOVE DF-START-DATE TO ED-START-DATE
           READ EMP-DED-FILE
               INVALID KEY
                   MOVE "NO ROW WITH THAT START" TO WS-REJECT-REASON
                   EXIT SECTION
           END-READ
           MOVE DF-STOP-DATE TO ED-STOP-DATE
           MOVE DF-AMOUNT TO ED-AMOUNT
           MOVE DF-PERCENT TO ED-PERCENT
           MOVE WS-CURRENT-DATE TO ED-LAST-CHANGED
           REWRITE EMP-DED-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGED-COUNT
           END-REWRITE.

      *===============================================================
      * 2300-STOP-ROW: The stop date onto the row with the
      * transaction's start date; amounts stay as they were.
      *===============================================================
       2300-STOP-ROW SECTION.
       2300-STOP-PARA.
           MOVE DF-EMPLOYEE-ID TO ED-EMPLOYEE-ID
           MOVE DF-DED-CODE TO ED-DED-CODE
           MOVE DF-START-DATE TO ED-START-DATE
           READ EMP-DED-FILE
               INVALID KEY
                   MOVE "NO ROW WITH THAT START" TO WS-REJECT-REASON
                   EXIT SECTION
           END-READ
           MOVE DF-STOP-DATE TO ED-STOP-DATE
           MOVE WS-CURRENT-DATE TO ED-LAST-CHANGED
           REWRITE EMP-DED-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-STOPPED-COUNT
           END-REWRITE.

      *===============================================================
      * 3000-LIST-TRANSACTION: One report line per transaction read
      * -- what HR sent and whether it took.
      *===============================================================
       3000-LIST-TRANSACTION SECTION.
       3000-LIST-PARA.
           MOVE DF-ACTION TO WS-DL-ACTION
           MOVE DF-EMPLOYEE-ID TO WS-DL-EMP
           MOVE EM-LAST-NAME TO WS-DL-NAME
           MOVE DF-DED-CODE TO WS-DL-CODE
           IF DF-START-DATE NUMERIC
               MOVE DF-START-DATE TO WS-DL-START
           ELSE
               MOVE 0 TO WS-DL-START
           END-IF
           IF DF-STOP-DATE NUMERIC
               MOVE DF-STOP-DATE TO WS-DL-STOP
           ELSE
               MOVE 0 TO WS-DL-STOP
           END-IF
           IF DF-AMOUNT NUMERIC
               AND DF-PERCENT NUMERIC
               MOVE DF-AMOUNT TO WS-DL-AMOUNT
               MOVE DF-PERCENT TO WS-DL-PERCENT
           ELSE
               MOVE 0 TO WS-DL-AMOUNT
               MOVE 0 TO WS-DL-PERCENT
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE "APPLIED" TO WS-DL-RESULT
           ELSE
               MOVE WS-REJECT-REASON TO WS-DL-RESULT
               DISPLAY "DEDUCTION REJECTED FOR EMP " DF-EMPLOYEE-ID
                   " " DF-DED-CODE ": " WS-REJECT-REASON
           END-IF
           WRITE DED-RPT-RECORD FROM WS-DED-LINE.
