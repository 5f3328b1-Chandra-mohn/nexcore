       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAMAINT.
      *---------------------------------------------------------------
      * Leave-of-absence intake and leave report.
      * Each LOAFEED.DAT transaction HR keys either starts a leave
      * ('L': leave type, start date, expected return) or returns
      * the employee to work ('R': the return date). A start marks
      * the master on leave -- EM-STATUS 'L' -- which suspends pay
      * without terminating: the pay run refuses the employee's
      * cards, TCEDIT stops expecting one, and no leave accrues.
      * The leave itself lives on LOAMAST.DAT, one row per
      * employee: type, dates, and the benefit arrears -- the
      * health deductions the pay run charges to the row for every
      * period the employee misses. A return makes the master
      * active again and spreads the arrears over the recovery
      * periods (the feed's, else the row's, else 3), which the
      * pay run then collects with the health deduction until the
      * balance is gone. Only an active employee may start a leave
      * and only one on leave may return; every transaction lists
      * on LOAMAINT.RPT with what happened to it, followed by
      * everyone still on leave or still repaying and what each
      * owes. Any reject ends the step with condition code 4.
      * Every master change is journaled through PAYJRNL, and
      * LOAMAST.DAT is created empty the first time it is needed.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOA-FEED-FILE ASSIGN TO "LOAFEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOA-FEED-STATUS.
           SELECT LOA-FILE ASSIGN TO "LOAMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMPLOYEE-ID
               FILE STATUS IS WS-LOA-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT LOA-RPT-FILE ASSIGN TO "LOAMAINT.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOA-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOA-FEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
      * Action 'L' starts a leave as of the date, 'R' returns the
      * employee as of it. Leave type and expected return are used
      * on a start only; the recovery periods, when nonzero, on
      * either.
       01  LOA-FEED-RECORD.
           05  LF-EMPLOYEE-ID         PIC 9(6).
           05  LF-ACTION              PIC X(1).
               88  LF-START-LEAVE     VALUE "L".
               88  LF-RETURN          VALUE "R".
           05  LF-LEAVE-TYPE          PIC X(1).
           05  LF-EFFECTIVE-DATE      PIC 9(8).
           05  LF-EXPECTED-RETURN     PIC 9(8).
           05  LF-RECOVERY-PERIODS    PIC 9(2).
           05  FILLER                 PIC X(14).
       FD  LOA-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
      * Same layout REALISTIC-BATCH-TEST declares for LOAMAST.DAT.
      * Leave type 'F' FMLA, 'M' military, 'D' disability, 'P'
      * personal. Status 'L' on leave, 'R' returned and repaying
      * arrears, 'C' closed. The pay run adds each missed period's
      * health deductions to the balance (once per pay date, kept
      * in LV-LAST-ACCRUED) and takes LV-RECOVERY-AMT a period back
      * off it after the return.
       01  LOA-RECORD.
           05  LV-EMPLOYEE-ID         PIC 9(6).
           05  LV-LEAVE-TYPE          PIC X(1).
               88  LV-TYPE-VALID      VALUES "F" "M" "D" "P".
           05  LV-STATUS              PIC X(1).
               88  LV-ON-LEAVE        VALUE "L".
               88  LV-RECOVERING      VALUE "R".
               88  LV-CLOSED          VALUE "C".
           05  LV-START-DATE          PIC 9(8).
           05  LV-EXPECTED-RETURN     PIC 9(8).
           05  LV-RETURN-DATE         PIC 9(8).
           05  LV-PERIODS-MISSED      PIC 9(3).
           05  LV-LAST-ACCRUED        PIC 9(8).
           05  LV-ARREARS-TOTAL       PIC 9(6)V99.
           05  LV-RECOVERED           PIC 9(6)V99.
           05  LV-ARREARS-BAL         PIC 9(6)V99.
           05  LV-RECOVERY-PERIODS    PIC 9(2).
           05  LV-RECOVERY-AMT        PIC 9(5)V99.
           05  LV-LAST-CHANGED        PIC 9(8).
           05  FILLER                 PIC X(16).
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
      * Same 400-byte layout the pay run declares for EMPMAST.DAT.
      * Only the fields this intake reads or sets are named.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID         PIC 9(6).
           05  EM-EMPLOYEE-NAME.
               10  EM-LAST-NAME       PIC X(20).
               10  EM-FIRST-NAME      PIC X(15).
           05  EM-DEPARTMENT          PIC X(4).
           05  FILLER                 PIC X(121).
           05  EM-STATUS              PIC X(1).
               88  EM-TERMINATED      VALUE "T".
               88  EM-ON-LEAVE        VALUE "L".
           05  FILLER                 PIC X(233).
       FD  LOA-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  LOA-RPT-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-LOA-FEED-STATUS         PIC XX.
           88  LOA-FEED-OK            VALUE "00".
           88  LOA-FEED-EOF           VALUE "10".
       01  WS-LOA-STATUS              PIC XX.
           88  LOA-OK                 VALUE "00".
           88  LOA-NOT-FOUND          VALUE "35".
       01  WS-EMPMAST-STATUS          PIC XX.
           88  EMPMAST-OK             VALUE "00".
       01  WS-LOA-RPT-STATUS          PIC XX.
           88  LOA-RPT-OK             VALUE "00".
       01  WS-EOF-FLAG                PIC 9 VALUE 0.
           88  END-OF-FEED            VALUE 1.
       01  WS-SCAN-FLAG               PIC 9 VALUE 0.
           88  SCAN-DONE              VALUE 1.
       01  WS-ROW-FLAG                PIC 9 VALUE 0.
           88  ROW-ON-FILE            VALUE 1.
       01  WS-FEED-COUNT              PIC 9(5) VALUE 0.
       01  WS-STARTED-COUNT           PIC 9(5) VALUE 0.
       01  WS-RETURNED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01  WS-ON-LEAVE-COUNT          PIC 9(5) VALUE 0.
       01  WS-REPAYING-COUNT          PIC 9(5) VALUE 0.
       01  WS-ARREARS-OWED            PIC 9(8)V99 VALUE 0.
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
       01  WS-RESULT                  PIC X(30) VALUE SPACES.
       01  WS-DEFAULT-PERIODS         PIC 9(2) VALUE 3.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  FILLER                 PIC X(13).

      * EMPMAST change-journal request for the shared PAYJRNL writer
      * -- the same layout PAYJRNL declares
       01  WS-JOURNAL-REQUEST.
           05  PJ-PROGRAM-ID          PIC X(20).
           05  PJ-ACTION              PIC X(1).
               88  PJ-ADD             VALUE "A".
               88  PJ-REWRITE         VALUE "R".
           05  PJ-EMPLOYEE-ID         PIC 9(6).
           05  PJ-REASON              PIC X(20).
           05  PJ-CHANGE-DATE         PIC 9(8).
           05  PJ-CHANGE-TIME         PIC 9(6).
           05  PJ-BEFORE-IMAGE        PIC X(400).
           05  PJ-AFTER-IMAGE         PIC X(400).
           05  FILLER                 PIC X(9).

       01  WS-HDR-LINE.
           05  FILLER                 PIC X(40)
               VALUE "LEAVE OF ABSENCE INTAKE -- ".
           05  WS-HDR-DATE            PIC 9(8).
           05  FILLER                 PIC X(84) VALUE SPACES.
       01  WS-COL-LINE.
           05  FILLER                 PIC X(2) VALUE "AC".
           05  FILLER                 PIC X(7) VALUE "EMP".
           05  FILLER                 PIC X(21) VALUE "NAME".
           05  FILLER                 PIC X(2) VALUE "TY".
           05  FILLER                 PIC X(9) VALUE "DATE".
           05  FILLER                 PIC X(9) VALUE "EXP RTN".
           05  FILLER                 PIC X(3) VALUE "RP".
           05  FILLER                 PIC X(79) VALUE "RESULT".
       01  WS-TRAN-LINE.
           05  WS-TL-ACTION           PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-TL-EMP              PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-TL-NAME             PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-TL-TYPE             PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-TL-DATE             PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-TL-EXPECTED         PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-TL-PERIODS          PIC Z9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-TL-RESULT           PIC X(30).
           05  FILLER                 PIC X(49) VALUE SPACES.
       01  WS-LEAVE-HDR-LINE.
           05  FILLER                 PIC X(132)
               VALUE "ON LEAVE OR REPAYING ARREARS".
       01  WS-LEAVE-COL-LINE.
           05  FILLER                 PIC X(7) VALUE "EMP".
           05  FILLER                 PIC X(21) VALUE "NAME".
           05  FILLER                 PIC X(3) VALUE "TY".
           05  FILLER                 PIC X(2) VALUE "ST".
           05  FILLER                 PIC X(9) VALUE "START".
           05  FILLER                 PIC X(9) VALUE "EXP RTN".
           05  FILLER                 PIC X(9) VALUE "RETURNED".
           05  FILLER                 PIC X(6) VALUE "MISSED".
           05  FILLER                 PIC X(12) VALUE "     ARREARS".
           05  FILLER                 PIC X(12) VALUE "   RECOVERED".
           05  FILLER                 PIC X(12) VALUE "     BALANCE".
           05  FILLER                 PIC X(11) VALUE " PER PERIOD".
           05  FILLER                 PIC X(19) VALUE " NOTE".
       01  WS-LEAVE-LINE.
           05  WS-LL-EMP              PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LL-NAME             PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LL-TYPE             PIC X(1).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-LL-STATUS           PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LL-START            PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LL-EXPECTED         PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LL-RETURNED         PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LL-MISSED           PIC ZZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LL-TOTAL            PIC ZZZZZZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LL-RECOVERED        PIC ZZZZZZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LL-BALANCE          PIC ZZZZZZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LL-PER-PERIOD       PIC ZZZZZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LL-NOTE             PIC X(18).
       01  WS-LEAVE-TOT-LINE.
           05  FILLER                 PIC X(10) VALUE "ON LEAVE: ".
           05  WS-LT-ON-LEAVE         PIC ZZZZ9.
           05  FILLER                 PIC X(12) VALUE "  REPAYING: ".
           05  WS-LT-REPAYING         PIC ZZZZ9.
           05  FILLER                 PIC X(20)
               VALUE "  ARREARS OWED: ".
           05  WS-LT-OWED             PIC Z(7)9.99.
           05  FILLER                 PIC X(69) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAIN: Apply every transaction on the feed, then list
      * everyone on leave or repaying
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN INPUT LOA-FEED-FILE
           IF NOT LOA-FEED-OK
               DISPLAY "ERROR: OPEN LOAFEED FAILED: "
                   WS-LOA-FEED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O EMPMAST-FILE
           IF NOT EMPMAST-OK
               DISPLAY "ERROR: OPEN EMPMAST-FILE FAILED: "
                   WS-EMPMAST-STATUS
               CLOSE LOA-FEED-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LOA-FILE
           IF LOA-NOT-FOUND
               OPEN OUTPUT LOA-FILE
               CLOSE LOA-FILE
               OPEN I-O LOA-FILE
           END-IF
           IF NOT LOA-OK
               DISPLAY "ERROR: OPEN LOAMAST FAILED: "
                   WS-LOA-STATUS
               CLOSE LOA-FEED-FILE
               CLOSE EMPMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LOA-RPT-FILE
           IF NOT LOA-RPT-OK
               DISPLAY "ERROR: OPEN LOAMAINT.RPT FAILED: "
                   WS-LOA-RPT-STATUS
               CLOSE LOA-FEED-FILE
               CLOSE EMPMAST-FILE
               CLOSE LOA-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           WRITE LOA-RPT-RECORD FROM WS-HDR-LINE
           WRITE LOA-RPT-RECORD FROM WS-COL-LINE
           PERFORM 1000-APPLY-FEED
               UNTIL END-OF-FEED
           PERFORM 4000-LIST-ON-LEAVE
           CLOSE LOA-FEED-FILE
           CLOSE EMPMAST-FILE
           CLOSE LOA-FILE
           CLOSE LOA-RPT-FILE
           DISPLAY "TRANSACTIONS READ:  " WS-FEED-COUNT
           DISPLAY "LEAVES STARTED:     " WS-STARTED-COUNT
           DISPLAY "RETURNED TO WORK:   " WS-RETURNED-COUNT
           DISPLAY "REJECTED:           " WS-REJECT-COUNT
           DISPLAY "ON LEAVE:           " WS-ON-LEAVE-COUNT
           DISPLAY "REPAYING ARREARS:   " WS-REPAYING-COUNT
           DISPLAY "ARREARS OWED:       " WS-ARREARS-OWED
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-APPLY-FEED SECTION.
       1000-FEED-PARA.
           READ LOA-FEED-FILE
               AT END
                   SET END-OF-FEED TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-COUNT
                   MOVE SPACES TO WS-REJECT-REASON
                   MOVE SPACES TO WS-RESULT
                   MOVE SPACES TO EM-EMPLOYEE-NAME
                   PERFORM 2000-EDIT-TRANSACTION
                   IF WS-REJECT-REASON = SPACES
                       IF LF-START-LEAVE
                           PERFORM 2100-START-LEAVE
                       ELSE
                           PERFORM 2200-RETURN-TO-WORK
                       END-IF
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE WS-REJECT-REASON TO WS-RESULT
                   END-IF
                   PERFORM 3000-LIST-TRANSACTION
           END-READ.

      *===============================================================
      * 2000-EDIT-TRANSACTION: The action, the date, the employee on
      * the master in the status the action needs, and the leave
      * type on a start. A reason left in WS-REJECT-REASON rejects
      * the transaction.
      *===============================================================
       2000-EDIT-TRANSACTION SECTION.
       2000-EDIT-PARA.
           IF NOT LF-START-LEAVE
               AND NOT LF-RETURN
               MOVE "ACTION NOT L OR R" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF
           IF LF-EFFECTIVE-DATE NOT NUMERIC
               OR LF-EFFECTIVE-DATE = 0
               MOVE "DATE MISSING" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF
           IF LF-RECOVERY-PERIODS NOT NUMERIC
               MOVE 0 TO LF-RECOVERY-PERIODS
           END-IF
           MOVE LF-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE SPACES TO EM-EMPLOYEE-NAME
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
                   EXIT SECTION
           END-READ
           IF EM-TERMINATED
               MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-ROW-FLAG
           MOVE LF-EMPLOYEE-ID TO LV-EMPLOYEE-ID
           READ LOA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ROW-ON-FILE TO TRUE
           END-READ
           IF LF-START-LEAVE
               IF EM-ON-LEAVE
                   MOVE "ALREADY ON LEAVE" TO WS-REJECT-REASON
                   EXIT SECTION
               END-IF
               MOVE LF-LEAVE-TYPE TO LV-LEAVE-TYPE
               IF NOT LV-TYPE-VALID
                   MOVE "LEAVE TYPE NOT F M D OR P"
                       TO WS-REJECT-REASON
                   EXIT SECTION
               END-IF
               IF LF-EXPECTED-RETURN NOT NUMERIC
                   MOVE 0 TO LF-EXPECTED-RETURN
               END-IF
               IF LF-EXPECTED-RETURN NOT = 0
                   AND LF-EXPECTED-RETURN < LF-EFFECTIVE-DATE
                   MOVE "EXPECTED RETURN BEFORE START"
                       TO WS-REJECT-REASON
                   EXIT SECTION
               END-IF
           ELSE
               IF NOT EM-ON-LEAVE
                   MOVE "NOT ON LEAVE" TO WS-REJECT-REASON
                   EXIT SECTION
               END-IF
               IF ROW-ON-FILE
                   AND LF-EFFECTIVE-DATE < LV-START-DATE
                   MOVE "RETURN BEFORE LEAVE START"
                       TO WS-REJECT-REASON
                   EXIT SECTION
               END-IF
           END-IF.

      *===============================================================
      * 2100-START-LEAVE: The leave row first -- a new one, or the
      * employee's old row reopened with any arrears still owed
      * from an earlier leave carried forward -- then the master
      * marked on leave.
      *===============================================================
       2100-START-LEAVE SECTION.
       2100-START-PARA.
           IF ROW-ON-FILE
               IF LV-CLOSED
                   MOVE 0 TO LV-ARREARS-TOTAL
                   MOVE 0 TO LV-RECOVERED
                   MOVE 0 TO LV-ARREARS-BAL
                   MOVE 0 TO LV-PERIODS-MISSED
                   MOVE 0 TO LV-RECOVERY-AMT
               END-IF
           ELSE
               MOVE SPACES TO LOA-RECORD
               INITIALIZE LOA-RECORD
               MOVE LF-EMPLOYEE-ID TO LV-EMPLOYEE-ID
               MOVE WS-DEFAULT-PERIODS TO LV-RECOVERY-PERIODS
           END-IF
           MOVE LF-LEAVE-TYPE TO LV-LEAVE-TYPE
           SET LV-ON-LEAVE TO TRUE
           MOVE LF-EFFECTIVE-DATE TO LV-START-DATE
           MOVE LF-EXPECTED-RETURN TO LV-EXPECTED-RETURN
           MOVE 0 TO LV-RETURN-DATE
           MOVE 0 TO LV-LAST-ACCRUED
           IF LF-RECOVERY-PERIODS > 0
               MOVE LF-RECOVERY-PERIODS TO LV-RECOVERY-PERIODS
           END-IF
           MOVE WS-CURRENT-DATE TO LV-LAST-CHANGED
           IF ROW-ON-FILE
               REWRITE LOA-RECORD
                   INVALID KEY
                       MOVE "LOAMAST REWRITE FAILED"
                           TO WS-REJECT-REASON
                       EXIT SECTION
               END-REWRITE
           ELSE
               WRITE LOA-RECORD
                   INVALID KEY
                       MOVE "LOAMAST WRITE FAILED"
                           TO WS-REJECT-REASON
                       EXIT SECTION
               END-WRITE
           END-IF
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-BEFORE-IMAGE
           MOVE "L" TO EM-STATUS
           SET PJ-REWRITE TO TRUE
           MOVE "LEAVE OF ABSENCE" TO PJ-REASON
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-AFTER-IMAGE
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   MOVE "EMPMAST REWRITE FAILED" TO WS-REJECT-REASON
                   EXIT SECTION
           END-REWRITE
           PERFORM 9000-JOURNAL-CHANGE
           ADD 1 TO WS-STARTED-COUNT
           IF LV-ARREARS-BAL > 0
               MOVE "ON LEAVE, PRIOR ARREARS KEPT" TO WS-RESULT
           ELSE
               MOVE "ON LEAVE" TO WS-RESULT
           END-IF.

      *===============================================================
      * 2200-RETURN-TO-WORK: The master active again; the row takes
      * the return date and, with arrears owed, the per-period
      * recovery the pay run will collect -- otherwise it closes.
      *===============================================================
       2200-RETURN-TO-WORK SECTION.
       2200-RETURN-PARA.
           IF ROW-ON-FILE
               MOVE LF-EFFECTIVE-DATE TO LV-RETURN-DATE
               IF LF-RECOVERY-PERIODS > 0
                   MOVE LF-RECOVERY-PERIODS TO LV-RECOVERY-PERIODS
               END-IF
               IF LV-RECOVERY-PERIODS = 0
                   MOVE WS-DEFAULT-PERIODS TO LV-RECOVERY-PERIODS
               END-IF
               IF LV-ARREARS-BAL > 0
                   SET LV-RECOVERING TO TRUE
                   COMPUTE LV-RECOVERY-AMT ROUNDED =
                       LV-ARREARS-BAL / LV-RECOVERY-PERIODS
                       ON SIZE ERROR
                           MOVE 99999.99 TO LV-RECOVERY-AMT
                   END-COMPUTE
               ELSE
                   SET LV-CLOSED TO TRUE
                   MOVE 0 TO LV-RECOVERY-AMT
               END-IF
               MOVE WS-CURRENT-DATE TO LV-LAST-CHANGED
               REWRITE LOA-RECORD
                   INVALID KEY
                       MOVE "LOAMAST REWRITE FAILED"
                           TO WS-REJECT-REASON
                       EXIT SECTION
               END-REWRITE
           END-IF
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-BEFORE-IMAGE
           MOVE "A" TO EM-STATUS
           SET PJ-REWRITE TO TRUE
           MOVE "RETURN FROM LEAVE" TO PJ-REASON
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-AFTER-IMAGE
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   MOVE "EMPMAST REWRITE FAILED" TO WS-REJECT-REASON
                   EXIT SECTION
           END-REWRITE
           PERFORM 9000-JOURNAL-CHANGE
           ADD 1 TO WS-RETURNED-COUNT
           EVALUATE TRUE
               WHEN NOT ROW-ON-FILE
                   MOVE "RETURNED, NO LEAVE ROW" TO WS-RESULT
               WHEN LV-RECOVERING
                   MOVE "RETURNED, ARREARS TO RECOVER" TO WS-RESULT
               WHEN OTHER
                   MOVE "RETURNED, NO ARREARS" TO WS-RESULT
           END-EVALUATE.

       3000-LIST-TRANSACTION SECTION.
       3000-LIST-PARA.
           MOVE SPACES TO WS-TRAN-LINE
           MOVE LF-ACTION TO WS-TL-ACTION
           MOVE LF-EMPLOYEE-ID TO WS-TL-EMP
           MOVE EM-LAST-NAME TO WS-TL-NAME
           MOVE LF-LEAVE-TYPE TO WS-TL-TYPE
           MOVE LF-EFFECTIVE-DATE TO WS-TL-DATE
           MOVE LF-EXPECTED-RETURN TO WS-TL-EXPECTED
           MOVE LF-RECOVERY-PERIODS TO WS-TL-PERIODS
           MOVE WS-RESULT TO WS-TL-RESULT
           WRITE LOA-RPT-RECORD FROM WS-TRAN-LINE.

      *===============================================================
      * 4000-LIST-ON-LEAVE: Every leave row still open -- on leave,
      * or returned and repaying -- with its arrears, and the total
      * still owed. A leave past its expected return, or held by
      * an employee since terminated, is called out.
      *===============================================================
       4000-LIST-ON-LEAVE SECTION.
       4000-LIST-PARA.
           MOVE SPACES TO LOA-RPT-RECORD
           WRITE LOA-RPT-RECORD
           WRITE LOA-RPT-RECORD FROM WS-LEAVE-HDR-LINE
           WRITE LOA-RPT-RECORD FROM WS-LEAVE-COL-LINE
           MOVE LOW-VALUES TO LV-EMPLOYEE-ID
           START LOA-FILE KEY IS NOT LESS THAN LV-EMPLOYEE-ID
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ LOA-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF LV-ON-LEAVE OR LV-RECOVERING
                           PERFORM 4100-LIST-LEAVE-ROW
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-ON-LEAVE-COUNT TO WS-LT-ON-LEAVE
           MOVE WS-REPAYING-COUNT TO WS-LT-REPAYING
           MOVE WS-ARREARS-OWED TO WS-LT-OWED
           MOVE SPACES TO LOA-RPT-RECORD
           WRITE LOA-RPT-RECORD
           WRITE LOA-RPT-RECORD FROM WS-LEAVE-TOT-LINE.

       4100-LIST-LEAVE-ROW SECTION.
       4100-ROW-PARA.
           MOVE SPACES TO WS-LEAVE-LINE
           MOVE LV-EMPLOYEE-ID TO WS-LL-EMP
           MOVE LV-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WS-LL-NOTE
               NOT INVALID KEY
                   MOVE EM-LAST-NAME TO WS-LL-NAME
                   IF EM-TERMINATED
                       MOVE "TERMINATED" TO WS-LL-NOTE
                   END-IF
           END-READ
           IF LV-ON-LEAVE
               ADD 1 TO WS-ON-LEAVE-COUNT
               IF LV-EXPECTED-RETURN NOT = 0
                   AND LV-EXPECTED-RETURN < WS-CURRENT-DATE
                   AND WS-LL-NOTE = SPACES
                   MOVE "PAST EXPECTED RETURN" TO WS-LL-NOTE
               END-IF
           ELSE
               ADD 1 TO WS-REPAYING-COUNT
           END-IF
           ADD LV-ARREARS-BAL TO WS-ARREARS-OWED
           MOVE LV-LEAVE-TYPE TO WS-LL-TYPE
           MOVE LV-STATUS TO WS-LL-STATUS
           MOVE LV-START-DATE TO WS-LL-START
           MOVE LV-EXPECTED-RETURN TO WS-LL-EXPECTED
           MOVE LV-RETURN-DATE TO WS-LL-RETURNED
           MOVE LV-PERIODS-MISSED TO WS-LL-MISSED
           MOVE LV-ARREARS-TOTAL TO WS-LL-TOTAL
           MOVE LV-RECOVERED TO WS-LL-RECOVERED
           MOVE LV-ARREARS-BAL TO WS-LL-BALANCE
           MOVE LV-RECOVERY-AMT TO WS-LL-PER-PERIOD
           WRITE LOA-RPT-RECORD FROM WS-LEAVE-LINE.

      *===============================================================
      * 9000-JOURNAL-CHANGE: The before and after images of the
      * master record just written to the shared change journal
      *===============================================================
       9000-JOURNAL-CHANGE SECTION.
       9000-JOURNAL-PARA.
           MOVE "LOAMAINT" TO PJ-PROGRAM-ID
           MOVE EM-EMPLOYEE-ID TO PJ-EMPLOYEE-ID
           CALL "PAYJRNL" USING WS-JOURNAL-REQUEST.
