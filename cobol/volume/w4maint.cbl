       IDENTIFICATION DIVISION.
       PROGRAM-ID. W4MAINT.
      *---------------------------------------------------------------
      * Federal W-4 intake.
      * Each W4FEED.DAT form HR keys (employee, filing status,
      * dependents credit, other income, deductions, extra
      * withholding per period, exempt claim, date signed) replaces
      * the W-4 elections on EMPMAST.DAT, which the pay run's
      * annual percentage method withholds from -- so a change in
      * withholding is a new W-4, never a hand-adjusted "other"
      * deduction. A form signed before the one already on file is
      * stale and rejected, as is a bad code or amount, an employee
      * not on the master, or a terminated one. Every form lists on
      * the W4MAINT.RPT report with what happened to it; any reject
      * ends the step with condition code 4. Every form applied is
      * journaled through PAYJRNL.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT W4-FEED-FILE ASSIGN TO "W4FEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-W4-FEED-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT W4-RPT-FILE ASSIGN TO "W4MAINT.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-W4-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  W4-FEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
      * One W-4 as signed: the EM-W4-DATA fields, picture for
      * picture.
       01  W4-FEED-RECORD.
           05  WF-EMPLOYEE-ID         PIC 9(6).
           05  WF-W4-DATA.
               10  WF-FILING-STATUS   PIC X(1).
               10  WF-DEPENDENT-AMT   PIC 9(5)V99.
               10  WF-OTHER-INCOME    PIC 9(7)V99.
               10  WF-DEDUCTIONS      PIC 9(7)V99.
               10  WF-EXTRA-WHLD      PIC 9(4)V99.
               10  WF-EXEMPT          PIC X(1).
               10  WF-SIGNED-DATE     PIC 9(8).
           05  FILLER                 PIC X(13).
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
           05  FILLER                 PIC X(42).
           05  EM-W4-DATA.
               10  EM-W4-FILING-STATUS  PIC X(1).
               10  EM-W4-DEPENDENT-AMT  PIC 9(5)V99.
               10  EM-W4-OTHER-INCOME   PIC 9(7)V99.
               10  EM-W4-DEDUCTIONS     PIC 9(7)V99.
               10  EM-W4-EXTRA-WHLD     PIC 9(4)V99.
               10  EM-W4-EXEMPT         PIC X(1).
               10  EM-W4-SIGNED-DATE    PIC 9(8).
           05  FILLER                 PIC X(38).
           05  EM-EXPANSION           PIC X(112).
       FD  W4-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  W4-RPT-RECORD              PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-W4-FEED-STATUS          PIC XX.
           88  W4-FEED-OK             VALUE "00".
           88  W4-FEED-EOF            VALUE "10".
       01  WS-EMPMAST-STATUS          PIC XX.
           88  EMPMAST-OK             VALUE "00".
       01  WS-W4-RPT-STATUS           PIC XX.
           88  W4-RPT-OK              VALUE "00".
       01  WS-EOF-FLAG                PIC 9 VALUE 0.
           88  END-OF-FEED            VALUE 1.
       01  WS-FEED-COUNT              PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
       01  WS-HDR-LINE.
           05  FILLER                 PIC X(30)
               VALUE "W-4 INTAKE -- FORMS RECEIVED".
           05  FILLER                 PIC X(70) VALUE SPACES.
       01  WS-COL-LINE.
           05  FILLER                 PIC X(7) VALUE "EMP".
           05  FILLER                 PIC X(21) VALUE "NAME".
           05  FILLER                 PIC X(3) VALUE "FS".
           05  FILLER                 PIC X(10) VALUE "  DEPENDNT".
           05  FILLER                 PIC X(11) VALUE "  OTHER INC".
           05  FILLER                 PIC X(11) VALUE "  DEDUCTNS".
           05  FILLER                 PIC X(8) VALUE "   EXTRA".
           05  FILLER                 PIC X(3) VALUE " EX".
           05  FILLER                 PIC X(9) VALUE " SIGNED".
           05  FILLER                 PIC X(17) VALUE " RESULT".
       01  WS-W4-LINE.
           05  WS-W4L-EMP             PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-W4L-NAME            PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-W4L-STATUS          PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-W4L-DEPENDENT       PIC ZZZZZ9.99.
           05  WS-W4L-OTHER-INC       PIC ZZZZZZ9.99.
           05  WS-W4L-DEDUCTIONS      PIC ZZZZZZ9.99.
           05  WS-W4L-EXTRA           PIC ZZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-W4L-EXEMPT          PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-W4L-SIGNED          PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-W4L-RESULT          PIC X(21).

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

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAIN: Apply every W-4 on the feed
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           OPEN INPUT W4-FEED-FILE
           IF NOT W4-FEED-OK
               DISPLAY "ERROR: OPEN W4FEED FAILED: "
                   WS-W4-FEED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O EMPMAST-FILE
           IF NOT EMPMAST-OK
               DISPLAY "ERROR: OPEN EMPMAST-FILE FAILED: "
                   WS-EMPMAST-STATUS
               CLOSE W4-FEED-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT W4-RPT-FILE
           IF NOT W4-RPT-OK
               DISPLAY "ERROR: OPEN W4MAINT.RPT FAILED: "
                   WS-W4-RPT-STATUS
               CLOSE W4-FEED-FILE
               CLOSE EMPMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE W4-RPT-RECORD FROM WS-HDR-LINE
           WRITE W4-RPT-RECORD FROM WS-COL-LINE
           PERFORM 1000-APPLY-FEED
               UNTIL END-OF-FEED
           CLOSE W4-FEED-FILE
           CLOSE EMPMAST-FILE
           CLOSE W4-RPT-FILE
           DISPLAY "W-4 FORMS READ:     " WS-FEED-COUNT
           DISPLAY "APPLIED TO MASTER:  " WS-APPLIED-COUNT
           DISPLAY "REJECTED:           " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-APPLY-FEED SECTION.
       1000-FEED-PARA.
           READ W4-FEED-FILE
               AT END
                   SET END-OF-FEED TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-COUNT
                   MOVE SPACES TO WS-REJECT-REASON
                   MOVE SPACES TO EM-EMPLOYEE-NAME
                   PERFORM 2000-APPLY-W4
                   PERFORM 3000-LIST-FORM
           END-READ.

      *===============================================================
      * 2000-APPLY-W4: Edit the form, then replace the elections on
      * the master. A blank exempt flag is read as not exempt.
      *===============================================================
       2000-APPLY-W4 SECTION.
       2000-APPLY-PARA.
           IF WF-FILING-STATUS NOT = "S"
               AND WF-FILING-STATUS NOT = "M"
               AND WF-FILING-STATUS NOT = "H"
               MOVE "BAD FILING STATUS" TO WS-REJECT-REASON
           END-IF
           IF WF-EXEMPT NOT = "Y"
               AND WF-EXEMPT NOT = "N"
               AND WF-EXEMPT NOT = SPACE
               MOVE "BAD EXEMPT FLAG" TO WS-REJECT-REASON
           END-IF
           IF WF-DEPENDENT-AMT NOT NUMERIC
               OR WF-OTHER-INCOME NOT NUMERIC
               OR WF-DEDUCTIONS NOT NUMERIC
               OR WF-EXTRA-WHLD NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
           IF WF-SIGNED-DATE NOT NUMERIC
               OR WF-SIGNED-DATE = 0
               MOVE "NO SIGNED DATE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               EXIT SECTION
           END-IF
           MOVE WF-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
                   MOVE SPACES TO EM-EMPLOYEE-NAME
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT SECTION
           END-READ
           IF EM-TERMINATED
               MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-REASON
               ADD 1 TO WS-REJECT-COUNT
               EXIT SECTION
           END-IF
           IF EM-W4-SIGNED-DATE NUMERIC
               AND WF-SIGNED-DATE < EM-W4-SIGNED-DATE
               MOVE "OLDER THAN FILED W-4" TO WS-REJECT-REASON
               ADD 1 TO WS-REJECT-COUNT
               EXIT SECTION
           END-IF
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-BEFORE-IMAGE
           MOVE WF-W4-DATA TO EM-W4-DATA
           IF EM-W4-EXEMPT = SPACE
               MOVE "N" TO EM-W4-EXEMPT
           END-IF
           SET PJ-REWRITE TO TRUE
           MOVE "W-4 ELECTIONS" TO PJ-REASON
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-AFTER-IMAGE
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 9000-JOURNAL-CHANGE
           END-REWRITE.

      *===============================================================
      * 3000-LIST-FORM: One report line per form read -- what HR
      * sent and whether it took.
      *===============================================================
       3000-LIST-FORM SECTION.
       3000-LIST-PARA.
           MOVE WF-EMPLOYEE-ID TO WS-W4L-EMP
           MOVE EM-LAST-NAME TO WS-W4L-NAME
           MOVE WF-FILING-STATUS TO WS-W4L-STATUS
           MOVE WF-EXEMPT TO WS-W4L-EXEMPT
           IF WF-DEPENDENT-AMT NUMERIC
               AND WF-OTHER-INCOME NUMERIC
               AND WF-DEDUCTIONS NUMERIC
               AND WF-EXTRA-WHLD NUMERIC
               MOVE WF-DEPENDENT-AMT TO WS-W4L-DEPENDENT
               MOVE WF-OTHER-INCOME TO WS-W4L-OTHER-INC
               MOVE WF-DEDUCTIONS TO WS-W4L-DEDUCTIONS
               MOVE WF-EXTRA-WHLD TO WS-W4L-EXTRA
           ELSE
               MOVE 0 TO WS-W4L-DEPENDENT
               MOVE 0 TO WS-W4L-OTHER-INC
               MOVE 0 TO WS-W4L-DEDUCTIONS
               MOVE 0 TO WS-W4L-EXTRA
           END-IF
           IF WF-SIGNED-DATE NUMERIC
               MOVE WF-SIGNED-DATE TO WS-W4L-SIGNED
           ELSE
               MOVE 0 TO WS-W4L-SIGNED
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE "APPLIED" TO WS-W4L-RESULT
           ELSE
               MOVE WS-REJECT-REASON TO WS-W4L-RESULT
               DISPLAY "W-4 REJECTED FOR EMP " WF-EMPLOYEE-ID
                   ": " WS-REJECT-REASON
           END-IF
           WRITE W4-RPT-RECORD FROM WS-W4-LINE.

      *===============================================================
      * 9000-JOURNAL-CHANGE: The before and after images of the
      * master record just written to the shared change journal
      *===============================================================
       9000-JOURNAL-CHANGE SECTION.
       9000-JOURNAL-PARA.
           MOVE "W4MAINT" TO PJ-PROGRAM-ID
           MOVE EM-EMPLOYEE-ID TO PJ-EMPLOYEE-ID
           CALL "PAYJRNL" USING WS-JOURNAL-REQUEST.
