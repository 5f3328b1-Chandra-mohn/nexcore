       IDENTIFICATION DIVISION.
       PROGRAM-ID. WCMAINT.
      *---------------------------------------------------------------
      * Workers' compensation class assignment.
      * Each WCFEED.DAT line HR keys (employee, class code) sets the
      * workers' comp class on EMPMAST.DAT that the pay run rates the
      * employee's own-department pay under, in place of the class
      * DEPTREF.DAT carries for the department -- the office clerk
      * in a warehouse department, the driver in sales. Class NONE
      * clears the assignment back to the department's class. A
      * class not on the WCRATE.DAT rate table is rejected, as is an
      * employee not on the master or a terminated one. Every line
      * lists on the WCMAINT.RPT report with what happened to it;
      * any reject ends the step with condition code 4. Every change
      * applied is journaled through PAYJRNL.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WC-FEED-FILE ASSIGN TO "WCFEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WC-FEED-STATUS.
           SELECT WC-RATE-FILE ASSIGN TO "WCRATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WC-RATE-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT WC-RPT-FILE ASSIGN TO "WCMAINT.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WC-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WC-FEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  WC-FEED-RECORD.
           05  WF-EMPLOYEE-ID         PIC 9(6).
           05  WF-WC-CLASS            PIC X(4).
               88  WF-CLEAR-CLASS     VALUE "NONE".
           05  FILLER                 PIC X(30).
      * Only the class code is named -- the rate table is the pay
      * run's; this intake only checks a class is on it.
       FD  WC-RATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  WC-RATE-RECORD.
           05  WR-CLASS-CODE          PIC X(4).
           05  FILLER                 PIC X(56).
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
      * Only the fields this intake needs are named.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID         PIC 9(6).
           05  EM-EMPLOYEE-NAME.
               10  EM-LAST-NAME       PIC X(20).
               10  EM-FIRST-NAME      PIC X(15).
           05  EM-DEPARTMENT          PIC X(4).
           05  FILLER                 PIC X(121).
           05  EM-STATUS              PIC X(1).
               88  EM-TERMINATED      VALUE "T".
           05  FILLER                 PIC X(229).
           05  EM-WC-CLASS            PIC X(4).
       FD  WC-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  WC-RPT-RECORD              PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-WC-FEED-STATUS          PIC XX.
           88  WC-FEED-OK             VALUE "00".
           88  WC-FEED-EOF            VALUE "10".
       01  WS-WC-RATE-STATUS          PIC XX.
           88  WC-RATE-OK             VALUE "00".
           88  WC-RATE-EOF            VALUE "10".
       01  WS-EMPMAST-STATUS          PIC XX.
           88  EMPMAST-OK             VALUE "00".
       01  WS-WC-RPT-STATUS           PIC XX.
           88  WC-RPT-OK              VALUE "00".
       01  WS-EOF-FLAG                PIC 9 VALUE 0.
           88  END-OF-FEED            VALUE 1.
       01  WS-FEED-COUNT              PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
       01  WS-OLD-CLASS               PIC X(4) VALUE SPACES.

      * Class codes on the rate table -- a code keyed for several
      * states is listed once per row, which does no harm here
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 100 TIMES.
               10  WS-CLASS-CODE      PIC X(4).
       01  WS-CLASS-COUNT             PIC 9(3) VALUE 0.
       01  WS-CLASS-SUB               PIC 9(3) VALUE 0.
       01  WS-CLASS-FOUND             PIC 9 VALUE 0.
           88  CLASS-WAS-FOUND        VALUE 1.

       01  WS-HDR-LINE.
           05  FILLER                 PIC X(40)
               VALUE "WORKERS' COMP CLASS INTAKE -- CHANGES".
           05  FILLER                 PIC X(60) VALUE SPACES.
       01  WS-COL-LINE.
           05  FILLER                 PIC X(7) VALUE "EMP".
           05  FILLER                 PIC X(21) VALUE "NAME".
           05  FILLER                 PIC X(5) VALUE "DEPT".
           05  FILLER                 PIC X(6) VALUE "WAS".
           05  FILLER                 PIC X(6) VALUE "NOW".
           05  FILLER                 PIC X(55) VALUE "RESULT".
       01  WS-WC-LINE.
           05  WS-WCL-EMP             PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-WCL-NAME            PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-WCL-DEPT            PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-WCL-OLD-CLASS       PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-WCL-NEW-CLASS       PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-WCL-RESULT          PIC X(30).
           05  FILLER                 PIC X(25) VALUE SPACES.

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
      * 0000-MAIN: Apply every class change on the feed
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           PERFORM 0500-LOAD-CLASSES
           OPEN INPUT WC-FEED-FILE
           IF NOT WC-FEED-OK
               DISPLAY "ERROR: OPEN WCFEED FAILED: "
                   WS-WC-FEED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O EMPMAST-FILE
           IF NOT EMPMAST-OK
               DISPLAY "ERROR: OPEN EMPMAST-FILE FAILED: "
                   WS-EMPMAST-STATUS
               CLOSE WC-FEED-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WC-RPT-FILE
           IF NOT WC-RPT-OK
               DISPLAY "ERROR: OPEN WCMAINT.RPT FAILED: "
                   WS-WC-RPT-STATUS
               CLOSE WC-FEED-FILE
               CLOSE EMPMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE WC-RPT-RECORD FROM WS-HDR-LINE
           WRITE WC-RPT-RECORD FROM WS-COL-LINE
           PERFORM 1000-APPLY-FEED
               UNTIL END-OF-FEED
           CLOSE WC-FEED-FILE
           CLOSE EMPMAST-FILE
           CLOSE WC-RPT-FILE
           DISPLAY "CLASS CHANGES READ: " WS-FEED-COUNT
           DISPLAY "APPLIED TO MASTER:  " WS-APPLIED-COUNT
           DISPLAY "REJECTED:           " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *===============================================================
      * 0500-LOAD-CLASSES: The class codes on WCRATE.DAT. With no
      * rate table on file every class is rejected -- a class the
      * pay run could not price is no use on the master.
      *===============================================================
       0500-LOAD-CLASSES SECTION.
       0500-LOAD-PARA.
           OPEN INPUT WC-RATE-FILE
           IF NOT WC-RATE-OK
               DISPLAY "WARNING: WCRATE.DAT NOT AVAILABLE: "
                   WS-WC-RATE-STATUS
               EXIT SECTION
           END-IF
           PERFORM UNTIL WC-RATE-EOF
               READ WC-RATE-FILE
                   AT END
                       SET WC-RATE-EOF TO TRUE
                   NOT AT END
                       IF WS-CLASS-COUNT < 100
                           ADD 1 TO WS-CLASS-COUNT
                           MOVE WR-CLASS-CODE
                               TO WS-CLASS-CODE(WS-CLASS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WC-RATE-FILE.

       1000-APPLY-FEED SECTION.
       1000-FEED-PARA.
           READ WC-FEED-FILE
               AT END
                   SET END-OF-FEED TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-COUNT
                   MOVE SPACES TO WS-REJECT-REASON
                   MOVE SPACES TO WS-OLD-CLASS
                   MOVE SPACES TO EM-EMPLOYEE-NAME
                   MOVE SPACES TO EM-DEPARTMENT
                   PERFORM 2000-APPLY-CLASS
                   PERFORM 3000-LIST-CHANGE
           END-READ.

      *===============================================================
      * 2000-APPLY-CLASS: Edit the line, then set the class on the
      * master -- spaces for NONE, so the department's class rules.
      *===============================================================
       2000-APPLY-CLASS SECTION.
       2000-APPLY-PARA.
           IF WF-WC-CLASS = SPACES
               MOVE "NO CLASS CODE" TO WS-REJECT-REASON
           ELSE
               IF NOT WF-CLEAR-CLASS
                   MOVE 0 TO WS-CLASS-FOUND
                   PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                       UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
                       OR CLASS-WAS-FOUND
                       IF WS-CLASS-CODE(WS-CLASS-SUB) = WF-WC-CLASS
                           SET CLASS-WAS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT CLASS-WAS-FOUND
                       MOVE "CLASS NOT ON RATE TABLE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
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
                   MOVE SPACES TO EM-DEPARTMENT
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT SECTION
           END-READ
           MOVE EM-WC-CLASS TO WS-OLD-CLASS
           IF EM-TERMINATED
               MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-REASON
               ADD 1 TO WS-REJECT-COUNT
               EXIT SECTION
           END-IF
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-BEFORE-IMAGE
           IF WF-CLEAR-CLASS
               MOVE SPACES TO EM-WC-CLASS
           ELSE
               MOVE WF-WC-CLASS TO EM-WC-CLASS
           END-IF
           SET PJ-REWRITE TO TRUE
           MOVE "WORKERS COMP CLASS" TO PJ-REASON
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
      * 3000-LIST-CHANGE: One report line per feed line -- the class
      * before and after, and whether the change took.
      *===============================================================
       3000-LIST-CHANGE SECTION.
       3000-LIST-PARA.
           MOVE WF-EMPLOYEE-ID TO WS-WCL-EMP
           MOVE EM-LAST-NAME TO WS-WCL-NAME
           MOVE EM-DEPARTMENT TO WS-WCL-DEPT
           MOVE WS-OLD-CLASS TO WS-WCL-OLD-CLASS
           MOVE WF-WC-CLASS TO WS-WCL-NEW-CLASS
           IF WS-REJECT-REASON = SPACES
               IF WF-CLEAR-CLASS
                   MOVE "APPLIED -- DEPARTMENT CLASS" TO WS-WCL-RESULT
               ELSE
                   MOVE "APPLIED" TO WS-WCL-RESULT
               END-IF
           ELSE
               MOVE WS-REJECT-REASON TO WS-WCL-RESULT
               DISPLAY "CLASS CHANGE REJECTED FOR EMP " WF-EMPLOYEE-ID
                   ": " WS-REJECT-REASON
           END-IF
           WRITE WC-RPT-RECORD FROM WS-WC-LINE.

      *===============================================================
      * 9000-JOURNAL-CHANGE: The before and after images of the
      * master record just written to the shared change journal
      *===============================================================
       9000-JOURNAL-CHANGE SECTION.
       9000-JOURNAL-PARA.
           MOVE "WCMAINT" TO PJ-PROGRAM-ID
           MOVE EM-EMPLOYEE-ID TO PJ-EMPLOYEE-ID
           CALL "PAYJRNL" USING WS-JOURNAL-REQUEST.
