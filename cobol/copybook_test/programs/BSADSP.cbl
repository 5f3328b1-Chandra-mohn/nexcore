      *---------------------------------------------------------------
      * BSADSP.cbl -- Structuring case disposition
      * Works the STRUCTQ case queue BSACASH writes, the way
      * FRAUDDSP works FRAUDQ: matches each case against the BSA
      * officer's decision file (BSADECSN) by customer and detected
      * date, and writes a disposition audit record (BSAAUDIT) for
      * every worked case -- appended, so BSAAUDIT is the running
      * case history, SAR filed or not, that examiners review.
      * Cases with no decision on file yet are carried forward to
      * STRUCTCF so the case has a lifecycle instead of aging out;
      * operations rotates STRUCTCF over STRUCTQ. Nothing is done
      * to the account: a structuring case is never disclosed to
      * the customer, so there is no freeze or notice from here.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BSADSP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE
               ASSIGN TO 'STRUCTQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.

           SELECT DECISION-FILE
               ASSIGN TO 'BSADECSN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

           SELECT DISP-AUDIT-FILE
               ASSIGN TO 'BSAAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SDA-STATUS.

           SELECT CARRY-FORWARD-FILE
               ASSIGN TO 'STRUCTCF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CFW-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY STRUCT-ALERT.

       FD  DECISION-FILE.
       01  DECISION-RECORD.
           COPY STRUCT-DECISION.

       FD  DISP-AUDIT-FILE.
       01  DISP-AUDIT-RECORD.
           COPY STRUCT-DISP-AUDIT.

       FD  CARRY-FORWARD-FILE.
       01  CARRY-FORWARD-RECORD.
           COPY STRUCT-ALERT
               REPLACING LEADING ==SAL== BY ==CFW==.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-SAL-STATUS           PIC XX.
           88  WS-SAL-SUCCESS      VALUE '00'.
           88  WS-SAL-EOF          VALUE '10'.
       01  WS-DEC-STATUS           PIC XX.
           88  WS-DEC-SUCCESS      VALUE '00'.
           88  WS-DEC-EOF          VALUE '10'.
       01  WS-SDA-STATUS           PIC XX.
           88  WS-SDA-SUCCESS      VALUE '00'.
           88  WS-SDA-NOT-FOUND    VALUE '35'.
       01  WS-CFW-STATUS           PIC XX.
           88  WS-CFW-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-QUEUE-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-WORKED-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-SAR-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-NO-SAR-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-CARRIED-COUNT        PIC 9(07) VALUE ZEROS.

       01  WS-DECISION-MAX         PIC 9(03) VALUE 500.
       01  WS-DECISION-USED        PIC 9(03) VALUE ZEROS.
       01  WS-DECISION-DROPPED     PIC 9(05) VALUE ZEROS.
       01  WS-DECISION-IDX         PIC 9(03) VALUE ZEROS.
       01  WS-DECISION-SUB         PIC 9(03) VALUE ZEROS.
       01  WS-DECISION-FOUND       PIC X VALUE 'N'.
           88  DECISION-WAS-FOUND  VALUE 'Y'.
       01  WS-DECISION-TABLE.
           05  WS-DECISION-ENTRY OCCURS 500 TIMES.
               10  WS-DEC-CUSTOMER-KEY  PIC X(16).
               10  WS-DEC-DETECTED-DATE PIC 9(08).
               10  WS-DEC-DECISION-CODE PIC X(02).
               10  WS-DEC-ANALYST-ID    PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0100-LOAD-DECISIONS.
           OPEN INPUT ALERT-FILE.
           IF NOT WS-SAL-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-SAL-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND DISP-AUDIT-FILE.
           IF WS-SDA-NOT-FOUND
               OPEN OUTPUT DISP-AUDIT-FILE
           END-IF.
           IF NOT WS-SDA-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-SDA-STATUS
               CLOSE ALERT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CARRY-FORWARD-FILE.
           IF NOT WS-CFW-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-CFW-STATUS
               CLOSE ALERT-FILE
               CLOSE DISP-AUDIT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-QUEUE
               UNTIL WS-SAL-EOF.
           CLOSE ALERT-FILE.
           CLOSE DISP-AUDIT-FILE.
           CLOSE CARRY-FORWARD-FILE.
           DISPLAY 'QUEUE ITEMS:     ' WS-QUEUE-COUNT.
           DISPLAY 'WORKED:          ' WS-WORKED-COUNT.
           DISPLAY 'SAR FILED:       ' WS-SAR-COUNT.
           DISPLAY 'NO SAR:          ' WS-NO-SAR-COUNT.
           DISPLAY 'CARRIED FORWARD: ' WS-CARRIED-COUNT.
           IF WS-DECISION-DROPPED > 0
               DISPLAY 'DECISIONS DROPPED AT TABLE CAP: '
                   WS-DECISION-DROPPED ' -- CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *===============================================================
      * 0100-LOAD-DECISIONS: Load the officer decision file into the
      * in-storage table so each case can be matched by customer +
      * detected date without re-reading BSADECSN.
      *===============================================================
       0100-LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-DEC-SUCCESS
               PERFORM 0150-READ-DECISION
                   UNTIL WS-DEC-EOF
               CLOSE DECISION-FILE
           END-IF
           DISPLAY 'DECISIONS LOADED: ' WS-DECISION-USED.

      *===============================================================
      * 0150-READ-DECISION: A decision past the table cap would
      * leave its case carried forward as if undecided, so overflow
      * is counted, named, and fails the run.
      *===============================================================
       0150-READ-DECISION.
           READ DECISION-FILE
               AT END SET WS-DEC-EOF TO TRUE
               NOT AT END
                   IF WS-DECISION-USED >= WS-DECISION-MAX
                       ADD 1 TO WS-DECISION-DROPPED
                       DISPLAY 'DECISION TABLE FULL, DROPPING: '
                           SDC-CUSTOMER-KEY
                   ELSE
                       ADD 1 TO WS-DECISION-USED
                       MOVE SDC-CUSTOMER-KEY
                           TO WS-DEC-CUSTOMER-KEY(WS-DECISION-USED)
                       MOVE SDC-DETECTED-DATE
                           TO WS-DEC-DETECTED-DATE(WS-DECISION-USED)
                       MOVE SDC-DECISION-CODE
                           TO WS-DEC-DECISION-CODE(WS-DECISION-USED)
                       MOVE SDC-ANALYST-ID
                           TO WS-DEC-ANALYST-ID(WS-DECISION-USED)
                   END-IF
           END-READ.

       1000-PROCESS-QUEUE.
           READ ALERT-FILE
               AT END SET WS-SAL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-QUEUE-COUNT
                   PERFORM 2000-MATCH-DECISION
                   IF DECISION-WAS-FOUND
                       PERFORM 3000-APPLY-DECISION
                   ELSE
                       PERFORM 4000-CARRY-FORWARD
                   END-IF
           END-READ.

       2000-MATCH-DECISION.
           MOVE 'N' TO WS-DECISION-FOUND
           PERFORM VARYING WS-DECISION-IDX FROM 1 BY 1
               UNTIL WS-DECISION-IDX > WS-DECISION-USED
               OR DECISION-WAS-FOUND
               IF SAL-CUSTOMER-KEY =
                   WS-DEC-CUSTOMER-KEY(WS-DECISION-IDX)
                   AND SAL-DETECTED-DATE =
                       WS-DEC-DETECTED-DATE(WS-DECISION-IDX)
                   SET DECISION-WAS-FOUND TO TRUE
                   MOVE WS-DECISION-IDX TO WS-DECISION-SUB
               END-IF
           END-PERFORM.

      *===============================================================
      * 3000-APPLY-DECISION: Write the disposition audit record.
      *===============================================================
       3000-APPLY-DECISION.
           ADD 1 TO WS-WORKED-COUNT
           MOVE SAL-CUSTOMER-KEY  TO SDA-CUSTOMER-KEY
           MOVE SAL-SSN           TO SDA-SSN
           MOVE SAL-PATTERN       TO SDA-PATTERN
           MOVE SAL-DIRECTION     TO SDA-DIRECTION
           MOVE SAL-WINDOW-CASH   TO SDA-WINDOW-CASH
           MOVE WS-DEC-DECISION-CODE(WS-DECISION-SUB)
               TO SDA-DECISION-CODE
           MOVE WS-DEC-ANALYST-ID(WS-DECISION-SUB)
               TO SDA-ANALYST-ID
           MOVE SAL-DETECTED-DATE TO SDA-QUEUED-DATE
           MOVE WS-CURRENT-DATE   TO SDA-WORKED-DATE
           IF SDA-SAR-FILED
               ADD 1 TO WS-SAR-COUNT
           ELSE
               ADD 1 TO WS-NO-SAR-COUNT
           END-IF
           WRITE DISP-AUDIT-RECORD.

      *===============================================================
      * 4000-CARRY-FORWARD: No officer decision on file yet -- keep
      * the case alive on the carry-forward queue for the next run.
      *===============================================================
       4000-CARRY-FORWARD.
           ADD 1 TO WS-CARRIED-COUNT
           MOVE ALERT-RECORD TO CARRY-FORWARD-RECORD
           WRITE CARRY-FORWARD-RECORD.

      *===============================================================
      * 0040-SET-BUSINESS-DATE: The run date is the JOB-CALENDAR
      * business date, not the wall clock; without a calendar on
      * file the system date applies.
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
