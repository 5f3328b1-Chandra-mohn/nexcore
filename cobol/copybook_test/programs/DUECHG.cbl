      *---------------------------------------------------------------
      * DUECHG.cbl -- Cardholder-requested payment due-date change
      * Reads the service center's due-date change requests
      * (DUECHGRQ) and moves each account's statement cycle so the
      * payment falls due near the day the cardholder asked for.
      * The preferred due day maps back to ACCT-CYCLE-DAY the way
      * BILLING sets due dates -- the due date is the statement
      * date plus the grace period -- so the cycle day is the due
      * day less the grace period, wrapped back a cycle and kept
      * within 01-28.
      *
      * A request is refused when the account is not on file, is
      * closed or charged off, is delinquent (an open, escalated,
      * or stayed COLLQ entry), already moved its due date within
      * the last twelve months, or already cycles on that day.
      *
      * The transition cycle is neither skipped nor doubled: the
      * next statement is the first new cycle day at least 15 days
      * after the last statement and after today. ACCT-NEXT-STMT-
      * DATE becomes that date and ACCT-PAYMENT-DUE-DATE the grace
      * period after it -- never earlier than the due date already
      * printed. BILLING holds an account that moved until its new
      * statement date comes round. Every change is journaled
      * through CHGJRNL; each applied change writes a confirmation
      * (DUECONF) for the CH-CONTACT-PREF channel, and DUERPT lists
      * every request with its outcome.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUECHG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE
               ASSIGN TO 'DUECHGRQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT QUEUE-FILE
               ASSIGN TO 'COLLQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLQ-STATUS.

           SELECT CONFIRM-FILE
               ASSIGN TO 'DUECONF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNF-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'DUERPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           COPY DUE-DATE-REQUEST.

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           COPY COLLECTION-QUEUE.

       FD  CONFIRM-FILE.
       01  CONFIRM-RECORD.
           COPY DUE-DATE-CONFIRM.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-REQ-STATUS           PIC XX.
           88  WS-REQ-SUCCESS      VALUE '00'.
           88  WS-REQ-EOF          VALUE '10'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
       01  WS-CLQ-STATUS           PIC XX.
           88  WS-CLQ-SUCCESS      VALUE '00'.
           88  WS-CLQ-EOF          VALUE '10'.
       01  WS-CNF-STATUS           PIC XX.
           88  WS-CNF-SUCCESS      VALUE '00'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).

      *    BILLING's cycle length and grace period: the due date is
      *    the statement date plus the grace period.
       01  WS-BILLING-CYCLE-DAYS   PIC 9(03) VALUE 30.
       01  WS-GRACE-DAYS           PIC 9(03) VALUE 15.
      *    Shortest transition cycle -- days from the last statement
      *    to the first statement on the new cycle day.
       01  WS-MIN-TRANSITION-DAYS  PIC 9(03) VALUE 15.

       01  WS-NEW-CYCLE-DAY        PIC S9(03) VALUE 0.
       01  WS-OLD-CYCLE-DAY        PIC 9(02) VALUE ZEROS.
       01  WS-OLD-DUE-DATE         PIC 9(08) VALUE ZEROS.
       01  WS-EARLIEST-DATE-N      PIC S9(09) VALUE 0.
       01  WS-LAST-STMT-DATE-N     PIC S9(09) VALUE 0.
       01  WS-DUE-DATE-N           PIC S9(09) VALUE 0.
       01  WS-YEAR-AGO-DATE        PIC 9(08) VALUE ZEROS.
       01  WS-EARLIEST-DATE.
           05  WS-ERL-YEAR         PIC 9(04).
           05  WS-ERL-MONTH        PIC 9(02).
           05  WS-ERL-DAY          PIC 9(02).
       01  WS-TRANSITION-DATE.
           05  WS-TRN-YEAR         PIC 9(04).
           05  WS-TRN-MONTH        PIC 9(02).
           05  WS-TRN-DAY          PIC 9(02).
       01  WS-TRANSITION-DATE-N REDEFINES WS-TRANSITION-DATE
                                   PIC 9(08).
       01  WS-NEW-DUE-DATE         PIC 9(08) VALUE ZEROS.

      *    Refusal reason for the request being worked; spaces when
      *    it is applied.
       01  WS-REFUSAL              PIC X(20) VALUE SPACES.

      *    Delinquent accounts on COLLQ, loaded once and searched
      *    per request. A cured or charged-off entry is history.
       01  WS-QUEUE-MAX            PIC 9(05) VALUE 5000.
       01  WS-QUEUE-USED           PIC 9(05) VALUE ZEROS.
       01  WS-QUEUE-DROPPED        PIC 9(05) VALUE ZEROS.
       01  WS-QUEUE-IDX            PIC 9(05) VALUE ZEROS.
       01  WS-QUEUE-FOUND          PIC X VALUE 'N'.
           88  QUEUE-WAS-FOUND     VALUE 'Y'.
       01  WS-QUEUE-TABLE.
           05  WS-CLQ-ACCT-NUMBER  PIC X(16) OCCURS 5000 TIMES.

       01  WS-REQUEST-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-APPLIED-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-REFUSED-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-CONFIRM-COUNT        PIC 9(05) VALUE ZEROS.

       01  WS-HDR-LINE.
           05  FILLER              PIC X(40)
               VALUE 'ACCOUNT           DD  OLD NEW NEXT STM  '.
           05  FILLER              PIC X(40)
               VALUE 'NEW DUE   RESULT                        '.
       01  WS-DTL-LINE.
           05  WS-DL-ACCT          PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-PREF-DAY      PIC Z9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-OLD-CYCLE     PIC Z9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-NEW-CYCLE     PIC Z9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-NEXT-STMT     PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-NEW-DUE       PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-RESULT        PIC X(20).
           05  FILLER              PIC X(10) VALUE SPACES.

      *    Parameter area for the shared CHGJRNL change-journal
      *    writer -- before image captured at READ time, after image
      *    at REWRITE time.
       01  WS-JOURNAL-REQUEST.
           COPY CHANGE-JOURNAL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0100-LOAD-QUEUE.
           OPEN INPUT REQUEST-FILE.
           IF NOT WS-REQ-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-REQ-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE REQUEST-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CONFIRM-FILE.
           IF NOT WS-CNF-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-CNF-STATUS
               CLOSE REQUEST-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               CLOSE REQUEST-FILE
               CLOSE CARD-MASTER-FILE
               CLOSE CONFIRM-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           WRITE REPORT-RECORD FROM WS-HDR-LINE.
           PERFORM 1000-PROCESS-REQUESTS
               UNTIL WS-REQ-EOF.
           CLOSE REQUEST-FILE.
           CLOSE CARD-MASTER-FILE.
           CLOSE CONFIRM-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'REQUESTS:      ' WS-REQUEST-COUNT.
           DISPLAY 'APPLIED:       ' WS-APPLIED-COUNT.
           DISPLAY 'REFUSED:       ' WS-REFUSED-COUNT.
           DISPLAY 'CONFIRMATIONS: ' WS-CONFIRM-COUNT.
           IF WS-QUEUE-DROPPED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *===============================================================
      * 0100-LOAD-QUEUE: The accounts COLLQ still carries as
      * delinquent -- open, escalated, or stayed.
      *===============================================================
       0100-LOAD-QUEUE.
           OPEN INPUT QUEUE-FILE
           IF WS-CLQ-SUCCESS
               PERFORM 0150-READ-QUEUE-ENTRY
                   UNTIL WS-CLQ-EOF
               CLOSE QUEUE-FILE
           END-IF
           DISPLAY 'DELINQUENT ACCOUNTS ON COLLQ: ' WS-QUEUE-USED.

       0150-READ-QUEUE-ENTRY.
           READ QUEUE-FILE
               AT END SET WS-CLQ-EOF TO TRUE
               NOT AT END
                   IF NOT CQ-CURED
                       AND NOT CQ-CHARGED-OFF
                       IF WS-QUEUE-USED >= WS-QUEUE-MAX
                           ADD 1 TO WS-QUEUE-DROPPED
                           DISPLAY 'QUEUE TABLE FULL, DROPPING: '
                               CQ-ACCT-NUMBER
                       ELSE
                           ADD 1 TO WS-QUEUE-USED
                           MOVE CQ-ACCT-NUMBER
                               TO WS-CLQ-ACCT-NUMBER(WS-QUEUE-USED)
                       END-IF
                   END-IF
           END-READ.

       1000-PROCESS-REQUESTS.
           READ REQUEST-FILE
               AT END SET WS-REQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
                   PERFORM 2000-APPLY-REQUEST
           END-READ.

      *===============================================================
      * 2000-APPLY-REQUEST: Screen the request, then move the cycle
      * day and the dates that hang off it.
      *===============================================================
       2000-APPLY-REQUEST.
           MOVE SPACES TO WS-REFUSAL
           MOVE 0 TO WS-OLD-CYCLE-DAY
           MOVE 0 TO WS-NEW-CYCLE-DAY
           MOVE 0 TO WS-TRANSITION-DATE-N
           MOVE 0 TO WS-NEW-DUE-DATE
           MOVE DDR-ACCT-NUMBER TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE' TO WS-REFUSAL
           END-READ
           IF WS-REFUSAL = SPACES
               MOVE ACCT-CYCLE-DAY TO WS-OLD-CYCLE-DAY
               PERFORM 2100-SCREEN-REQUEST
           END-IF
           IF WS-REFUSAL = SPACES
               PERFORM 2200-MAP-CYCLE-DAY
           END-IF
           IF WS-REFUSAL = SPACES
               PERFORM 2300-SET-TRANSITION
               PERFORM 2400-APPLY-CHANGE
           END-IF
           IF WS-REFUSAL = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 3000-WRITE-CONFIRMATION
               MOVE 'APPLIED' TO WS-DL-RESULT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE WS-REFUSAL TO WS-DL-RESULT
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

       2100-SCREEN-REQUEST.
           IF DDR-PREFERRED-DAY NOT NUMERIC
               OR DDR-PREFERRED-DAY < 1
               OR DDR-PREFERRED-DAY > 31
               MOVE 'INVALID DUE DAY' TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF ACCT-CLOSED OR ACCT-CHARGED-OFF
               MOVE 'ACCOUNT CLOSED' TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM 2150-FIND-QUEUE-ENTRY
           IF QUEUE-WAS-FOUND
               MOVE 'DELINQUENT' TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
      *    One move in any twelve months: the last change must be
      *    on or before this date a year ago.
           COMPUTE WS-YEAR-AGO-DATE = WS-CURRENT-DATE - 10000
           IF ACCT-DUE-CHG-DATE > WS-YEAR-AGO-DATE
               MOVE 'CHANGED IN 12 MONTHS' TO WS-REFUSAL
           END-IF.

       2150-FIND-QUEUE-ENTRY.
           MOVE 'N' TO WS-QUEUE-FOUND
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-USED
               OR QUEUE-WAS-FOUND
               IF ACCT-NUMBER = WS-CLQ-ACCT-NUMBER(WS-QUEUE-IDX)
                   SET QUEUE-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *===============================================================
      * 2200-MAP-CYCLE-DAY: Due day less the grace period is the
      * statement day; before the 1st it wraps back a cycle, and
      * past the 28th it holds at the 28th so every month has it.
      *===============================================================
       2200-MAP-CYCLE-DAY.
           COMPUTE WS-NEW-CYCLE-DAY =
               DDR-PREFERRED-DAY - WS-GRACE-DAYS
           IF WS-NEW-CYCLE-DAY < 1
               ADD WS-BILLING-CYCLE-DAYS TO WS-NEW-CYCLE-DAY
           END-IF
           IF WS-NEW-CYCLE-DAY > 28
               MOVE 28 TO WS-NEW-CYCLE-DAY
           END-IF
           IF WS-NEW-CYCLE-DAY = ACCT-CYCLE-DAY
               MOVE 'ALREADY ON THAT DAY' TO WS-REFUSAL
           END-IF.

      *===============================================================
      * 2300-SET-TRANSITION: The first statement on the new cycle
      * day -- after today, and no sooner than the shortest
      * transition cycle after the last statement (the scheduled
      * next statement less one cycle). An account never billed
      * simply takes the next new cycle day.
      *===============================================================
       2300-SET-TRANSITION.
           COMPUTE WS-EARLIEST-DATE-N =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) + 1
           IF ACCT-NEXT-STMT-DATE > 0
               COMPUTE WS-LAST-STMT-DATE-N =
                   FUNCTION INTEGER-OF-DATE(ACCT-NEXT-STMT-DATE)
                   - WS-BILLING-CYCLE-DAYS
                   + WS-MIN-TRANSITION-DAYS
               IF WS-LAST-STMT-DATE-N > WS-EARLIEST-DATE-N
                   MOVE WS-LAST-STMT-DATE-N TO WS-EARLIEST-DATE-N
               END-IF
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-EARLIEST-DATE-N)
               TO WS-EARLIEST-DATE
           MOVE WS-ERL-YEAR TO WS-TRN-YEAR
           MOVE WS-ERL-MONTH TO WS-TRN-MONTH
           MOVE WS-NEW-CYCLE-DAY TO WS-TRN-DAY
           IF WS-NEW-CYCLE-DAY < WS-ERL-DAY
               IF WS-TRN-MONTH = 12
                   MOVE 1 TO WS-TRN-MONTH
                   ADD 1 TO WS-TRN-YEAR
               ELSE
                   ADD 1 TO WS-TRN-MONTH
               END-IF
           END-IF
      *    The due date the last statement printed stands; the new
      *    schedule can only push it out, never pull it in.
           COMPUTE WS-DUE-DATE-N =
               FUNCTION INTEGER-OF-DATE(WS-TRANSITION-DATE-N)
               + WS-GRACE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-N)
               TO WS-NEW-DUE-DATE
           IF ACCT-PAYMENT-DUE-DATE > WS-NEW-DUE-DATE
               MOVE ACCT-PAYMENT-DUE-DATE TO WS-NEW-DUE-DATE
           END-IF.

       2400-APPLY-CHANGE.
           MOVE 'R' TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-BEFORE-IMAGE
           MOVE ACCT-PAYMENT-DUE-DATE TO WS-OLD-DUE-DATE
           MOVE WS-NEW-CYCLE-DAY TO ACCT-CYCLE-DAY
           MOVE WS-TRANSITION-DATE-N TO ACCT-NEXT-STMT-DATE
           MOVE WS-NEW-DUE-DATE TO ACCT-PAYMENT-DUE-DATE
           MOVE WS-CURRENT-DATE TO ACCT-DUE-CHG-DATE
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT: ' ACCT-NUMBER
                   MOVE 'REWRITE FAILED' TO WS-REFUSAL
               NOT INVALID KEY
                   PERFORM 2900-JOURNAL-CHANGE
           END-REWRITE.

      *===============================================================
      * 2900-JOURNAL-CHANGE: Append the before/after image pair for
      * the update just applied to the shared change journal.
      *===============================================================
       2900-JOURNAL-CHANGE.
           MOVE 'DUECHG  ' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
      * 3000-WRITE-CONFIRMATION: Email when the cardholder asked for
      * it and an address is on file, the phone number for a phone
      * preference, the mailing address otherwise.
      *===============================================================
       3000-WRITE-CONFIRMATION.
           MOVE SPACES TO CONFIRM-RECORD
           MOVE ACCT-NUMBER TO DDC-ACCT-NUMBER
           MOVE WS-OLD-CYCLE-DAY TO DDC-OLD-CYCLE-DAY
           MOVE ACCT-CYCLE-DAY TO DDC-NEW-CYCLE-DAY
           MOVE WS-OLD-DUE-DATE TO DDC-OLD-DUE-DATE
           MOVE ACCT-NEXT-STMT-DATE TO DDC-NEXT-STMT-DATE
           MOVE ACCT-PAYMENT-DUE-DATE TO DDC-NEW-DUE-DATE
           MOVE CH-CONTACT-PREF TO DDC-CHANNEL
           STRING CH-FIRST-NAME DELIMITED SPACES
                  ' ' DELIMITED SIZE
                  CH-LAST-NAME DELIMITED SPACES
               INTO DDC-NAME
           END-STRING
           EVALUATE TRUE
               WHEN CH-CONTACT-EMAIL AND CH-EMAIL NOT = SPACES
                   MOVE CH-EMAIL TO DDC-EMAIL
               WHEN CH-CONTACT-PHONE AND CH-PHONE NOT = SPACES
                   MOVE CH-PHONE TO DDC-PHONE
               WHEN BA-HAS-MAIL-ADDR
                   MOVE BA-MAIL-STREET TO DDC-STREET
                   MOVE BA-MAIL-CITY   TO DDC-CITY
                   MOVE BA-MAIL-STATE  TO DDC-STATE
                   MOVE BA-MAIL-ZIP    TO DDC-ZIP
               WHEN OTHER
                   MOVE BA-STREET TO DDC-STREET
                   MOVE BA-CITY   TO DDC-CITY
                   MOVE BA-STATE  TO DDC-STATE
                   MOVE BA-ZIP    TO DDC-ZIP
           END-EVALUATE
           WRITE CONFIRM-RECORD
           ADD 1 TO WS-CONFIRM-COUNT.

       8000-WRITE-REPORT-LINE.
           MOVE DDR-ACCT-NUMBER TO WS-DL-ACCT
           MOVE DDR-PREFERRED-DAY TO WS-DL-PREF-DAY
           MOVE WS-OLD-CYCLE-DAY TO WS-DL-OLD-CYCLE
           IF WS-REFUSAL = SPACES
               MOVE WS-NEW-CYCLE-DAY TO WS-DL-NEW-CYCLE
               MOVE WS-TRANSITION-DATE-N TO WS-DL-NEXT-STMT
               MOVE WS-NEW-DUE-DATE TO WS-DL-NEW-DUE
           ELSE
               MOVE 0 TO WS-DL-NEW-CYCLE
               MOVE 0 TO WS-DL-NEXT-STMT
               MOVE 0 TO WS-DL-NEW-DUE
           END-IF
           WRITE REPORT-RECORD FROM WS-DTL-LINE.

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
