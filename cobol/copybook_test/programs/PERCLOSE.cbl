      *---------------------------------------------------------------
      * PERCLOSE.cbl -- Accounting period close
      * Run on the month-end night, once the month's reports are
      * out, to close the business month: PERIODCT is rewritten
      * with the month closed, the last day of it as the closed-
      * through date and the first of the next month as the first
      * open date. From then on TRANLOAD, FRZREPLY, AGENCY and
      * PAYXFER post nothing dated into a closed month -- the item
      * moves to the first open date, or is held for accounting
      * when its type is on the record's hold list.
      *
      * The business date and day type come from JOBCAL; the close
      * only runs on a month-end day (condition code 8 otherwise).
      * Running it again for the month already closed changes
      * nothing. A record already closed past this month is left
      * alone (condition code 4); a month found skipped since the
      * last close is warned about (condition code 4) but still
      * closed, since every month before it is closed too.
      *
      * The first close seeds the hold list with the late-fee and
      * payment-reversal types; after that the list on the record
      * is carried forward as accounting left it.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE
               ASSIGN TO 'PERIODCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCT-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           COPY PERIOD-CONTROL.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date and day type from the JOB-CALENDAR record
      *    (JOBCAL). Without a calendar there is no month-end to
      *    close on.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-PCT-STATUS           PIC XX.
           88  WS-PCT-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-DAY-TYPE             PIC X(01) VALUE SPACE.
           88  WS-MONTH-END-DAY    VALUE 'M'.

      *    The record as last written; zeros before the first close.
       01  WS-PERIOD-CONTROL.
           COPY PERIOD-CONTROL
               REPLACING LEADING ==PCT== BY ==PER==.

      *    The month being closed and the first day after it.
       01  WS-CLOSE-PERIOD         PIC 9(06).
       01  WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.
           05  WS-CLOSE-YEAR       PIC 9(04).
           05  WS-CLOSE-MONTH      PIC 9(02).
       01  WS-OPEN-DATE            PIC 9(08).
       01  WS-OPEN-DATE-R REDEFINES WS-OPEN-DATE.
           05  WS-OPEN-YEAR        PIC 9(04).
           05  WS-OPEN-MONTH       PIC 9(02).
           05  WS-OPEN-DAY         PIC 9(02).
       01  WS-THROUGH-DATE         PIC 9(08).
       01  WS-EXPECTED-PERIOD      PIC 9(06).

      *    Hold list for the first close: late fees ('FE') and
      *    payment reversals ('PR') wait for accounting rather than
      *    land quietly in the next month.
       01  WS-DEFAULT-HOLD-COUNT   PIC 9(02) VALUE 2.
       01  WS-DEFAULT-HOLD-VALUES.
           05  FILLER              PIC X(02) VALUE 'FE'.
           05  FILLER              PIC X(02) VALUE 'PR'.
       01  WS-DEFAULT-HOLD-TABLE REDEFINES WS-DEFAULT-HOLD-VALUES.
           05  WS-DEFAULT-HOLD-TYPE PIC X(02) OCCURS 2 TIMES.
       01  WS-HOLD-IDX             PIC 9(02).
       01  WS-CLOSE-RC             PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           IF NOT WS-MONTH-END-DAY
               DISPLAY 'NOT A MONTH-END BUSINESS DATE: '
                   WS-CURRENT-DATE ' -- PERIOD NOT CLOSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CURRENT-DATE(1:6) TO WS-CLOSE-PERIOD.
           PERFORM 0100-SET-PERIOD-DATES.
           PERFORM 0200-READ-PERIOD-CONTROL.

           IF PER-CLOSED-PERIOD = WS-CLOSE-PERIOD
               DISPLAY 'PERIOD ALREADY CLOSED: ' WS-CLOSE-PERIOD
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PER-CLOSED-PERIOD > WS-CLOSE-PERIOD
               DISPLAY 'PERIODCT CLOSED THROUGH ' PER-CLOSED-PERIOD
                   ', PAST ' WS-CLOSE-PERIOD ' -- NOT CHANGED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           IF PER-CLOSED-PERIOD = 0
               PERFORM 0300-SEED-HOLD-TYPES
           ELSE
               MOVE PER-FIRST-OPEN-DATE(1:6) TO WS-EXPECTED-PERIOD
               IF WS-EXPECTED-PERIOD NOT = WS-CLOSE-PERIOD
                   DISPLAY 'PERIOD ' WS-EXPECTED-PERIOD
                       ' WAS NEVER CLOSED -- CLOSING THROUGH '
                       WS-CLOSE-PERIOD
                   MOVE 4 TO WS-CLOSE-RC
               END-IF
           END-IF.

           MOVE WS-CLOSE-PERIOD TO PER-CLOSED-PERIOD.
           MOVE WS-THROUGH-DATE TO PER-CLOSED-THROUGH.
           MOVE WS-OPEN-DATE    TO PER-FIRST-OPEN-DATE.
           MOVE WS-CURRENT-DATE TO PER-CLOSE-RUN-DATE.
           OPEN OUTPUT PERIOD-FILE.
           IF NOT WS-PCT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-PCT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           WRITE PERIOD-RECORD FROM WS-PERIOD-CONTROL.
           CLOSE PERIOD-FILE.
           DISPLAY 'PERIOD CLOSED:      ' WS-CLOSE-PERIOD.
           DISPLAY 'CLOSED THROUGH:     ' WS-THROUGH-DATE.
           DISPLAY 'FIRST OPEN DATE:    ' WS-OPEN-DATE.
           DISPLAY 'HOLD TYPES:         ' PER-HOLD-TYPE-COUNT.
           MOVE WS-CLOSE-RC TO RETURN-CODE
           GOBACK.

      *===============================================================
      * 0100-SET-PERIOD-DATES: The first of the month after the
      * closed month, and the day before it.
      *===============================================================
       0100-SET-PERIOD-DATES.
           MOVE WS-CLOSE-YEAR TO WS-OPEN-YEAR
           MOVE 1 TO WS-OPEN-DAY
           IF WS-CLOSE-MONTH = 12
               ADD 1 TO WS-OPEN-YEAR
               MOVE 1 TO WS-OPEN-MONTH
           ELSE
               COMPUTE WS-OPEN-MONTH = WS-CLOSE-MONTH + 1
           END-IF
           COMPUTE WS-THROUGH-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE) - 1).

      *===============================================================
      * 0200-READ-PERIOD-CONTROL: PERIODCT is optional -- absent
      * before the first close, when the record is all zeros.
      *===============================================================
       0200-READ-PERIOD-CONTROL.
           INITIALIZE WS-PERIOD-CONTROL
           OPEN INPUT PERIOD-FILE
           IF WS-PCT-SUCCESS
               READ PERIOD-FILE INTO WS-PERIOD-CONTROL
                   AT END
                       INITIALIZE WS-PERIOD-CONTROL
               END-READ
               CLOSE PERIOD-FILE
           END-IF.

       0300-SEED-HOLD-TYPES.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > 10
               MOVE SPACES TO PER-HOLD-TYPE(WS-HOLD-IDX)
           END-PERFORM
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-DEFAULT-HOLD-COUNT
               MOVE WS-DEFAULT-HOLD-TYPE(WS-HOLD-IDX)
                   TO PER-HOLD-TYPE(WS-HOLD-IDX)
           END-PERFORM
           MOVE WS-DEFAULT-HOLD-COUNT TO PER-HOLD-TYPE-COUNT.

      *===============================================================
      * 0040-SET-BUSINESS-DATE: The run date is the JOB-CALENDAR
      * business date, not the wall clock; without a calendar on
      * file the system date applies, and it is no month-end.
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
                       MOVE JCL-DAY-TYPE TO WS-DAY-TYPE
               END-READ
               CLOSE CALENDAR-FILE
           END-IF.
