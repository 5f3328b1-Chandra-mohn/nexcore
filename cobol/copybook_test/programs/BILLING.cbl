               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMG-STATUS.

           SELECT MARKETING-LOG-FILE
               ASSIGN TO 'MKTLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MKC-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
       01  MESSAGE-RECORD.
           COPY STMT-MESSAGE.

       FD  MARKETING-LOG-FILE.
       01  MARKETING-LOG-RECORD.
           COPY MARKETING-CONTACT.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.
       01  WS-CYCLE-TRANS-COUNT    PIC 9(03) VALUE ZEROS.
       01  WS-CYCLE-DAY            PIC 9(02) VALUE ZEROS.
       01  WS-OFFCYCLE-COUNT       PIC 9(07) VALUE ZEROS.
      *    An account whose due date DUECHG moved is held off its
      *    new cycle day until the transition statement date comes
      *    round; a normal cycle lands within a few days of the
      *    ACCT-NEXT-STMT-DATE the last statement set.
       01  WS-TRANSITION-DAYS      PIC 9(03) VALUE 5.
       01  WS-TRANSITION-COUNT     PIC 9(07) VALUE ZEROS.
      *    Statement routing by contact preference: e-statement
      *    extract for CH-CONTACT-EMAIL accounts with an email on
      *    file, the print stream for everyone else.
               10  WS-SMG-ACCT-TYPE PIC X(02).
               10  WS-SMG-STATE     PIC X(02).
               10  WS-SMG-CYCLE-DAY PIC 9(02).
               10  WS-SMG-PURPOSE   PIC X(01).
                   88  WS-SMG-SERVICE VALUE 'S'.
               10  WS-SMG-CAMPAIGN-ID PIC X(08).
       01  WS-MSG-LINE.
           05  FILLER              PIC X(04) VALUE '  # '.
           05  WS-MSG-TEXT-OUT     PIC X(78).
           05  FILLER              PIC X(104) VALUE SPACES.
       01  WS-MSG-PRINTED-COUNT    PIC 9(07) VALUE ZEROS.
      *    Marketing inserts honor the cardholder's opt-out for the
      *    channel the statement goes by -- email for an
      *    e-statement, mail for the print and combined streams --
      *    and each one that goes out is logged to MKTLOG.
       01  WS-MKC-STATUS           PIC XX.
           88  WS-MKC-SUCCESS      VALUE '00'.
           88  WS-MKC-NOT-FOUND    VALUE '35'.
       01  WS-MKT-CHANNEL          PIC X(01).
       01  WS-MKT-OPTOUT-FLAG      PIC X(01) VALUE 'N'.
           88  WS-MKT-OPTED-OUT    VALUE 'Y'.
       01  WS-MSG-OPTOUT-COUNT     PIC 9(07) VALUE ZEROS.

      *    Per-user spend subtotals (user 0 = primary cardholder,
      *    1-3 = the CH-AUTH-USER slots) so a business owner sees
           END-IF.
           PERFORM 0060-OPEN-CONTROL-FILE.
           PERFORM 0070-OPEN-STMT-HIST-FILE.
           PERFORM 0075-OPEN-MARKETING-LOG.
           PERFORM 1000-PROCESS
               UNTIL WS-EOF.
           PERFORM 9200-WRITE-CONTROL-RECORD.
           END-IF.
           CLOSE CONTROL-FILE.
           CLOSE STMT-HIST-FILE.
           CLOSE MARKETING-LOG-FILE.
           DISPLAY 'STATEMENTS: ' WS-STMT-COUNT.
           DISPLAY 'SUPPRESSED (ZERO ACTIVITY): ' WS-SUPPRESSED-COUNT.
           DISPLAY 'OFF-CYCLE (NOT BILLED TONIGHT): '
               WS-OFFCYCLE-COUNT.
           DISPLAY 'HELD FOR DUE-DATE TRANSITION: '
               WS-TRANSITION-COUNT.
           DISPLAY 'PRINT STATEMENTS: ' WS-PRINT-COUNT.
           DISPLAY 'E-STATEMENTS:     ' WS-ESTMT-COUNT.
           DISPLAY 'PLAN INSTALLMENTS BILLED: '
               WS-UNDELIV-COUNT.
           DISPLAY 'MESSAGE INSERTS PRINTED: '
               WS-MSG-PRINTED-COUNT.
           DISPLAY 'MARKETING INSERTS OPTED OUT: '
               WS-MSG-OPTOUT-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

               OPEN OUTPUT STMT-HIST-FILE
           END-IF.

      *===============================================================
      * 0075-OPEN-MARKETING-LOG: The marketing contact log
      * accumulates across runs -- append, creating the file on the
      * first run.
      *===============================================================
       0075-OPEN-MARKETING-LOG.
           OPEN EXTEND MARKETING-LOG-FILE
           IF WS-MKC-NOT-FOUND
               OPEN OUTPUT MARKETING-LOG-FILE
           END-IF
           IF NOT WS-MKC-SUCCESS
               DISPLAY 'BILLING: MKTLOG NOT OPEN, MARKETING INSERTS '
                   'HELD: ' WS-MKC-STATUS
           END-IF.

      *===============================================================
      * 9200-WRITE-CONTROL-RECORD: Append this run's totals to the
      * shared control file for cross-program balancing.
                       TO WS-SMG-STATE(WS-MSG-USED)
                   MOVE SMG-CYCLE-DAY
                       TO WS-SMG-CYCLE-DAY(WS-MSG-USED)
                   MOVE SMG-PURPOSE
                       TO WS-SMG-PURPOSE(WS-MSG-USED)
                   MOVE SMG-CAMPAIGN-ID
                       TO WS-SMG-CAMPAIGN-ID(WS-MSG-USED)
           END-READ.

      *===============================================================
      * date and aimed at this account's segment prints after the
      * transaction detail block. An open-ended window carries a
      * zero thru date; blank type/state and zero cycle day target
      * everyone. A marketing row skips a cardholder opted out of
      * marketing by the statement's channel; a service notice
      * does not.
      *===============================================================
       2115-WRITE-MESSAGES.
      *    No marketing inserts to an estate -- the statement keeps
           IF ACCT-DECEASED
               EXIT PARAGRAPH
           END-IF.
      *    Nor to a cardholder under a bankruptcy stay -- marketing
      *    is contact too.
           IF ACCT-IN-BANKRUPTCY
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-MKT-OPTOUT-FLAG
           IF WS-ROUTE-ESTMT
               MOVE 'E' TO WS-MKT-CHANNEL
               IF ACCT-NO-MKT-EMAIL
                   SET WS-MKT-OPTED-OUT TO TRUE
               END-IF
           ELSE
               MOVE 'M' TO WS-MKT-CHANNEL
               IF ACCT-NO-MKT-MAIL
                   SET WS-MKT-OPTED-OUT TO TRUE
               END-IF
           END-IF
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
               UNTIL WS-MSG-IDX > WS-MSG-USED
               IF WS-CURRENT-DATE >= WS-SMG-EFF-FROM(WS-MSG-IDX)
                   AND (WS-SMG-CYCLE-DAY(WS-MSG-IDX) = 0
                       OR WS-SMG-CYCLE-DAY(WS-MSG-IDX) =
                           ACCT-CYCLE-DAY)
                   PERFORM 2116-PRINT-MESSAGE
               END-IF
           END-PERFORM.

      *===============================================================
      * 2116-PRINT-MESSAGE: Print one live insert, unless it is
      * marketing and the cardholder said no. Marketing that
      * actually goes out -- not onto a suppressed print stream --
      * is logged as a contact; with no log to write to, no
      * marketing goes out at all.
      *===============================================================
       2116-PRINT-MESSAGE.
           IF NOT WS-SMG-SERVICE(WS-MSG-IDX)
               IF WS-MKT-OPTED-OUT
                   ADD 1 TO WS-MSG-OPTOUT-COUNT
                   EXIT PARAGRAPH
               END-IF
               IF NOT WS-MKC-SUCCESS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-SMG-TEXT(WS-MSG-IDX)
               TO WS-MSG-TEXT-OUT
           MOVE WS-MSG-LINE TO WS-ROUTE-LINE
           PERFORM 2012-WRITE-ROUTED-LINE
           ADD 1 TO WS-MSG-PRINTED-COUNT
           IF NOT WS-SMG-SERVICE(WS-MSG-IDX)
               AND NOT WS-ROUTE-SUPPRESSED
               MOVE ACCT-NUMBER TO MKC-ACCT-NUMBER
               MOVE 'BILLING' TO MKC-PROGRAM-ID
               MOVE WS-SMG-CAMPAIGN-ID(WS-MSG-IDX)
                   TO MKC-CAMPAIGN-ID
               MOVE WS-MKT-CHANNEL TO MKC-CHANNEL
               MOVE WS-CURRENT-DATE TO MKC-CONTACT-DATE
               WRITE MARKETING-LOG-RECORD
           END-IF.

      *===============================================================
      * 2055-CHECK-PLAN-INSTALLMENT: An account on a current
      * hardship plan is billed the agreed installment (never more
               NOT AT END
                   MOVE 'R' TO JRN-ACTION
                   MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                   MOVE CARD-RECORD(1:773)
                       TO JRN-BEFORE-IMAGE
                   IF WS-CYCLE-DAY = 0
                       OR ACCT-CYCLE-DAY = 0
                       OR ACCT-CYCLE-DAY = WS-CYCLE-DAY
                       IF ACCT-DUE-CHG-DATE > 0
                           AND ACCT-NEXT-STMT-DATE > 0
                           AND FUNCTION INTEGER-OF-DATE
                               (ACCT-NEXT-STMT-DATE) -
                               FUNCTION INTEGER-OF-DATE
                               (WS-CURRENT-DATE) >
                               WS-TRANSITION-DAYS
                           ADD 1 TO WS-TRANSITION-COUNT
                       ELSE
                           PERFORM 2000-BUILD-STATEMENT
                       END-IF
                   ELSE
                       ADD 1 TO WS-OFFCYCLE-COUNT
                   END-IF
               MOVE 0 TO WS-LATE-FEE-CHARGED
               EXIT PARAGRAPH
           END-IF.
      *    No late fee under a bankruptcy stay or on a discharged
      *    debt -- the court, not the fee schedule, decides what the
      *    cardholder owes from the filing forward.
           IF ACCT-IN-BANKRUPTCY
               MOVE 0 TO WS-STMT-LATE-FEE
               MOVE 0 TO WS-LATE-FEE-CHARGED
               EXIT PARAGRAPH
           END-IF.
      *    No late fee while a dispute case is open on the account --
      *    fee-cycling a cardholder over money under dispute is
      *    exactly what the dispute subsystem exists to stop.
           MOVE 'BILLING' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

      *===============================================================
