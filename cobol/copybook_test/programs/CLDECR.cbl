      *---------------------------------------------------------------
      * CLDECR.cbl -- Risk-based credit-line decrease selection
      * The other half of CLICAMP: picks the active CR accounts
      * whose unused line has become exposure we no longer want --
      * a risk score that fell sharply since RISKSCOR's last run
      * (or sits under the policy floor), returned payments piling
      * up, or a live COLLQ entry aged into the decrease bucket --
      * and cuts the line by the policy percentage. Each selection
      * becomes a CREDIT-LIMIT-REQUEST record on CLCHGREQ for
      * CLCHANGE to apply (reason 'LD', the CLA audit trail covers
      * it), so it runs as its own CLCHANGE batch, like the
      * campaign does. The new line is rounded down to the hundred
      * and is never less than the balance plus outstanding holds
      * (rounded up to the hundred); an account already at that
      * floor is left alone.
      *
      * Every decrease writes an adverse-action notice on AANOTIC
      * carrying the principal reasons -- delinquency, returned
      * payments, risk score, in that order -- and the notice date;
      * the notice is written, never phoned, so it goes by email
      * only when the cardholder asked for email and an address is
      * on file, by mail to the statement address otherwise.
      *
      * Accounts whose terms may not be changed right now are
      * excluded: SCRA protection in force, bankruptcy, an active
      * settlement, a decedent estate, and a penalty-rate notice
      * still pending its effective date. Secured cards are not
      * reviewed -- the collateral already covers the line -- and a
      * line cut within the re-review period is left alone.
      * Policy comes from CLDPARM; defaults below. CLDRPT lists the
      * decreases and the counts by outcome. Ends with condition
      * code 8 when COLLQ entries were dropped at the table cap.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLDECR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT QUEUE-FILE
               ASSIGN TO 'COLLQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CQ-STATUS.

           SELECT REQUEST-FILE
               ASSIGN TO 'CLCHGREQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO 'AANOTIC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AAN-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'CLDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'CLDPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           COPY COLLECTION-QUEUE.

       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           COPY CREDIT-LIMIT-REQUEST.

       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           COPY ADVERSE-ACTION-NOTICE.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  CLD-SCORE-DROP      PIC 9(03).
           05  CLD-SCORE-FLOOR     PIC 9(03).
           05  CLD-NSF-COUNT       PIC 9(03).
           05  CLD-DELQ-BUCKET     PIC 9(03).
           05  CLD-DECREASE-PCT    PIC 9(03).
           05  CLD-REREVIEW-DAYS   PIC 9(05).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
           88  WS-EOF              VALUE '10'.
       01  WS-CQ-STATUS            PIC XX.
           88  WS-CQ-SUCCESS       VALUE '00'.
           88  WS-CQ-EOF           VALUE '10'.
       01  WS-REQ-STATUS           PIC XX.
           88  WS-REQ-SUCCESS      VALUE '00'.
       01  WS-AAN-STATUS           PIC XX.
           88  WS-AAN-SUCCESS      VALUE '00'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).

      *    Decrease policy (CLDPARM). A score floor of zero turns
      *    the floor test off; the drop test still applies.
       01  WS-SCORE-DROP           PIC 9(03) VALUE 60.
       01  WS-SCORE-FLOOR          PIC 9(03) VALUE ZEROS.
       01  WS-NSF-THRESHOLD        PIC 9(03) VALUE 2.
       01  WS-DELQ-BUCKET          PIC 9(03) VALUE 60.
       01  WS-DECREASE-PCT         PIC 9(03) VALUE 25.
       01  WS-REREVIEW-DAYS        PIC 9(05) VALUE 180.

       01  WS-DAYS-SINCE-DECR      PIC S9(07) VALUE ZEROS.
       01  WS-NEW-LIMIT            PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-LINE-FLOOR           PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-FLOOR-HUNDREDS       PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-LINE-REDUCED         PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-LINE-REDUCED-TOTAL   PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-RESTRICTED-FLAG      PIC X(01) VALUE 'N'.
           88  WS-TERMS-RESTRICTED VALUE 'Y'.

      *    Principal reasons found for this account, in notice
      *    order.
       01  WS-REASON-COUNT         PIC 9(01) VALUE ZEROS.
       01  WS-REASON-IDX           PIC 9(01) VALUE ZEROS.
       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY OCCURS 3 TIMES.
               10  WS-REASON-CODE      PIC X(02).
               10  WS-REASON-TEXT      PIC X(40).

      *    Live collections entries and their aging bucket.
       01  WS-COLL-MAX             PIC 9(04) VALUE 2000.
       01  WS-COLL-USED            PIC 9(04) VALUE ZEROS.
       01  WS-COLL-IDX             PIC 9(04) VALUE ZEROS.
       01  WS-COLL-BUCKET          PIC 9(03) VALUE ZEROS.
       01  WS-COLL-TABLE.
           05  WS-COLL-ENTRY OCCURS 2000 TIMES.
               10  WS-COLL-ACCT        PIC X(16).
               10  WS-COLL-BKT         PIC 9(03).
       01  WS-DROPPED-COUNT        PIC 9(05) VALUE ZEROS.

       01  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-REVIEWED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-RESTRICTED-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-RECENT-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-AT-FLOOR-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-DECREASE-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-EMAIL-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-MAIL-COUNT           PIC 9(07) VALUE ZEROS.

       01  WS-DTL-LINE.
           05  FILLER              PIC X(09) VALUE 'DECREASE '.
           05  WS-DTL-ACCT         PIC X(16).
           05  WS-DTL-OLD-LIMIT    PIC Z(10)9.99.
           05  WS-DTL-NEW-LIMIT    PIC Z(10)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DTL-REASON-1     PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DTL-REASON-2     PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DTL-REASON-3     PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DTL-CHANNEL      PIC X(01).
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL        PIC X(32).
           05  WS-TOT-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TOT-AMOUNT       PIC Z(12)9.99.
           05  FILLER              PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0050-READ-PARAMETERS.
           PERFORM 0100-LOAD-COLLECTIONS.
           OPEN INPUT CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REQUEST-FILE.
           IF NOT WS-REQ-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-REQ-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *    No notice file, no decreases -- a line may not be cut
      *    without the notice that has to go with it.
           OPEN OUTPUT NOTICE-FILE.
           IF NOT WS-AAN-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-AAN-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE REQUEST-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE REQUEST-FILE
               CLOSE NOTICE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-RECORDS
               UNTIL WS-EOF.
           PERFORM 8000-WRITE-SUMMARY.
           CLOSE CARD-MASTER-FILE.
           CLOSE REQUEST-FILE.
           CLOSE NOTICE-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'RECORDS:           ' WS-RECORD-COUNT.
           DISPLAY 'REVIEWED:          ' WS-REVIEWED-COUNT.
           DISPLAY 'TERMS RESTRICTED:  ' WS-RESTRICTED-COUNT.
           DISPLAY 'RECENTLY DECREASED:' WS-RECENT-COUNT.
           DISPLAY 'AT BALANCE FLOOR:  ' WS-AT-FLOOR-COUNT.
           DISPLAY 'DECREASED:         ' WS-DECREASE-COUNT.
           DISPLAY 'LINE REDUCED:      ' WS-LINE-REDUCED-TOTAL.
           IF WS-DROPPED-COUNT > 0
               DISPLAY 'COLLQ ENTRIES DROPPED AT TABLE CAP: '
                   WS-DROPPED-COUNT ' -- CONDITION CODE 8'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       0050-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-SUCCESS
               READ PARM-FILE
                   NOT AT END
                       IF CLD-SCORE-DROP > 0
                           MOVE CLD-SCORE-DROP TO WS-SCORE-DROP
                       END-IF
                       IF CLD-SCORE-FLOOR > 0
                           MOVE CLD-SCORE-FLOOR TO WS-SCORE-FLOOR
                       END-IF
                       IF CLD-NSF-COUNT > 0
                           MOVE CLD-NSF-COUNT TO WS-NSF-THRESHOLD
                       END-IF
                       IF CLD-DELQ-BUCKET > 0
                           MOVE CLD-DELQ-BUCKET TO WS-DELQ-BUCKET
                       END-IF
                       IF CLD-DECREASE-PCT > 0
                           AND CLD-DECREASE-PCT < 100
                           MOVE CLD-DECREASE-PCT
                               TO WS-DECREASE-PCT
                       END-IF
                       IF CLD-REREVIEW-DAYS > 0
                           MOVE CLD-REREVIEW-DAYS
                               TO WS-REREVIEW-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *===============================================================
      * 0100-LOAD-COLLECTIONS: Live COLLQ entries with their bucket.
      * Cured and charged-off entries are history, not exposure.
      *===============================================================
       0100-LOAD-COLLECTIONS.
           OPEN INPUT QUEUE-FILE
           IF WS-CQ-SUCCESS
               PERFORM 0150-READ-QUEUE-ROW
                   UNTIL WS-CQ-EOF
               CLOSE QUEUE-FILE
           END-IF
           DISPLAY 'COLLECTIONS ENTRIES LOADED: ' WS-COLL-USED.

       0150-READ-QUEUE-ROW.
           READ QUEUE-FILE
               AT END SET WS-CQ-EOF TO TRUE
               NOT AT END
                   IF NOT CQ-CURED AND NOT CQ-CHARGED-OFF
                       PERFORM 0160-ADD-QUEUE-ROW
                   END-IF
           END-READ.

       0160-ADD-QUEUE-ROW.
           IF WS-COLL-USED >= WS-COLL-MAX
               DISPLAY 'COLLQ TABLE FULL, DROPPING: ' CQ-ACCT-NUMBER
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COLL-USED
           MOVE CQ-ACCT-NUMBER TO WS-COLL-ACCT(WS-COLL-USED)
           MOVE CQ-BUCKET TO WS-COLL-BKT(WS-COLL-USED).

       1000-PROCESS-RECORDS.
           READ CARD-MASTER-FILE NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   IF ACCT-CREDIT AND ACCT-ACTIVE
                       AND NOT ACCT-IS-SECURED
                       PERFORM 2000-EVALUATE-ACCOUNT
                   END-IF
           END-READ.

      *===============================================================
      * 2000-EVALUATE-ACCOUNT: Restricted accounts and recent cuts
      * first, then the reasons; an account with no reason exits
      * quietly, the rest go to 3000 for the new line.
      *===============================================================
       2000-EVALUATE-ACCOUNT.
           ADD 1 TO WS-REVIEWED-COUNT
           PERFORM 2100-CHECK-TERMS-RESTRICTION
           IF WS-TERMS-RESTRICTED
               ADD 1 TO WS-RESTRICTED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF ACCT-CL-DECR-DATE NUMERIC
               AND ACCT-CL-DECR-DATE > 0
               COMPUTE WS-DAYS-SINCE-DECR =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) -
                   FUNCTION INTEGER-OF-DATE(ACCT-CL-DECR-DATE)
               IF WS-DAYS-SINCE-DECR < WS-REREVIEW-DAYS
                   ADD 1 TO WS-RECENT-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ACCT-CREDIT-LIMIT <= 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-FIND-REASONS
           IF WS-REASON-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 3000-SET-NEW-LIMIT
           IF WS-NEW-LIMIT >= ACCT-CREDIT-LIMIT
               ADD 1 TO WS-AT-FLOOR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 4000-WRITE-REQUEST
           PERFORM 5000-WRITE-NOTICE
           PERFORM 6000-WRITE-DETAIL.

      *===============================================================
      * 2100-CHECK-TERMS-RESTRICTION: Terms frozen by statute or by
      * an arrangement already in place -- SCRA protection in
      * force, a bankruptcy stay or discharge, an active
      * settlement, an estate, or a penalty-rate notice that has
      * not yet taken effect.
      *===============================================================
       2100-CHECK-TERMS-RESTRICTION.
           MOVE 'N' TO WS-RESTRICTED-FLAG
           IF ACCT-SCRA-PROTECTED
               AND WS-CURRENT-DATE >= ACCT-SCRA-START
               AND (ACCT-SCRA-END = 0
                   OR WS-CURRENT-DATE <= ACCT-SCRA-END)
               SET WS-TERMS-RESTRICTED TO TRUE
           END-IF
           IF ACCT-IN-BANKRUPTCY
               OR ACCT-SETTLE-ACTIVE
               OR ACCT-DECEASED
               OR ACCT-PENALTY-NOTICED
               SET WS-TERMS-RESTRICTED TO TRUE
           END-IF.

      *===============================================================
      * 2200-FIND-REASONS: Collect the principal reasons in notice
      * order. A score drop counts only when both scores are real
      * (zero means never scored).
      *===============================================================
       2200-FIND-REASONS.
           MOVE 0 TO WS-REASON-COUNT
           PERFORM 2300-FIND-COLLECTIONS
           IF WS-COLL-BUCKET >= WS-DELQ-BUCKET
               ADD 1 TO WS-REASON-COUNT
               MOVE 'DQ' TO WS-REASON-CODE(WS-REASON-COUNT)
               MOVE 'DELINQUENT OR PAST-DUE PAYMENTS'
                   TO WS-REASON-TEXT(WS-REASON-COUNT)
           END-IF
           IF ACCT-NSF-COUNT >= WS-NSF-THRESHOLD
               ADD 1 TO WS-REASON-COUNT
               MOVE 'NS' TO WS-REASON-CODE(WS-REASON-COUNT)
               MOVE 'PAYMENTS RETURNED UNPAID'
                   TO WS-REASON-TEXT(WS-REASON-COUNT)
           END-IF
           IF ACCT-RISK-SCORE > 0
               AND ((ACCT-PRIOR-RISK-SCORE NUMERIC
                     AND ACCT-PRIOR-RISK-SCORE > ACCT-RISK-SCORE
                     AND ACCT-PRIOR-RISK-SCORE - ACCT-RISK-SCORE
                         >= WS-SCORE-DROP)
                   OR ACCT-RISK-SCORE < WS-SCORE-FLOOR)
               ADD 1 TO WS-REASON-COUNT
               MOVE 'RS' TO WS-REASON-CODE(WS-REASON-COUNT)
               MOVE 'DECLINE IN ACCOUNT RISK SCORE'
                   TO WS-REASON-TEXT(WS-REASON-COUNT)
           END-IF.

       2300-FIND-COLLECTIONS.
           MOVE 0 TO WS-COLL-BUCKET
           PERFORM VARYING WS-COLL-IDX FROM 1 BY 1
               UNTIL WS-COLL-IDX > WS-COLL-USED
               IF ACCT-NUMBER = WS-COLL-ACCT(WS-COLL-IDX)
                   MOVE WS-COLL-BKT(WS-COLL-IDX) TO WS-COLL-BUCKET
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      *===============================================================
      * 3000-SET-NEW-LIMIT: Old line less the policy percentage,
      * rounded down to the hundred, but never under the balance
      * plus holds rounded up to the hundred.
      *===============================================================
       3000-SET-NEW-LIMIT.
           COMPUTE WS-NEW-LIMIT =
               ACCT-CREDIT-LIMIT * (100 - WS-DECREASE-PCT) / 100
           COMPUTE WS-NEW-LIMIT = WS-NEW-LIMIT / 100
           COMPUTE WS-NEW-LIMIT =
               FUNCTION INTEGER-PART(WS-NEW-LIMIT) * 100
           COMPUTE WS-LINE-FLOOR = ACCT-BALANCE + ACCT-AUTH-HOLDS
           IF WS-LINE-FLOOR < 0
               MOVE 0 TO WS-LINE-FLOOR
           END-IF
           COMPUTE WS-FLOOR-HUNDREDS = WS-LINE-FLOOR / 100
           COMPUTE WS-FLOOR-HUNDREDS =
               FUNCTION INTEGER-PART(WS-FLOOR-HUNDREDS) * 100
           IF WS-FLOOR-HUNDREDS < WS-LINE-FLOOR
               ADD 100 TO WS-FLOOR-HUNDREDS
           END-IF
           IF WS-NEW-LIMIT < WS-FLOOR-HUNDREDS
               MOVE WS-FLOOR-HUNDREDS TO WS-NEW-LIMIT
           END-IF.

       4000-WRITE-REQUEST.
           MOVE ACCT-NUMBER TO CLR-ACCT-NUMBER
           MOVE WS-NEW-LIMIT TO CLR-NEW-LIMIT
           MOVE 'LD' TO CLR-REASON-CODE
           MOVE 'CLDECR' TO CLR-REQUESTED-BY
           WRITE REQUEST-RECORD
           ADD 1 TO WS-DECREASE-COUNT
           COMPUTE WS-LINE-REDUCED =
               ACCT-CREDIT-LIMIT - WS-NEW-LIMIT
           ADD WS-LINE-REDUCED TO WS-LINE-REDUCED-TOTAL.

      *===============================================================
      * 5000-WRITE-NOTICE: The adverse-action notice for the cut,
      * dated the business date the decrease is requested.
      *===============================================================
       5000-WRITE-NOTICE.
           MOVE SPACES TO NOTICE-RECORD
           MOVE ACCT-NUMBER       TO AAN-ACCT-NUMBER
           MOVE WS-CURRENT-DATE   TO AAN-NOTICE-DATE
           SET AAN-LINE-DECREASE  TO TRUE
           MOVE ACCT-CREDIT-LIMIT TO AAN-OLD-LIMIT
           MOVE WS-NEW-LIMIT      TO AAN-NEW-LIMIT
           MOVE WS-REASON-COUNT   TO AAN-REASON-COUNT
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT
               MOVE WS-REASON-CODE(WS-REASON-IDX)
                   TO AAN-REASON-CODE(WS-REASON-IDX)
               MOVE WS-REASON-TEXT(WS-REASON-IDX)
                   TO AAN-REASON-TEXT(WS-REASON-IDX)
           END-PERFORM
           MOVE ACCT-RISK-SCORE   TO AAN-RISK-SCORE
           MOVE ACCT-RISK-SCORE-DATE TO AAN-SCORE-DATE
           STRING CH-FIRST-NAME DELIMITED SPACES
                  ' ' DELIMITED SIZE
                  CH-LAST-NAME DELIMITED SPACES
               INTO AAN-NAME
           END-STRING
           IF CH-CONTACT-EMAIL AND CH-EMAIL NOT = SPACES
               SET AAN-BY-EMAIL TO TRUE
               MOVE CH-EMAIL TO AAN-EMAIL
               ADD 1 TO WS-EMAIL-COUNT
           ELSE
               SET AAN-BY-MAIL TO TRUE
               ADD 1 TO WS-MAIL-COUNT
               IF BA-HAS-MAIL-ADDR
                   MOVE BA-MAIL-STREET TO AAN-STREET
                   MOVE BA-MAIL-CITY   TO AAN-CITY
                   MOVE BA-MAIL-STATE  TO AAN-STATE
                   MOVE BA-MAIL-ZIP    TO AAN-ZIP
               ELSE
                   MOVE BA-STREET TO AAN-STREET
                   MOVE BA-CITY   TO AAN-CITY
                   MOVE BA-STATE  TO AAN-STATE
                   MOVE BA-ZIP    TO AAN-ZIP
               END-IF
           END-IF
           WRITE NOTICE-RECORD.

       6000-WRITE-DETAIL.
           MOVE ACCT-NUMBER       TO WS-DTL-ACCT
           MOVE ACCT-CREDIT-LIMIT TO WS-DTL-OLD-LIMIT
           MOVE WS-NEW-LIMIT      TO WS-DTL-NEW-LIMIT
           MOVE SPACES TO WS-DTL-REASON-1
           MOVE SPACES TO WS-DTL-REASON-2
           MOVE SPACES TO WS-DTL-REASON-3
           MOVE WS-REASON-CODE(1) TO WS-DTL-REASON-1
           IF WS-REASON-COUNT > 1
               MOVE WS-REASON-CODE(2) TO WS-DTL-REASON-2
           END-IF
           IF WS-REASON-COUNT > 2
               MOVE WS-REASON-CODE(3) TO WS-DTL-REASON-3
           END-IF
           MOVE AAN-CHANNEL TO WS-DTL-CHANNEL
           WRITE REPORT-RECORD FROM WS-DTL-LINE.

       8000-WRITE-SUMMARY.
           MOVE 0 TO WS-TOT-AMOUNT
           MOVE 'CR ACCOUNTS REVIEWED:' TO WS-TOT-LABEL
           MOVE WS-REVIEWED-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'EXCLUDED, TERMS RESTRICTED:' TO WS-TOT-LABEL
           MOVE WS-RESTRICTED-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'EXCLUDED, DECREASED RECENTLY:' TO WS-TOT-LABEL
           MOVE WS-RECENT-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'NO ROOM ABOVE BALANCE + HOLDS:' TO WS-TOT-LABEL
           MOVE WS-AT-FLOOR-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'NOTICES BY EMAIL:' TO WS-TOT-LABEL
           MOVE WS-EMAIL-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'NOTICES BY MAIL:' TO WS-TOT-LABEL
           MOVE WS-MAIL-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'LINES DECREASED:' TO WS-TOT-LABEL
           MOVE WS-DECREASE-COUNT TO WS-TOT-COUNT
           MOVE WS-LINE-REDUCED-TOTAL TO WS-TOT-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

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
