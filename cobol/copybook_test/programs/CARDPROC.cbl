               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXR-STATUS.

      *    Cardholder travel notices, maintained by TRVLLOAD.
           SELECT TRAVEL-FILE
               ASSIGN TO 'TRVLNOTC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TVN-KEY
               FILE STATUS IS WS-TVN-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
       01  RATE-RECORD.
           COPY FX-RATE.

       FD  TRAVEL-FILE.
       01  TRAVEL-RECORD.
           COPY TRAVEL-NOTICE.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.
           88  WS-CTL-SUCCESS      VALUE '00'.
           88  WS-CTL-NOT-FOUND    VALUE '35'.
       01  WS-FRAUD-COUNT          PIC 9(05) VALUE ZEROS.
      *    Travel notices for the account in hand. A purchase by the
      *    traveling cardholder, dated inside the trip and made in
      *    one of its countries (or carrying no country), still runs
      *    the MCC and velocity rules, but a hit is queued as an
      *    informational item instead of a review item. Without the
      *    TRVLNOTC file every purchase is screened as before.
       01  WS-TVN-STATUS           PIC XX.
           88  WS-TVN-SUCCESS      VALUE '00'.
           88  WS-TVN-EOF          VALUE '10'.
       01  WS-TRAVEL-FILE-FLAG     PIC X VALUE 'N'.
           88  WS-TRAVEL-FILE-OPEN VALUE 'Y'.
       01  WS-TRAVEL-MATCH-FLAG    PIC X VALUE 'N'.
           88  WS-TRAVEL-MATCHED   VALUE 'Y'.
       01  WS-TRAVEL-INFO-COUNT    PIC 9(05) VALUE ZEROS.
       01  WS-TRAVEL-DROPPED       PIC 9(05) VALUE ZEROS.
       01  WS-TRV-MAX              PIC 9(02) VALUE 10.
       01  WS-TRV-USED             PIC 9(02) VALUE ZEROS.
       01  WS-TRV-IDX              PIC 9(02) VALUE ZEROS.
       01  WS-TRV-CTRY-IDX         PIC 9(02) VALUE ZEROS.
       01  WS-TRV-TABLE.
           05  WS-TRV-ENTRY OCCURS 10 TIMES.
               10  WS-TRV-CARDHOLDER    PIC 9(02).
               10  WS-TRV-START-DATE    PIC 9(08).
               10  WS-TRV-END-DATE      PIC 9(08).
               10  WS-TRV-CTRY-COUNT    PIC 9(02).
               10  WS-TRV-COUNTRY       PIC X(03) OCCURS 10 TIMES.
       01  WS-FROZEN-SKIP-COUNT    PIC 9(05) VALUE ZEROS.
      *    Built-in high-risk MCC list -- the fallback screen when
      *    the MCCRISK risk-rule file is not available.
               GOBACK
           END-IF.
           PERFORM 0060-OPEN-CONTROL-FILE.
           PERFORM 0070-OPEN-TRAVEL-FILE.
           PERFORM 1000-PROCESS-RECORDS
               UNTIL WS-EOF.
           PERFORM 9000-CLOSE-FILES.
           IF WS-ERROR-COUNT > 0
               OR WS-TRAVEL-DROPPED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               OPEN OUTPUT CONTROL-FILE
           END-IF.

      *===============================================================
      * 0070-OPEN-TRAVEL-FILE: The travel-notice file is optional --
      * when it cannot be opened no purchase is treated as travel.
      *===============================================================
       0070-OPEN-TRAVEL-FILE.
           OPEN INPUT TRAVEL-FILE
           IF WS-TVN-SUCCESS
               SET WS-TRAVEL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'NO TRAVEL NOTICES AVAILABLE: ' WS-TVN-STATUS
           END-IF.

      *===============================================================
      * 0080-LOAD-MCC-RISK-RULES: Load the externalized MCC risk
      * rules; when the file is absent the hardcoded 88-level list
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE 'R' TO JRN-ACTION
                   MOVE ACCT-BALANCE TO JRN-BEFORE-BALANCE
                   MOVE CARD-MASTER-RECORD(1:773)
                       TO JRN-BEFORE-IMAGE
                   PERFORM 2000-VALIDATE-ACCOUNT
                   IF ACCT-FROZEN
           MOVE 'CARDPROC' TO JRN-PROGRAM-ID
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           CALL 'CHGJRNL' USING WS-JOURNAL-REQUEST.

       3000-PROCESS-TRANSACTIONS.
           PERFORM 3050-LOAD-TRAVEL-NOTICES
           PERFORM VARYING WS-TRANS-IDX
               FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
               END-EVALUATE
           END-PERFORM.

      *===============================================================
      * 3050-LOAD-TRAVEL-NOTICES: Pull this account's notices off
      * TRVLNOTC (keyed account + cardholder + start date) into the
      * small per-account table the purchase screen checks. More
      * notices than the table holds are named and fail the run.
      *===============================================================
       3050-LOAD-TRAVEL-NOTICES.
           MOVE 0 TO WS-TRV-USED
           IF NOT WS-TRAVEL-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-NUMBER TO TVN-ACCT-NUMBER
           MOVE 0 TO TVN-CARDHOLDER-NUM
           MOVE 0 TO TVN-START-DATE
           START TRAVEL-FILE KEY IS NOT LESS THAN TVN-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE '00' TO WS-TVN-STATUS
           PERFORM 3055-READ-TRAVEL-NOTICE
               UNTIL NOT WS-TVN-SUCCESS.

       3055-READ-TRAVEL-NOTICE.
           READ TRAVEL-FILE NEXT
               AT END
                   SET WS-TVN-EOF TO TRUE
               NOT AT END
                   IF TVN-ACCT-NUMBER NOT = ACCT-NUMBER
                       SET WS-TVN-EOF TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-TRV-USED >= WS-TRV-MAX
                       ADD 1 TO WS-TRAVEL-DROPPED
                       DISPLAY 'TRAVEL TABLE FULL, DROPPING: '
                           TVN-KEY
                   ELSE
                       ADD 1 TO WS-TRV-USED
                       MOVE TVN-CARDHOLDER-NUM
                           TO WS-TRV-CARDHOLDER(WS-TRV-USED)
                       MOVE TVN-START-DATE
                           TO WS-TRV-START-DATE(WS-TRV-USED)
                       MOVE TVN-END-DATE
                           TO WS-TRV-END-DATE(WS-TRV-USED)
                       MOVE TVN-COUNTRY-COUNT
                           TO WS-TRV-CTRY-COUNT(WS-TRV-USED)
                       PERFORM VARYING WS-TRV-CTRY-IDX FROM 1 BY 1
                           UNTIL WS-TRV-CTRY-IDX > 10
                           MOVE TVN-COUNTRY(WS-TRV-CTRY-IDX)
                               TO WS-TRV-COUNTRY(WS-TRV-USED,
                                   WS-TRV-CTRY-IDX)
                       END-PERFORM
                   END-IF
           END-READ.

      *===============================================================
      * 3060-CHECK-TRAVEL-NOTICE: Is the purchase in hand covered by
      * a notice -- same cardholder, dated within the trip, and in
      * one of its destination countries? A row with no merchant
      * country (older feed rows) is taken on the dates alone.
      *===============================================================
       3060-CHECK-TRAVEL-NOTICE.
           MOVE 'N' TO WS-TRAVEL-MATCH-FLAG
           PERFORM VARYING WS-TRV-IDX FROM 1 BY 1
               UNTIL WS-TRV-IDX > WS-TRV-USED
               OR WS-TRAVEL-MATCHED
               IF TH-PUR-USER-NUM(WS-TRANS-IDX) =
                   WS-TRV-CARDHOLDER(WS-TRV-IDX)
                   AND TH-TRANS-DATE(WS-TRANS-IDX) >=
                       WS-TRV-START-DATE(WS-TRV-IDX)
                   AND TH-TRANS-DATE(WS-TRANS-IDX) <=
                       WS-TRV-END-DATE(WS-TRV-IDX)
                   IF TH-PUR-COUNTRY(WS-TRANS-IDX) = SPACES
                       OR TH-PUR-COUNTRY(WS-TRANS-IDX) = LOW-VALUES
                       SET WS-TRAVEL-MATCHED TO TRUE
                   ELSE
                       PERFORM 3065-CHECK-TRAVEL-COUNTRY
                   END-IF
               END-IF
           END-PERFORM.

       3065-CHECK-TRAVEL-COUNTRY.
           PERFORM VARYING WS-TRV-CTRY-IDX FROM 1 BY 1
               UNTIL WS-TRV-CTRY-IDX > WS-TRV-CTRY-COUNT(WS-TRV-IDX)
               OR WS-TRV-CTRY-IDX > 10
               OR WS-TRAVEL-MATCHED
               IF TH-PUR-COUNTRY(WS-TRANS-IDX) =
                   WS-TRV-COUNTRY(WS-TRV-IDX, WS-TRV-CTRY-IDX)
                   SET WS-TRAVEL-MATCHED TO TRUE
               END-IF
           END-PERFORM.

       3100-PROCESS-PURCHASE.
           DISPLAY 'PURCHASE: '
               TH-PUR-CATEGORY(WS-TRANS-IDX)
               ' MCC=' TH-PUR-MCC(WS-TRANS-IDX).
           PERFORM 3060-CHECK-TRAVEL-NOTICE
           MOVE TH-PUR-MCC(WS-TRANS-IDX) TO WS-MCC-CHECK
           IF WS-RISK-USED > 0
               PERFORM 3120-CHECK-MCC-RISK-RULES
           MOVE TH-PUR-USER-NUM(WS-TRANS-IDX) TO FRD-CARDHOLDER-NUM
           MOVE WS-FRAUD-RULE-ID TO FRD-RULE-ID
           MOVE WS-CURRENT-DATE TO FRD-DETECTED-DATE
           IF WS-TRAVEL-MATCHED
               SET FRD-SEV-INFO TO TRUE
               ADD 1 TO WS-TRAVEL-INFO-COUNT
           ELSE
               MOVE 'R' TO FRD-SEVERITY
               ADD 1 TO WS-FRAUD-COUNT
           END-IF
           WRITE FRAUD-RECORD.

      *===============================================================
      * 3170-CHECK-VELOCITY: Pattern rules alongside the static MCC
           CLOSE AUDIT-FILE.
           CLOSE FRAUD-FILE.
           CLOSE CONTROL-FILE.
           IF WS-TRAVEL-FILE-OPEN
               CLOSE TRAVEL-FILE
           END-IF.
           DISPLAY 'RECORDS: ' WS-RECORD-COUNT.
           DISPLAY 'ERRORS:  ' WS-ERROR-COUNT.
           DISPLAY 'FEES:    ' WS-FEE-COUNT.
           DISPLAY 'TRUNCATED ACCOUNTS: ' WS-OVERFLOW-COUNT.
           DISPLAY 'FRAUD REVIEWS: ' WS-FRAUD-COUNT.
           DISPLAY 'TRAVEL INFORMATIONAL: ' WS-TRAVEL-INFO-COUNT.
           IF WS-TRAVEL-DROPPED > 0
               DISPLAY 'TRAVEL NOTICES DROPPED AT TABLE CAP: '
                   WS-TRAVEL-DROPPED ' -- CONDITION CODE 8'
           END-IF.
           DISPLAY 'FROZEN (NOT SCREENED): ' WS-FROZEN-SKIP-COUNT.
           DISPLAY 'BALANCE: ' WS-TOTAL-BALANCE.

