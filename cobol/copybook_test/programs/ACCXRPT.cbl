      *---------------------------------------------------------------
      * ACCXRPT.cbl -- Weekly sensitive-data access exception report
      * Reviews the ACCSLOG access records the inquiry sessions
      * (ACCTINQ, ARCHINQ, MERCHINQ, STMTRPRT) wrote during the
      * seven days ending on the business date, and flags the
      * patterns security reviews for PCI:
      *   VOLUME     an operator who viewed more accounts in the
      *              week than the ACCXPARM limit (default 200);
      *   SENSITIVE  any lookup of an account on the SENSACCT list
      *              of employee and VIP accounts, whoever made it;
      *   AFTER HRS  any clear-value access outside business hours
      *              (ACCXPARM, default 0700 to 1900) or on a
      *              weekend.
      * Accounts print masked through the shared MASKRTN. The
      * report closes with the week's totals. Ends with condition
      * code 4 when anything is flagged, 8 when an operator or
      * SENSACCT entry had to be dropped for table space.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCXRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-FILE
               ASSIGN TO 'ACCSLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AXL-STATUS.

           SELECT SENSITIVE-FILE
               ASSIGN TO 'SENSACCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNA-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'ACCXRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'ACCXPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-FILE.
       01  ACCESS-RECORD.
           COPY ACCESS-LOG.

       FD  SENSITIVE-FILE.
       01  SENSITIVE-RECORD.
           COPY SENSITIVE-ACCOUNT.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(90).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  AXP-VIEW-LIMIT      PIC 9(05).
           05  AXP-DAY-START       PIC 9(04).
           05  AXP-DAY-END         PIC 9(04).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-AXL-STATUS           PIC XX.
           88  WS-AXL-SUCCESS      VALUE '00'.
           88  WS-AXL-EOF          VALUE '10'.
       01  WS-SNA-STATUS           PIC XX.
           88  WS-SNA-SUCCESS      VALUE '00'.
           88  WS-SNA-EOF          VALUE '10'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-WEEK-START           PIC 9(08).
       01  WS-WEEK-START-N         PIC S9(09) VALUE 0.
       01  WS-VIEW-LIMIT           PIC 9(05) VALUE 200.
       01  WS-DAY-START            PIC 9(04) VALUE 0700.
       01  WS-DAY-END              PIC 9(04) VALUE 1900.
       01  WS-ACCESS-HHMM          PIC 9(04).
      *    Day of week from INTEGER-OF-DATE: day 1 (1601-01-01) was
      *    a Monday, so 6 is Saturday and 0 is Sunday.
       01  WS-WEEKDAY              PIC 9(01).
           88  WS-WEEKEND-DAY      VALUE 0 6.
      *    Operators seen in the week, with their account views.
       01  WS-OPR-MAX              PIC 9(04) VALUE 500.
       01  WS-OPR-USED             PIC 9(04) VALUE ZEROS.
       01  WS-OPR-IDX              PIC 9(04) VALUE ZEROS.
       01  WS-OPR-DROPPED          PIC 9(05) VALUE ZEROS.
       01  WS-OPR-FOUND-FLAG       PIC X(01) VALUE 'N'.
           88  OPR-WAS-FOUND       VALUE 'Y'.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 500 TIMES.
               10  WS-OT-OPERATOR  PIC X(10).
               10  WS-OT-SESSIONS  PIC 9(05).
               10  WS-OT-VIEWS     PIC 9(07).
      *    The SENSACCT employee and VIP accounts.
       01  WS-SNS-MAX              PIC 9(05) VALUE 2000.
       01  WS-SNS-USED             PIC 9(05) VALUE ZEROS.
       01  WS-SNS-IDX              PIC 9(05) VALUE ZEROS.
       01  WS-SNS-DROPPED          PIC 9(05) VALUE ZEROS.
       01  WS-SNS-FOUND-FLAG       PIC X(01) VALUE 'N'.
           88  SNS-WAS-FOUND       VALUE 'Y'.
       01  WS-SNS-TABLE.
           05  WS-SNS-ENTRY OCCURS 2000 TIMES.
               10  WS-ST-ACCT      PIC X(16).
               10  WS-ST-CATEGORY  PIC X(01).
       01  WS-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-WEEK-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-SESSION-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-VIEW-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-CLEAR-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-VOLUME-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-SENSITIVE-COUNT      PIC 9(05) VALUE ZEROS.
       01  WS-AFTER-HRS-COUNT      PIC 9(05) VALUE ZEROS.
       01  WS-MASK-REQUEST.
           COPY MASK-REQUEST.

       01  WS-HDR-LINE.
           05  FILLER              PIC X(30)
               VALUE 'SENSITIVE-DATA ACCESS WEEK OF '.
           05  WS-HDR-START        PIC 9(08).
           05  FILLER              PIC X(04) VALUE ' TO '.
           05  WS-HDR-END          PIC 9(08).
           05  FILLER              PIC X(07) VALUE '  HOURS'.
           05  WS-HDR-DAY-START    PIC 9(04).
           05  FILLER              PIC X(01) VALUE '-'.
           05  WS-HDR-DAY-END      PIC 9(04).
           05  FILLER              PIC X(08) VALUE '  LIMIT '.
           05  WS-HDR-LIMIT        PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE SPACES.
       01  WS-EXC-LINE.
           05  WS-EXL-KIND         PIC X(10).
           05  WS-EXL-OPERATOR     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXL-PROGRAM      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXL-ACCT         PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXL-DATE         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXL-TIME         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXL-MODE         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXL-DETAIL       PIC X(20).
           05  FILLER              PIC X(05) VALUE SPACES.
       01  WS-VOL-LINE.
           05  FILLER              PIC X(10) VALUE 'VOLUME'.
           05  WS-VOL-OPERATOR     PIC X(10).
           05  FILLER              PIC X(08) VALUE ' VIEWED '.
           05  WS-VOL-VIEWS        PIC Z(6)9.
           05  FILLER              PIC X(17)
               VALUE ' ACCOUNTS, LIMIT '.
           05  WS-VOL-LIMIT        PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE ', SESSIONS '.
           05  WS-VOL-SESSIONS     PIC ZZZZ9.
           05  FILLER              PIC X(17) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL        PIC X(24).
           05  WS-TOT-COUNT        PIC Z(6)9.
           05  FILLER              PIC X(59) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0050-READ-PARAMETERS.
           COMPUTE WS-WEEK-START-N =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 6
           MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-START-N)
               TO WS-WEEK-START
           PERFORM 0100-LOAD-SENSITIVE.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-WEEK-START TO WS-HDR-START
           MOVE WS-CURRENT-DATE TO WS-HDR-END
           MOVE WS-DAY-START TO WS-HDR-DAY-START
           MOVE WS-DAY-END TO WS-HDR-DAY-END
           MOVE WS-VIEW-LIMIT TO WS-HDR-LIMIT
           WRITE REPORT-RECORD FROM WS-HDR-LINE.
      *    No access log means no session ran -- the report still
      *    goes out with zero totals for the review file.
           OPEN INPUT ACCESS-FILE.
           IF WS-AXL-SUCCESS
               PERFORM 1000-READ-ACCESS
                   UNTIL WS-AXL-EOF
               CLOSE ACCESS-FILE
           END-IF.
           PERFORM 3000-CHECK-VOLUME
               VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-USED.
           PERFORM 8000-WRITE-TOTAL-LINES.
           CLOSE REPORT-FILE.
           DISPLAY 'ACCESS RECORDS READ:   ' WS-READ-COUNT.
           DISPLAY 'IN REVIEW WEEK:        ' WS-WEEK-COUNT.
           DISPLAY 'VOLUME EXCEPTIONS:     ' WS-VOLUME-COUNT.
           DISPLAY 'SENSITIVE LOOKUPS:     ' WS-SENSITIVE-COUNT.
           DISPLAY 'AFTER-HOURS CLEAR:     ' WS-AFTER-HRS-COUNT.
           EVALUATE TRUE
               WHEN WS-OPR-DROPPED > 0 OR WS-SNS-DROPPED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-VOLUME-COUNT > 0
                   OR WS-SENSITIVE-COUNT > 0
                   OR WS-AFTER-HRS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       0050-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-SUCCESS
               READ PARM-FILE
                   NOT AT END
                       IF AXP-VIEW-LIMIT NUMERIC
                           AND AXP-VIEW-LIMIT > 0
                           MOVE AXP-VIEW-LIMIT TO WS-VIEW-LIMIT
                       END-IF
                       IF AXP-DAY-START NUMERIC
                           AND AXP-DAY-END NUMERIC
                           AND AXP-DAY-END > AXP-DAY-START
                           MOVE AXP-DAY-START TO WS-DAY-START
                           MOVE AXP-DAY-END TO WS-DAY-END
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *===============================================================
      * 0100-LOAD-SENSITIVE: The SENSACCT list is optional -- without
      * it only the volume and after-hours checks run.
      *===============================================================
       0100-LOAD-SENSITIVE.
           OPEN INPUT SENSITIVE-FILE
           IF NOT WS-SNA-SUCCESS
               DISPLAY 'NO SENSITIVE-ACCOUNT LIST: ' WS-SNA-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM 0150-READ-SENSITIVE
               UNTIL WS-SNA-EOF
           CLOSE SENSITIVE-FILE.

       0150-READ-SENSITIVE.
           READ SENSITIVE-FILE
               AT END SET WS-SNA-EOF TO TRUE
               NOT AT END
                   IF WS-SNS-USED >= WS-SNS-MAX
                       DISPLAY 'SENSITIVE TABLE FULL, DROPPING: '
                           SNA-ACCT-NUMBER
                       ADD 1 TO WS-SNS-DROPPED
                   ELSE
                       ADD 1 TO WS-SNS-USED
                       MOVE SNA-ACCT-NUMBER
                           TO WS-ST-ACCT(WS-SNS-USED)
                       MOVE SNA-CATEGORY
                           TO WS-ST-CATEGORY(WS-SNS-USED)
                   END-IF
           END-READ.

       1000-READ-ACCESS.
           READ ACCESS-FILE
               AT END SET WS-AXL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF AXL-ACCESS-DATE >= WS-WEEK-START
                       AND AXL-ACCESS-DATE <= WS-CURRENT-DATE
                       ADD 1 TO WS-WEEK-COUNT
                       PERFORM 2000-REVIEW-ACCESS
                   END-IF
           END-READ.

      *===============================================================
      * 2000-REVIEW-ACCESS: Session starts only count toward the
      * operator's sessions; every account view is counted for the
      * volume check and tested against the sensitive list and, when
      * shown in the clear, against business hours.
      *===============================================================
       2000-REVIEW-ACCESS.
           PERFORM 2100-FIND-OPERATOR
           IF AXL-SESSION-START
               ADD 1 TO WS-SESSION-COUNT
               IF OPR-WAS-FOUND
                   ADD 1 TO WS-OT-SESSIONS(WS-OPR-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VIEW-COUNT
           IF OPR-WAS-FOUND
               ADD 1 TO WS-OT-VIEWS(WS-OPR-IDX)
           END-IF
           PERFORM 2200-FIND-SENSITIVE
           IF SNS-WAS-FOUND
               ADD 1 TO WS-SENSITIVE-COUNT
               MOVE 'SENSITIVE' TO WS-EXL-KIND
               IF WS-ST-CATEGORY(WS-SNS-IDX) = 'E'
                   MOVE 'EMPLOYEE ACCOUNT' TO WS-EXL-DETAIL
               ELSE
                   MOVE 'VIP ACCOUNT' TO WS-EXL-DETAIL
               END-IF
               PERFORM 2500-WRITE-EXCEPTION
           END-IF
           IF AXL-CLEAR-SHOWN
               ADD 1 TO WS-CLEAR-COUNT
               PERFORM 2300-CHECK-HOURS
           END-IF.

      *===============================================================
      * 2100-FIND-OPERATOR: Adds the operator on first sight; a full
      * table drops the operator from the volume check only.
      *===============================================================
       2100-FIND-OPERATOR.
           MOVE 'N' TO WS-OPR-FOUND-FLAG
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-USED
               IF WS-OT-OPERATOR(WS-OPR-IDX) = AXL-OPERATOR-ID
                   SET OPR-WAS-FOUND TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-OPR-USED >= WS-OPR-MAX
               DISPLAY 'OPERATOR TABLE FULL, DROPPING: '
                   AXL-OPERATOR-ID
               ADD 1 TO WS-OPR-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPR-USED
           MOVE WS-OPR-USED TO WS-OPR-IDX
           MOVE AXL-OPERATOR-ID TO WS-OT-OPERATOR(WS-OPR-IDX)
           MOVE 0 TO WS-OT-SESSIONS(WS-OPR-IDX)
           MOVE 0 TO WS-OT-VIEWS(WS-OPR-IDX)
           SET OPR-WAS-FOUND TO TRUE.

       2200-FIND-SENSITIVE.
           MOVE 'N' TO WS-SNS-FOUND-FLAG
           PERFORM VARYING WS-SNS-IDX FROM 1 BY 1
               UNTIL WS-SNS-IDX > WS-SNS-USED
               IF WS-ST-ACCT(WS-SNS-IDX) = AXL-ACCT-NUMBER
                   SET SNS-WAS-FOUND TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      *===============================================================
      * 2300-CHECK-HOURS: Clear values are for the business day;
      * before the start hour, at or after the end hour, or any time
      * on a Saturday or Sunday is flagged.
      *===============================================================
       2300-CHECK-HOURS.
           MOVE AXL-ACCESS-TIME(1:4) TO WS-ACCESS-HHMM
           COMPUTE WS-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(AXL-ACCESS-DATE), 7)
           EVALUATE TRUE
               WHEN WS-WEEKEND-DAY
                   MOVE 'CLEAR ON WEEKEND' TO WS-EXL-DETAIL
               WHEN WS-ACCESS-HHMM < WS-DAY-START
                   OR WS-ACCESS-HHMM >= WS-DAY-END
                   MOVE 'CLEAR AFTER HOURS' TO WS-EXL-DETAIL
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-AFTER-HRS-COUNT
           MOVE 'AFTER HRS' TO WS-EXL-KIND
           PERFORM 2500-WRITE-EXCEPTION.

       2500-WRITE-EXCEPTION.
           SET MSK-ACCT-NUMBER TO TRUE
           MOVE 'N' TO MSK-AUTHORIZED
           MOVE AXL-ACCT-NUMBER TO MSK-VALUE-IN
           CALL 'MASKRTN' USING WS-MASK-REQUEST
           MOVE MSK-VALUE-OUT TO WS-EXL-ACCT
           MOVE AXL-OPERATOR-ID TO WS-EXL-OPERATOR
           MOVE AXL-PROGRAM-ID TO WS-EXL-PROGRAM
           MOVE AXL-ACCESS-DATE TO WS-EXL-DATE
           MOVE AXL-ACCESS-TIME TO WS-EXL-TIME
           MOVE AXL-VALUE-MODE TO WS-EXL-MODE
           WRITE REPORT-RECORD FROM WS-EXC-LINE.

       3000-CHECK-VOLUME.
           IF WS-OT-VIEWS(WS-OPR-IDX) > WS-VIEW-LIMIT
               ADD 1 TO WS-VOLUME-COUNT
               MOVE WS-OT-OPERATOR(WS-OPR-IDX) TO WS-VOL-OPERATOR
               MOVE WS-OT-VIEWS(WS-OPR-IDX) TO WS-VOL-VIEWS
               MOVE WS-VIEW-LIMIT TO WS-VOL-LIMIT
               MOVE WS-OT-SESSIONS(WS-OPR-IDX) TO WS-VOL-SESSIONS
               WRITE REPORT-RECORD FROM WS-VOL-LINE
           END-IF.

      *===============================================================
      * 8000-WRITE-TOTAL-LINES: The week's activity and exception
      * counts for the review file.
      *===============================================================
       8000-WRITE-TOTAL-LINES.
           MOVE 'SESSIONS' TO WS-TOT-LABEL
           MOVE WS-SESSION-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'OPERATORS' TO WS-TOT-LABEL
           MOVE WS-OPR-USED TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'ACCOUNT VIEWS' TO WS-TOT-LABEL
           MOVE WS-VIEW-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CLEAR-VALUE VIEWS' TO WS-TOT-LABEL
           MOVE WS-CLEAR-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'VOLUME EXCEPTIONS' TO WS-TOT-LABEL
           MOVE WS-VOLUME-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'SENSITIVE LOOKUPS' TO WS-TOT-LABEL
           MOVE WS-SENSITIVE-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'AFTER-HOURS CLEAR VIEWS' TO WS-TOT-LABEL
           MOVE WS-AFTER-HRS-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

      *===============================================================
      * 0040-SET-BUSINESS-DATE: The review week ends on the
      * JOB-CALENDAR business date, not the wall clock; without a
      * calendar on file the system date applies.
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
