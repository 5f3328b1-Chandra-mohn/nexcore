      *---------------------------------------------------------------
      * BUREAU.cbl -- Monthly credit-bureau reporting extract
      * One BUREAU-EXTRACT record per CR account on CARDMAST, with the
      * bureau status code mapped from ACCT-STATUS and days past due,
      * the reported balance net of open-dispute amounts, and a
      * payment-history indicator from whether the minimum due was met
      * by ACCT-PAYMENT-DUE-DATE. A charged-off account reports the
      * charge-off status code with the written-off amount, net of
      * agency recoveries, as its balance -- or paid in full once
      * recoveries cover it. A settled account reports a zero balance
      * with the settled-for-less special comment. A cardholder in
      * bankruptcy carries the bankruptcy indicator for the chapter and
      * stage of the case beside the status code. Frozen accounts are
      * excluded per policy. A control report (BURCTLRP) summarizes what
      * was sent: record counts by status and the total balance
      * reported. The records come from the nightly CMUNLOAD extract
      * when it is current; CMSOURCE can send the run back to the
      * KSDS.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUREAU.
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT UNLOAD-FILE
               ASSIGN TO 'CMUNLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNL-STATUS.

           SELECT UNLOAD-CONTROL-FILE
               ASSIGN TO 'UNLDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNC-STATUS.

           SELECT SOURCE-SWITCH-FILE
               ASSIGN TO 'CMSOURCE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSS-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO 'BUREAUEX'
               ORGANIZATION IS SEQUENTIAL
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.
      *    The record byte for byte, as CMUNLOAD copied it.
       01  CARD-RECORD-IMAGE       PIC X(7976).

       FD  UNLOAD-FILE.
       01  UNLOAD-RECORD           PIC X(7976).

       FD  UNLOAD-CONTROL-FILE.
       01  UNLOAD-CONTROL-RECORD.
           COPY UNLOAD-CONTROL.

       FD  SOURCE-SWITCH-FILE.
       01  SOURCE-SWITCH-RECORD.
           COPY CARD-SOURCE-SWITCH.

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
           88  WS-EOF              VALUE '10'.
       01  WS-UNL-STATUS           PIC XX.
           88  WS-UNL-SUCCESS      VALUE '00'.
       01  WS-UNC-STATUS           PIC XX.
           88  WS-UNC-SUCCESS      VALUE '00'.
       01  WS-CSS-STATUS           PIC XX.
           88  WS-CSS-SUCCESS      VALUE '00'.
           88  WS-CSS-EOF          VALUE '10'.
      *    Where CARDMAST comes from: the CMUNLOAD extract when
      *    UNLDCTL shows it complete for the business date and no
      *    CMSOURCE row sends this program back to the KSDS.
       01  WS-CARD-SOURCE          PIC X VALUE 'C'.
           88  WS-READ-UNLOAD      VALUE 'U'.
           88  WS-READ-CARDMAST    VALUE 'C'.
       01  WS-UNL-READ-COUNT       PIC 9(09) VALUE ZEROS.
       01  WS-UNL-EXPECTED         PIC 9(09) VALUE ZEROS.
       01  WS-UNL-COUNT-FLAG       PIC X VALUE 'N'.
           88  WS-UNL-MISMATCH     VALUE 'Y'.
       01  WS-EXT-STATUS           PIC XX.
           88  WS-EXT-SUCCESS      VALUE '00'.
       01  WS-CRP-STATUS           PIC XX.
       01  WS-CURRENT-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-DELINQUENT-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-CLOSED-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-CHGOFF-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-CHGOFF-TOTAL         PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-BALANCE-TOTAL        PIC S9(15)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-DAYS-PAST-DUE        PIC S9(07) VALUE 0.
       01  WS-PAID-BY-DUE-DATE     PIC S9(13)V99 COMP-3
                                   VALUE ZEROS.
       01  WS-TRANS-IDX            PIC 9(03).
       01  WS-BANKRUPT-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-SETTLED-COUNT        PIC 9(07) VALUE ZEROS.
      *    Bankruptcy indicator codes -- one letter per chapter
      *    (7, 11, 12, 13) for each stage of the case.
       01  WS-CII-FILED            PIC X(04) VALUE 'ABCD'.
       01  WS-CII-DISCHARGED       PIC X(04) VALUE 'EFGH'.
       01  WS-CII-DISMISSED        PIC X(04) VALUE 'IJKL'.
       01  WS-CII-IDX              PIC 9(01) VALUE 0.

       01  WS-CTL-LINE.
           05  WS-CTL-LABEL        PIC X(30).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0030-CHOOSE-CARD-SOURCE.
           IF WS-READ-UNLOAD
               OPEN INPUT UNLOAD-FILE
               MOVE WS-UNL-STATUS TO WS-FILE-STATUS
           ELSE
               OPEN INPUT CARD-FILE
           END-IF.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           IF NOT WS-EXT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-EXT-STATUS
               PERFORM 0920-CLOSE-CARD-SOURCE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CONTROL-RPT-FILE.
           IF NOT WS-CRP-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-CRP-STATUS
               PERFORM 0920-CLOSE-CARD-SOURCE
               CLOSE EXTRACT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS
               UNTIL WS-EOF.
           PERFORM 8000-WRITE-CONTROL-REPORT.
           PERFORM 0920-CLOSE-CARD-SOURCE.
           IF WS-READ-UNLOAD
               PERFORM 0910-CHECK-UNLOAD-COUNT
           END-IF.
           CLOSE EXTRACT-FILE.
           CLOSE CONTROL-RPT-FILE.
           DISPLAY 'RECORDS:  ' WS-RECORD-COUNT.
           DISPLAY 'REPORTED: ' WS-SENT-COUNT.
           DISPLAY 'EXCLUDED (FROZEN): ' WS-EXCLUDED-FROZEN.
           MOVE 0 TO RETURN-CODE
           IF WS-UNL-MISMATCH
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-PROCESS.
           PERFORM 0900-READ-CARD-RECORD
           IF NOT WS-EOF
               ADD 1 TO WS-RECORD-COUNT
               IF ACCT-CREDIT
                   IF ACCT-FROZEN
                       ADD 1 TO WS-EXCLUDED-FROZEN
                   ELSE
                       PERFORM 2000-BUILD-BUREAU-RECORD
                   END-IF
               END-IF
           END-IF.

      *===============================================================
      * 2000-BUILD-BUREAU-RECORD: Map the account onto the bureau
      *    ACCT-BALANCE already excludes open-dispute amounts (the
      *    provisional credit removed them), so it is reported as is.
           MOVE ACCT-BALANCE TO BUR-BALANCE
      *    Charge-off zeroed ACCT-BALANCE on our books, but the
      *    cardholder still owes the written-off amount -- that is
      *    the balance the bureau carries under status '97', less
      *    whatever the collection agency has since recovered.
           IF ACCT-CHARGED-OFF
               COMPUTE BUR-BALANCE =
                   ACCT-CHGOFF-AMOUNT - ACCT-RECOVERED-AMT
               IF BUR-BALANCE < 0
                   MOVE 0 TO BUR-BALANCE
               END-IF
           END-IF
      *    A settle-for-less agreement that was met leaves nothing
      *    owed -- the rest was forgiven -- and the bureau is told
      *    the account was paid for less than the full balance.
           MOVE SPACES TO BUR-SPECIAL-COMMENT
           IF ACCT-SETTLED
               MOVE 0 TO BUR-BALANCE
               SET BUR-SETTLED-FOR-LESS TO TRUE
               ADD 1 TO WS-SETTLED-COUNT
           END-IF
           MOVE ACCT-CREDIT-LIMIT TO BUR-CREDIT-LIMIT
           MOVE WS-CURRENT-DATE   TO BUR-REPORT-DATE
           PERFORM 2100-CHECK-PAYMENT-HISTORY
           PERFORM 2200-MAP-STATUS-CODE
           PERFORM 2300-MAP-BANKRUPTCY-IND
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-SENT-COUNT
           ADD BUR-BALANCE TO WS-BALANCE-TOTAL
           EVALUATE TRUE
               WHEN BUR-CLOSED-PAID
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN BUR-CHARGED-OFF
               WHEN BUR-CHGOFF-PAID
                   ADD 1 TO WS-CHGOFF-COUNT
                   ADD BUR-BALANCE TO WS-CHGOFF-TOTAL
               WHEN BUR-CURRENT-OPEN
                   ADD 1 TO WS-CURRENT-COUNT
               WHEN OTHER
       2100-CHECK-PAYMENT-HISTORY.
           SET BUR-PAID-AS-AGREED TO TRUE
           MOVE 0 TO WS-DAYS-PAST-DUE
           IF ACCT-CHARGED-OFF
               SET BUR-PAID-LATE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF ACCT-PAYMENT-DUE-DATE = 0
               OR ACCT-LAST-STMT-BAL <= 0
               EXIT PARAGRAPH

       2200-MAP-STATUS-CODE.
           EVALUATE TRUE
               WHEN ACCT-CHARGED-OFF
                   AND BUR-BALANCE = 0
                   SET BUR-CHGOFF-PAID TO TRUE
               WHEN ACCT-CHARGED-OFF
                   SET BUR-CHARGED-OFF TO TRUE
               WHEN ACCT-CLOSED
                   SET BUR-CLOSED-PAID TO TRUE
               WHEN WS-DAYS-PAST-DUE >= 120
                   SET BUR-CURRENT-OPEN TO TRUE
           END-EVALUATE.

      *===============================================================
      * 2300-MAP-BANKRUPTCY-IND: The indicator rides beside the
      * status code -- a charged-off account discharged in chapter 7
      * reports '97' with 'E'.
      *===============================================================
       2300-MAP-BANKRUPTCY-IND.
           SET BUR-NO-BANKRUPTCY TO TRUE
           EVALUATE ACCT-BK-CHAPTER
               WHEN 7
                   MOVE 1 TO WS-CII-IDX
               WHEN 11
                   MOVE 2 TO WS-CII-IDX
               WHEN 12
                   MOVE 3 TO WS-CII-IDX
               WHEN 13
                   MOVE 4 TO WS-CII-IDX
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           EVALUATE TRUE
               WHEN ACCT-BK-FILED
                   MOVE WS-CII-FILED(WS-CII-IDX:1)
                       TO BUR-BANKRUPTCY-IND
               WHEN ACCT-BK-DISCHARGED
                   MOVE WS-CII-DISCHARGED(WS-CII-IDX:1)
                       TO BUR-BANKRUPTCY-IND
               WHEN ACCT-BK-DISMISSED
                   MOVE WS-CII-DISMISSED(WS-CII-IDX:1)
                       TO BUR-BANKRUPTCY-IND
           END-EVALUATE
           IF NOT BUR-NO-BANKRUPTCY
               ADD 1 TO WS-BANKRUPT-COUNT
           END-IF.

       8000-WRITE-CONTROL-REPORT.
           MOVE SPACES TO CONTROL-RPT-RECORD
           MOVE 'BUREAU EXTRACT CONTROL REPORT' TO
           MOVE 0 TO WS-CTL-AMOUNT
           WRITE CONTROL-RPT-RECORD FROM WS-CTL-LINE
           MOVE SPACES TO WS-CTL-LINE
           MOVE 'CHARGED OFF' TO WS-CTL-LABEL
           MOVE WS-CHGOFF-COUNT TO WS-CTL-COUNT
           MOVE WS-CHGOFF-TOTAL TO WS-CTL-AMOUNT
           WRITE CONTROL-RPT-RECORD FROM WS-CTL-LINE
           MOVE SPACES TO WS-CTL-LINE
           MOVE 'BANKRUPTCY INDICATED' TO WS-CTL-LABEL
           MOVE WS-BANKRUPT-COUNT TO WS-CTL-COUNT
           MOVE 0 TO WS-CTL-AMOUNT
           WRITE CONTROL-RPT-RECORD FROM WS-CTL-LINE
           MOVE SPACES TO WS-CTL-LINE
           MOVE 'SETTLED FOR LESS' TO WS-CTL-LABEL
           MOVE WS-SETTLED-COUNT TO WS-CTL-COUNT
           MOVE 0 TO WS-CTL-AMOUNT
           WRITE CONTROL-RPT-RECORD FROM WS-CTL-LINE
           MOVE SPACES TO WS-CTL-LINE
           MOVE 'EXCLUDED (FROZEN)' TO WS-CTL-LABEL
           MOVE WS-EXCLUDED-FROZEN TO WS-CTL-COUNT
           MOVE 0 TO WS-CTL-AMOUNT
           WRITE CONTROL-RPT-RECORD FROM WS-CTL-LINE.

      *===============================================================
      * 0030-CHOOSE-CARD-SOURCE: Read the CMUNLOAD extract rather
      * than the KSDS when UNLDCTL shows tonight's unload complete,
      * unless a CMSOURCE row for this program says CARDMAST. A
      * missing or unfinished unload falls back to CARDMAST.
      *===============================================================
       0030-CHOOSE-CARD-SOURCE.
           MOVE 'U' TO WS-CARD-SOURCE
           OPEN INPUT SOURCE-SWITCH-FILE
           IF WS-CSS-SUCCESS
               PERFORM 0035-READ-SOURCE-SWITCH
                   UNTIL WS-CSS-EOF
               CLOSE SOURCE-SWITCH-FILE
           END-IF
           IF WS-READ-CARDMAST
               DISPLAY 'CMSOURCE SWITCH SET -- READING CARDMAST'
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-CARD-SOURCE
           OPEN INPUT UNLOAD-CONTROL-FILE
           IF WS-UNC-SUCCESS
               READ UNLOAD-CONTROL-FILE
                   NOT AT END
                       IF UNC-COMPLETE
                           AND UNC-BUSINESS-DATE = WS-CURRENT-DATE
                           MOVE 'U' TO WS-CARD-SOURCE
                           MOVE UNC-ACCT-COUNT TO WS-UNL-EXPECTED
                       END-IF
               END-READ
               CLOSE UNLOAD-CONTROL-FILE
           END-IF
           IF WS-READ-CARDMAST
               DISPLAY 'CARDMAST UNLOAD NOT CURRENT -- '
                   'READING CARDMAST'
           END-IF.

       0035-READ-SOURCE-SWITCH.
           READ SOURCE-SWITCH-FILE
               AT END SET WS-CSS-EOF TO TRUE
               NOT AT END
                   IF CSS-PROGRAM = 'BUREAU'
                       AND CSS-CARDMAST
                       MOVE 'C' TO WS-CARD-SOURCE
                   END-IF
           END-READ.

      *    The next CARDMAST record into CARD-RECORD -- from the
      *    unload or from the KSDS.
       0900-READ-CARD-RECORD.
           IF WS-READ-UNLOAD
               READ UNLOAD-FILE INTO CARD-RECORD-IMAGE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END ADD 1 TO WS-UNL-READ-COUNT
               END-READ
           ELSE
               READ CARD-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

       0910-CHECK-UNLOAD-COUNT.
           IF WS-UNL-READ-COUNT NOT = WS-UNL-EXPECTED
               DISPLAY 'CARDMAST UNLOAD COUNT MISMATCH -- READ '
                   WS-UNL-READ-COUNT ' CONTROL ' WS-UNL-EXPECTED
               SET WS-UNL-MISMATCH TO TRUE
           END-IF.

       0920-CLOSE-CARD-SOURCE.
           IF WS-READ-UNLOAD
               CLOSE UNLOAD-FILE
           ELSE
               CLOSE CARD-FILE
           END-IF.

      *===============================================================
      * 0040-SET-BUSINESS-DATE: The posting date is the JOB-CALENDAR
      * business date, not the wall clock; without a calendar on
