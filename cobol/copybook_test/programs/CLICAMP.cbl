      * for CLCHANGE to apply -- so the existing CLA audit trail
      * covers the changes for free -- and the campaign summary
      * (CAMPRPT) shows offered counts and total line extended.
      * Thresholds come from CAMPPARM; defaults below. The offer
      * reaches the cardholder by CH-CONTACT-PREF, so an account
      * opted out of marketing by that channel (PRIVLOAD) is
      * skipped and counted, and every offer made is logged to
      * MKTLOG as a marketing contact.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICAMP.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MARKETING-LOG-FILE
               ASSIGN TO 'MKTLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MKC-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
           05  CMP-LIMIT-CAP       PIC 9(09)V99.
           05  CMP-SCORE-FLOOR     PIC 9(03).

       FD  MARKETING-LOG-FILE.
       01  MARKETING-LOG-RECORD.
           COPY MARKETING-CONTACT.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
       01  WS-MKC-STATUS           PIC XX.
           88  WS-MKC-SUCCESS      VALUE '00'.
           88  WS-MKC-NOT-FOUND    VALUE '35'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-MKT-CHANNEL          PIC X(01).
       01  WS-OPTOUT-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-UTIL-THRESHOLD       PIC 9(03) VALUE 30.
       01  WS-MIN-AGE-DAYS         PIC 9(05) VALUE 365.
       01  WS-INCREASE-PCT         PIC 9(03) VALUE 20.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *    No log, no campaign -- an offer that cannot be logged
      *    cannot be proven to have respected the opt-outs.
           OPEN EXTEND MARKETING-LOG-FILE.
           IF WS-MKC-NOT-FOUND
               OPEN OUTPUT MARKETING-LOG-FILE
           END-IF.
           IF NOT WS-MKC-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-MKC-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE REQUEST-FILE
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-RECORDS
               UNTIL WS-EOF.
           PERFORM 8000-WRITE-SUMMARY.
           CLOSE CARD-MASTER-FILE.
           CLOSE REQUEST-FILE.
           CLOSE REPORT-FILE.
           CLOSE MARKETING-LOG-FILE.
           DISPLAY 'RECORDS: ' WS-RECORD-COUNT.
           DISPLAY 'OFFERED: ' WS-OFFERED-COUNT.
           DISPLAY 'OPTED OUT: ' WS-OPTOUT-COUNT.
           DISPLAY 'LINE EXTENDED: ' WS-LINE-EXTENDED-TOTAL.
           MOVE 0 TO RETURN-CODE
           GOBACK.
           IF COLL-WAS-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-CHECK-OPT-OUT
           IF WS-MKT-CHANNEL = SPACE
               ADD 1 TO WS-OPTOUT-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 3000-WRITE-OFFER.

       2100-FIND-COLLECTIONS.
               END-IF
           END-PERFORM.

      *===============================================================
      * 2200-CHECK-OPT-OUT: The channel the offer goes by, cleared
      * to space when the cardholder opted out of marketing on it.
      *===============================================================
       2200-CHECK-OPT-OUT.
           EVALUATE TRUE
               WHEN CH-CONTACT-EMAIL
                   MOVE 'E' TO WS-MKT-CHANNEL
                   IF ACCT-NO-MKT-EMAIL
                       MOVE SPACE TO WS-MKT-CHANNEL
                   END-IF
               WHEN CH-CONTACT-PHONE
                   MOVE 'P' TO WS-MKT-CHANNEL
                   IF ACCT-NO-MKT-PHONE
                       MOVE SPACE TO WS-MKT-CHANNEL
                   END-IF
               WHEN OTHER
                   MOVE 'M' TO WS-MKT-CHANNEL
                   IF ACCT-NO-MKT-MAIL
                       MOVE SPACE TO WS-MKT-CHANNEL
                   END-IF
           END-EVALUATE.

      *===============================================================
      * 3000-WRITE-OFFER: The new limit is the old plus the campaign
      * percentage, rounded down to the hundred and capped; at or
           MOVE 'CLICAMP' TO CLR-REQUESTED-BY
           WRITE REQUEST-RECORD
           ADD 1 TO WS-OFFERED-COUNT
           MOVE ACCT-NUMBER TO MKC-ACCT-NUMBER
           MOVE 'CLICAMP' TO MKC-PROGRAM-ID
           MOVE 'CLIAUTO' TO MKC-CAMPAIGN-ID
           MOVE WS-MKT-CHANNEL TO MKC-CHANNEL
           MOVE WS-CURRENT-DATE TO MKC-CONTACT-DATE
           WRITE MARKETING-LOG-RECORD
           COMPUTE WS-LINE-EXTENDED =
               WS-NEW-LIMIT - ACCT-CREDIT-LIMIT
           ADD WS-LINE-EXTENDED TO WS-LINE-EXTENDED-TOTAL.
                  WS-RPT-AMT DELIMITED SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-OPTOUT-COUNT TO WS-RPT-COUNT
           STRING 'CLI CAMPAIGN  SKIPPED, MARKETING OPT-OUT '
                      DELIMITED SIZE
                  WS-RPT-COUNT DELIMITED SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      *===============================================================
