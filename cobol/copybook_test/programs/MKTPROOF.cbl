      *---------------------------------------------------------------
      * MKTPROOF.cbl -- Marketing opt-out compliance proof
      * Holds every marketing contact on MKTLOG (statement inserts
      * from BILLING, offers from CLICAMP) against the privacy
      * audit trail on PRIVAUD and proves none of them reached a
      * cardholder who had opted out of marketing by that channel
      * at the time. PRIVAUD is replayed into opt-out periods per
      * account and channel -- from the business date an opt-out
      * took effect until the date an opt-in ended it, or still
      * open -- and a contact dated after the start of a period
      * and before its end is a violation, listed on MKTPRPT. The
      * report closes with the contacts checked and the violations
      * found; compliance keeps it as the proof. Ends with
      * condition code 4 when any violation is found, and 8 when
      * opt-out periods were dropped at the table cap (the proof is
      * then incomplete).
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MKTPROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO 'PRIVAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PVA-STATUS.

           SELECT MARKETING-LOG-FILE
               ASSIGN TO 'MKTLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MKC-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'MKTPRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY PRIVACY-AUDIT.

       FD  MARKETING-LOG-FILE.
       01  MARKETING-LOG-RECORD.
           COPY MARKETING-CONTACT.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PVA-STATUS           PIC XX.
           88  WS-PVA-SUCCESS      VALUE '00'.
           88  WS-PVA-EOF          VALUE '10'.
       01  WS-MKC-STATUS           PIC XX.
           88  WS-MKC-SUCCESS      VALUE '00'.
           88  WS-MKC-EOF          VALUE '10'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-AUDIT-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-CONTACT-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-VIOLATION-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-DROPPED-COUNT        PIC 9(05) VALUE ZEROS.

      *    Opt-out periods replayed from PRIVAUD: one per marketing
      *    opt-out, closed by the next opt-in on the same account
      *    and channel. A zero end date means still opted out.
       01  WS-OPT-MAX              PIC 9(05) VALUE 5000.
       01  WS-OPT-USED             PIC 9(05) VALUE ZEROS.
       01  WS-OPT-IDX              PIC 9(05) VALUE ZEROS.
       01  WS-OPT-TABLE.
           05  WS-OPT-ENTRY OCCURS 5000 TIMES.
               10  WS-OPT-ACCT-NUMBER  PIC X(16).
               10  WS-OPT-CHANNEL      PIC X(01).
               10  WS-OPT-FROM-DATE    PIC 9(08).
               10  WS-OPT-THRU-DATE    PIC 9(08).

       01  WS-VIO-LINE.
           05  FILLER              PIC X(10) VALUE 'VIOLATION '.
           05  WS-VIO-ACCT         PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-VIO-PROGRAM      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-VIO-CAMPAIGN     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-VIO-CHANNEL      PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-VIO-CONTACT-DATE PIC X(08).
           05  FILLER              PIC X(11) VALUE ' OPTED OUT '.
           05  WS-VIO-OPTOUT-DATE  PIC X(08).
           05  FILLER              PIC X(06) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL        PIC X(32).
           05  WS-TOT-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-OPT-OUT-PERIODS.
           OPEN INPUT MARKETING-LOG-FILE.
           IF NOT WS-MKC-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-MKC-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               CLOSE MARKETING-LOG-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-READ-CONTACT
               UNTIL WS-MKC-EOF.
           PERFORM 8000-WRITE-TOTALS.
           CLOSE MARKETING-LOG-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'PRIVACY AUDIT RECORDS: ' WS-AUDIT-COUNT.
           DISPLAY 'OPT-OUT PERIODS:       ' WS-OPT-USED.
           DISPLAY 'CONTACTS CHECKED:      ' WS-CONTACT-COUNT.
           DISPLAY 'VIOLATIONS:            ' WS-VIOLATION-COUNT.
           EVALUATE TRUE
               WHEN WS-DROPPED-COUNT > 0
                   DISPLAY 'OPT-OUT PERIODS DROPPED AT TABLE CAP: '
                       WS-DROPPED-COUNT ' -- CONDITION CODE 8'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-VIOLATION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *===============================================================
      * 0100-LOAD-OPT-OUT-PERIODS: PRIVAUD is in the order the
      * changes were made, so an opt-in always closes the period
      * its opt-out opened. Sharing choices are not marketing and
      * are passed over. No PRIVAUD on file means no one has ever
      * opted out.
      *===============================================================
       0100-LOAD-OPT-OUT-PERIODS.
           OPEN INPUT AUDIT-FILE
           IF WS-PVA-SUCCESS
               PERFORM 0150-READ-AUDIT
                   UNTIL WS-PVA-EOF
               CLOSE AUDIT-FILE
           END-IF.

       0150-READ-AUDIT.
           READ AUDIT-FILE
               AT END SET WS-PVA-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-COUNT
                   IF PVA-MARKETING
                       IF PVA-NOW-OPTED-OUT
                           PERFORM 0160-OPEN-PERIOD
                       ELSE
                           PERFORM 0170-CLOSE-PERIOD
                       END-IF
                   END-IF
           END-READ.

       0160-OPEN-PERIOD.
           IF WS-OPT-USED >= WS-OPT-MAX
               DISPLAY 'OPT-OUT TABLE FULL, DROPPING: '
                   PVA-ACCT-NUMBER
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPT-USED
           MOVE PVA-ACCT-NUMBER TO WS-OPT-ACCT-NUMBER(WS-OPT-USED)
           MOVE PVA-CHANNEL TO WS-OPT-CHANNEL(WS-OPT-USED)
           MOVE PVA-EFFECTIVE-DATE TO WS-OPT-FROM-DATE(WS-OPT-USED)
           MOVE ZEROS TO WS-OPT-THRU-DATE(WS-OPT-USED).

       0170-CLOSE-PERIOD.
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
               UNTIL WS-OPT-IDX > WS-OPT-USED
               IF PVA-ACCT-NUMBER = WS-OPT-ACCT-NUMBER(WS-OPT-IDX)
                   AND PVA-CHANNEL = WS-OPT-CHANNEL(WS-OPT-IDX)
                   AND WS-OPT-THRU-DATE(WS-OPT-IDX) = 0
                   MOVE PVA-EFFECTIVE-DATE
                       TO WS-OPT-THRU-DATE(WS-OPT-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       1000-READ-CONTACT.
           READ MARKETING-LOG-FILE
               AT END SET WS-MKC-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONTACT-COUNT
                   PERFORM 2000-CHECK-CONTACT
           END-READ.

      *===============================================================
      * 2000-CHECK-CONTACT: An opt-out is honored from the run after
      * the one that took it, so a contact on the effective date
      * itself is not a violation; one on the day an opt-in took
      * effect is allowed too.
      *===============================================================
       2000-CHECK-CONTACT.
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
               UNTIL WS-OPT-IDX > WS-OPT-USED
               IF MKC-ACCT-NUMBER = WS-OPT-ACCT-NUMBER(WS-OPT-IDX)
                   AND MKC-CHANNEL = WS-OPT-CHANNEL(WS-OPT-IDX)
                   AND MKC-CONTACT-DATE >
                       WS-OPT-FROM-DATE(WS-OPT-IDX)
                   AND (WS-OPT-THRU-DATE(WS-OPT-IDX) = 0
                       OR MKC-CONTACT-DATE <
                           WS-OPT-THRU-DATE(WS-OPT-IDX))
                   PERFORM 9000-WRITE-VIOLATION
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       8000-WRITE-TOTALS.
           MOVE 'MARKETING CONTACTS CHECKED:' TO WS-TOT-LABEL
           MOVE WS-CONTACT-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CONTACTS WHILE OPTED OUT:' TO WS-TOT-LABEL
           MOVE WS-VIOLATION-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

       9000-WRITE-VIOLATION.
           MOVE MKC-ACCT-NUMBER TO WS-VIO-ACCT
           MOVE MKC-PROGRAM-ID TO WS-VIO-PROGRAM
           MOVE MKC-CAMPAIGN-ID TO WS-VIO-CAMPAIGN
           MOVE MKC-CHANNEL TO WS-VIO-CHANNEL
           MOVE MKC-CONTACT-DATE TO WS-VIO-CONTACT-DATE
           MOVE WS-OPT-FROM-DATE(WS-OPT-IDX) TO WS-VIO-OPTOUT-DATE
           WRITE REPORT-RECORD FROM WS-VIO-LINE
           ADD 1 TO WS-VIOLATION-COUNT.
