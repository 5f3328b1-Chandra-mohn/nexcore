      *---------------------------------------------------------------
      * CPPANAL.cbl -- Common-point-of-purchase analysis
      * Finds the merchant behind a run of card fraud before the
      * fraud desk knows which one to put into MERCHINQ. The cases
      * are the confirmed-fraud ('CF') dispositions FRAUDDSP has
      * appended to FRDAUDIT, worked within the case window. Each
      * case account's fraud starts on the earliest of its confirmed
      * transactions, found on the on-record TH rows or the
      * offloaded TRANHIST rows -- the queued date stands in when the
      * row has since aged off both. Every merchant the account
      * bought from ('PU' rows) in the lookback window before that
      * day is a candidate, counted once per case account.
      *
      * A second pass over CARDMAST measures each candidate's normal
      * customer base: the accounts, cases included, that bought
      * there anywhere in the analysis period (earliest window start
      * through the day before the latest fraud start). A merchant
      * used by at least the minimum number of case accounts, where
      * the case accounts are at least the minimum share of its
      * base, is a suspected breach point. CPARPT ranks the suspects
      * by case accounts, share breaking ties. A third pass then
      * lists the open accounts, not yet cases themselves, that
      * bought from a suspect in the period -- on CPARPT (masked)
      * and as COMPROMISE-EXPOSURE records on CPAEXPO for reissue,
      * one per account and merchant.
      *
      * Lookback, case window and the two thresholds come from
      * CPAPARM; defaults below.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPPANAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISP-AUDIT-FILE
               ASSIGN TO 'FRDAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FDA-STATUS.

           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'TRANHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HXS-STATUS.

           SELECT MERCHANT-FILE
               ASSIGN TO 'MERCHMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-MERCHANT-ID
               FILE STATUS IS WS-MMS-STATUS.

           SELECT EXPOSURE-FILE
               ASSIGN TO 'CPAEXPO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPX-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'CPARPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'CPAPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISP-AUDIT-FILE.
       01  DISP-AUDIT-RECORD.
           COPY FRAUD-DISP-AUDIT.

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY TRANS-HIST-OFFLOAD.

       FD  MERCHANT-FILE.
       01  MERCHANT-RECORD.
           COPY MERCHANT-MASTER.

       FD  EXPOSURE-FILE.
       01  EXPOSURE-RECORD.
           COPY COMPROMISE-EXPOSURE.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  CPA-LOOKBACK-DAYS   PIC 9(03).
           05  CPA-CASE-DAYS       PIC 9(03).
           05  CPA-MIN-FRAUD-ACCTS PIC 9(03).
           05  CPA-MIN-FRAUD-PCT   PIC 9(03).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-FDA-STATUS           PIC XX.
           88  WS-FDA-SUCCESS      VALUE '00'.
           88  WS-FDA-EOF          VALUE '10'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
           88  WS-EOF              VALUE '10'.
       01  WS-HXS-STATUS           PIC XX.
           88  WS-HXS-SUCCESS      VALUE '00'.
       01  WS-MMS-STATUS           PIC XX.
           88  WS-MMS-SUCCESS      VALUE '00'.
       01  WS-CPX-STATUS           PIC XX.
           88  WS-CPX-SUCCESS      VALUE '00'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-HIST-LOOKUP-FLAG     PIC X(01) VALUE 'N'.
           88  WS-HIST-LOOKUP-ON   VALUE 'Y'.
       01  WS-HIST-DONE-FLAG       PIC X(01) VALUE 'N'.
           88  WS-HIST-DONE        VALUE 'Y'.
       01  WS-MERCH-LOOKUP-FLAG    PIC X(01) VALUE 'N'.
           88  WS-MERCH-LOOKUP-ON  VALUE 'Y'.
       01  WS-TRANS-IDX            PIC 9(03).

      *    Analysis policy (CPAPARM): days looked back before each
      *    case's fraud start, how far back a disposition may have
      *    been worked to count as a case, and the two thresholds a
      *    merchant must meet -- case accounts, and case accounts as
      *    a percentage of the merchant's accounts in the period.
       01  WS-LOOKBACK-DAYS        PIC 9(03) VALUE 90.
       01  WS-CASE-DAYS            PIC 9(03) VALUE 90.
       01  WS-MIN-FRAUD-ACCTS      PIC 9(03) VALUE 3.
       01  WS-MIN-FRAUD-PCT        PIC 9(03) VALUE 5.
       01  WS-CASE-FROM-DATE       PIC 9(08) VALUE ZEROS.

      *    Which pass the window walk (4000) is serving: 'F' the
      *    case accounts, 'B' the base count, 'X' the exposures.
       01  WS-PASS                 PIC X(01) VALUE 'F'.
           88  WS-PASS-FRAUD       VALUE 'F'.
           88  WS-PASS-BASE        VALUE 'B'.
           88  WS-PASS-EXPOSURE    VALUE 'X'.

      *    Case accounts from FRDAUDIT, with up to 10 confirmed
      *    transaction ids each for finding the fraud start.
       01  WS-FRD-MAX              PIC 9(04) VALUE 500.
       01  WS-FRD-USED             PIC 9(04) VALUE ZEROS.
       01  WS-FRD-IDX              PIC 9(04) VALUE ZEROS.
       01  WS-FRD-HIT              PIC 9(04) VALUE ZEROS.
       01  WS-FRD-TABLE.
           05  WS-FRD-ENTRY OCCURS 500 TIMES.
               10  WS-FRD-ACCT         PIC X(16).
               10  WS-FRD-START-DATE   PIC 9(08).
               10  WS-FRD-LAST-QUEUED  PIC 9(08).
               10  WS-FRD-FOUND-FLAG   PIC X(01).
                   88  WS-FRD-FOUND    VALUE 'Y'.
               10  WS-FRD-ID-USED      PIC 9(02).
               10  WS-FRD-TRANS-ID     PIC X(12) OCCURS 10 TIMES.
       01  WS-ID-IDX               PIC 9(02) VALUE ZEROS.

      *    Candidate merchants: every merchant a case account bought
      *    from in its window, with its case and base counts.
       01  WS-CAND-MAX             PIC 9(04) VALUE 3000.
       01  WS-CAND-USED            PIC 9(04) VALUE ZEROS.
       01  WS-CAND-IDX             PIC 9(04) VALUE ZEROS.
       01  WS-CAND-HIT             PIC 9(04) VALUE ZEROS.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 3000 TIMES.
               10  WS-CAND-MERCH-ID    PIC X(15).
               10  WS-CAND-NAME        PIC X(30).
               10  WS-CAND-FRAUD-COUNT PIC 9(05).
               10  WS-CAND-BASE-COUNT  PIC 9(07).
               10  WS-CAND-PCT         PIC 9(03)V9.
               10  WS-CAND-SUSPECT-FLAG PIC X(01).
                   88  WS-CAND-SUSPECT VALUE 'Y'.
               10  WS-CAND-RANKED-FLAG PIC X(01).
                   88  WS-CAND-RANKED  VALUE 'Y'.

      *    The merchants one account bought from in the window being
      *    walked, each once, with the last purchase date there.
       01  WS-AM-MAX               PIC 9(03) VALUE 200.
       01  WS-AM-USED              PIC 9(03) VALUE ZEROS.
       01  WS-AM-IDX               PIC 9(03) VALUE ZEROS.
       01  WS-AM-TABLE.
           05  WS-AM-ENTRY OCCURS 200 TIMES.
               10  WS-AM-MERCH-ID      PIC X(15).
               10  WS-AM-CAND-IDX      PIC 9(04).
               10  WS-AM-LAST-DATE     PIC 9(08).

      *    The window being walked, and the analysis period that
      *    spans every case's window.
       01  WS-WIN-FROM             PIC 9(08) VALUE ZEROS.
       01  WS-WIN-TO               PIC 9(08) VALUE ZEROS.
       01  WS-PERIOD-FROM          PIC 9(08) VALUE 99999999.
       01  WS-PERIOD-TO            PIC 9(08) VALUE ZEROS.

      *    The row being looked at, from either store.
       01  WS-ROW-DATE             PIC 9(08).
       01  WS-ROW-MERCHANT-ID      PIC X(15).

       01  WS-BEST-IDX             PIC 9(04) VALUE ZEROS.
       01  WS-RANK                 PIC 9(04) VALUE ZEROS.
       01  WS-MASK-REQUEST.
           COPY MASK-REQUEST.

      *    Run totals.
       01  WS-DISP-READ-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-CASE-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-NOT-FOUND-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-START-FOUND-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-BASE-READ-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-SUSPECT-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-EXPOSED-ACCTS        PIC 9(07) VALUE ZEROS.
       01  WS-EXPOSURE-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-DROPPED-COUNT        PIC 9(07) VALUE ZEROS.

       01  WS-SUSPECT-HEAD.
           05  FILLER              PIC X(05) VALUE 'RANK '.
           05  FILLER              PIC X(16) VALUE 'MERCHANT ID'.
           05  FILLER              PIC X(26) VALUE 'MERCHANT NAME'.
           05  FILLER              PIC X(07) VALUE ' CASES'.
           05  FILLER              PIC X(08) VALUE 'ACCOUNTS'.
           05  FILLER              PIC X(08) VALUE '   PCT'.
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-SUSPECT-LINE.
           05  WS-SL-RANK          PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-SL-MERCH-ID      PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-SL-NAME          PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-SL-FRAUD         PIC Z(4)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-SL-BASE          PIC Z(6)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-SL-PCT           PIC ZZ9.9.
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-EXPOSURE-HEAD.
           05  FILLER              PIC X(18) VALUE 'ACCOUNT'.
           05  FILLER              PIC X(16) VALUE 'MERCHANT ID'.
           05  FILLER              PIC X(27) VALUE 'MERCHANT NAME'.
           05  FILLER              PIC X(08) VALUE 'LAST USE'.
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-EXPOSURE-LINE.
           05  WS-XL-ACCT          PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XL-MERCH-ID      PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-XL-NAME          PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XL-LAST-DATE     PIC 9(08).
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL        PIC X(32).
           05  WS-TOT-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0050-READ-PARAMETERS.
           COMPUTE WS-CASE-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-CASE-DAYS)
           OPEN INPUT DISP-AUDIT-FILE.
           IF NOT WS-FDA-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FDA-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0100-LOAD-CASE
               UNTIL WS-FDA-EOF.
           CLOSE DISP-AUDIT-FILE.
           OPEN INPUT CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *    Offloaded history is optional only before the first
      *    cycle-off ever ran; without MERCHMST the report carries
      *    merchant ids alone.
           OPEN INPUT HISTORY-FILE.
           IF WS-HXS-SUCCESS
               SET WS-HIST-LOOKUP-ON TO TRUE
           END-IF.
           OPEN INPUT MERCHANT-FILE.
           IF WS-MMS-SUCCESS
               SET WS-MERCH-LOOKUP-ON TO TRUE
           END-IF.
           OPEN OUTPUT EXPOSURE-FILE.
           IF NOT WS-CPX-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-CPX-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE EXPOSURE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 7000-WRITE-HEADING.

           SET WS-PASS-FRAUD TO TRUE
           PERFORM 2000-SCAN-CASE-ACCOUNT
               VARYING WS-FRD-IDX FROM 1 BY 1
               UNTIL WS-FRD-IDX > WS-FRD-USED.

           IF WS-CAND-USED > 0
               SET WS-PASS-BASE TO TRUE
               MOVE LOW-VALUES TO ACCT-NUMBER
               START CARD-MASTER-FILE
                   KEY IS NOT LESS THAN ACCT-NUMBER
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM 3000-COUNT-BASE
                   UNTIL WS-EOF
               PERFORM 5000-SCORE-CANDIDATE
                   VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-USED
           END-IF.
           PERFORM 5500-RANK-SUSPECTS.

           IF WS-SUSPECT-COUNT > 0
               SET WS-PASS-EXPOSURE TO TRUE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'OPEN ACCOUNTS EXPOSED AT SUSPECTED BREACH POINTS'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM WS-EXPOSURE-HEAD
               MOVE LOW-VALUES TO ACCT-NUMBER
               START CARD-MASTER-FILE
                   KEY IS NOT LESS THAN ACCT-NUMBER
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM 6000-FIND-EXPOSURES
                   UNTIL WS-EOF
           END-IF.

           PERFORM 8000-WRITE-TOTALS.
           CLOSE CARD-MASTER-FILE.
           IF WS-HIST-LOOKUP-ON
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-MERCH-LOOKUP-ON
               CLOSE MERCHANT-FILE
           END-IF.
           CLOSE EXPOSURE-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'CONFIRMED CASES:    ' WS-CASE-COUNT.
           DISPLAY 'CASE ACCOUNTS:      ' WS-FRD-USED.
           DISPLAY 'CANDIDATE MERCHANTS:' WS-CAND-USED.
           DISPLAY 'SUSPECTED BREACHES: ' WS-SUSPECT-COUNT.
           DISPLAY 'EXPOSED ACCOUNTS:   ' WS-EXPOSED-ACCTS.
           IF WS-DROPPED-COUNT > 0
               DISPLAY 'ENTRIES DROPPED AT TABLE CAP: '
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
                       IF CPA-LOOKBACK-DAYS > 0
                           MOVE CPA-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                       END-IF
                       IF CPA-CASE-DAYS > 0
                           MOVE CPA-CASE-DAYS TO WS-CASE-DAYS
                       END-IF
                       IF CPA-MIN-FRAUD-ACCTS > 0
                           MOVE CPA-MIN-FRAUD-ACCTS
                               TO WS-MIN-FRAUD-ACCTS
                       END-IF
                       IF CPA-MIN-FRAUD-PCT > 0
                           AND CPA-MIN-FRAUD-PCT <= 100
                           MOVE CPA-MIN-FRAUD-PCT
                               TO WS-MIN-FRAUD-PCT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *===============================================================
      * 0100-LOAD-CASE: Confirmed-fraud dispositions worked within
      * the case window, grouped by account. The earliest queued
      * date is the account's fraud start until a confirmed row is
      * found; the latest bounds the search for those rows.
      *===============================================================
       0100-LOAD-CASE.
           READ DISP-AUDIT-FILE
               AT END SET WS-FDA-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DISP-READ-COUNT
                   IF FDA-CONFIRMED-FRAUD
                       AND FDA-WORKED-DATE >= WS-CASE-FROM-DATE
                       AND FDA-QUEUED-DATE NUMERIC
                       AND FDA-QUEUED-DATE > 0
                       ADD 1 TO WS-CASE-COUNT
                       PERFORM 0150-ADD-CASE
                   END-IF
           END-READ.

       0150-ADD-CASE.
           PERFORM VARYING WS-FRD-IDX FROM 1 BY 1
               UNTIL WS-FRD-IDX > WS-FRD-USED
               IF WS-FRD-ACCT(WS-FRD-IDX) = FDA-ACCT-NUMBER
                   IF FDA-QUEUED-DATE < WS-FRD-START-DATE(WS-FRD-IDX)
                       MOVE FDA-QUEUED-DATE
                           TO WS-FRD-START-DATE(WS-FRD-IDX)
                   END-IF
                   IF FDA-QUEUED-DATE > WS-FRD-LAST-QUEUED(WS-FRD-IDX)
                       MOVE FDA-QUEUED-DATE
                           TO WS-FRD-LAST-QUEUED(WS-FRD-IDX)
                   END-IF
                   PERFORM 0160-ADD-CASE-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-FRD-USED >= WS-FRD-MAX
               DISPLAY 'CASE TABLE FULL, DROPPING: ' FDA-ACCT-NUMBER
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FRD-USED
           MOVE WS-FRD-USED TO WS-FRD-IDX
           MOVE FDA-ACCT-NUMBER TO WS-FRD-ACCT(WS-FRD-IDX)
           MOVE FDA-QUEUED-DATE TO WS-FRD-START-DATE(WS-FRD-IDX)
           MOVE FDA-QUEUED-DATE TO WS-FRD-LAST-QUEUED(WS-FRD-IDX)
           MOVE 'N' TO WS-FRD-FOUND-FLAG(WS-FRD-IDX)
           MOVE 0 TO WS-FRD-ID-USED(WS-FRD-IDX)
           PERFORM 0160-ADD-CASE-ID.

      *    Past 10 ids the account's start rests on the ones kept
      *    and on its earliest queued date.
       0160-ADD-CASE-ID.
           IF WS-FRD-ID-USED(WS-FRD-IDX) < 10
               ADD 1 TO WS-FRD-ID-USED(WS-FRD-IDX)
               MOVE FDA-TRANS-ID TO WS-FRD-TRANS-ID(WS-FRD-IDX,
                   WS-FRD-ID-USED(WS-FRD-IDX))
           END-IF.

      *===============================================================
      * 2000-SCAN-CASE-ACCOUNT: Fix the account's fraud start, then
      * note every merchant it bought from in the lookback window
      * before it and count the account once against each.
      *===============================================================
       2000-SCAN-CASE-ACCOUNT.
           MOVE WS-FRD-ACCT(WS-FRD-IDX) TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   DISPLAY 'CASE ACCOUNT NOT FOUND: '
                       WS-FRD-ACCT(WS-FRD-IDX)
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   EXIT PARAGRAPH
           END-READ
           PERFORM 2100-FIND-FRAUD-START
           IF WS-FRD-FOUND(WS-FRD-IDX)
               ADD 1 TO WS-START-FOUND-COUNT
           END-IF
           COMPUTE WS-WIN-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FRD-START-DATE(WS-FRD-IDX))
               - WS-LOOKBACK-DAYS)
           COMPUTE WS-WIN-TO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FRD-START-DATE(WS-FRD-IDX))
               - 1)
           IF WS-WIN-FROM < WS-PERIOD-FROM
               MOVE WS-WIN-FROM TO WS-PERIOD-FROM
           END-IF
           IF WS-WIN-TO > WS-PERIOD-TO
               MOVE WS-WIN-TO TO WS-PERIOD-TO
           END-IF
           PERFORM 4000-WALK-WINDOW
           PERFORM 2300-ADD-CANDIDATE
               VARYING WS-AM-IDX FROM 1 BY 1
               UNTIL WS-AM-IDX > WS-AM-USED.

      *===============================================================
      * 2100-FIND-FRAUD-START: The earliest confirmed row on either
      * store. Offloaded rows are browsed from the account's first
      * through its last queued date -- a confirmed row cannot post
      * after it was queued.
      *===============================================================
       2100-FIND-FRAUD-START.
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
               MOVE TH-TRANS-DATE(WS-TRANS-IDX) TO WS-ROW-DATE
               PERFORM 2200-CHECK-CASE-ROW
                   VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-FRD-ID-USED(WS-FRD-IDX)
           END-PERFORM
           IF NOT WS-HIST-LOOKUP-ON
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HIST-DONE-FLAG
           MOVE ACCT-NUMBER TO HX-ACCT-NUMBER
           MOVE 0 TO HX-TRANS-DATE
           MOVE LOW-VALUES TO HX-TRANS-ID
           START HISTORY-FILE KEY IS NOT LESS THAN HX-KEY
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-START
           PERFORM 2150-READ-START-ROW
               UNTIL WS-HIST-DONE.

       2150-READ-START-ROW.
           READ HISTORY-FILE NEXT
               AT END SET WS-HIST-DONE TO TRUE
               NOT AT END
                   IF HX-ACCT-NUMBER NOT = ACCT-NUMBER
                       OR HX-TRANS-DATE >
                           WS-FRD-LAST-QUEUED(WS-FRD-IDX)
                       SET WS-HIST-DONE TO TRUE
                   ELSE
                       MOVE HX-TRANS-DATE TO WS-ROW-DATE
                       PERFORM 2250-CHECK-OFFLOADED-ROW
                           VARYING WS-ID-IDX FROM 1 BY 1
                           UNTIL WS-ID-IDX >
                               WS-FRD-ID-USED(WS-FRD-IDX)
                   END-IF
           END-READ.

       2200-CHECK-CASE-ROW.
           IF TH-TRANS-ID(WS-TRANS-IDX) =
               WS-FRD-TRANS-ID(WS-FRD-IDX, WS-ID-IDX)
               PERFORM 2260-TAKE-START-DATE
           END-IF.

       2250-CHECK-OFFLOADED-ROW.
           IF HX-TRANS-ID = WS-FRD-TRANS-ID(WS-FRD-IDX, WS-ID-IDX)
               PERFORM 2260-TAKE-START-DATE
           END-IF.

      *    A found row replaces the queued-date stand-in even when
      *    it is later -- only the first found is measured against
      *    it; after that the earliest row wins.
       2260-TAKE-START-DATE.
           IF NOT WS-FRD-FOUND(WS-FRD-IDX)
               SET WS-FRD-FOUND(WS-FRD-IDX) TO TRUE
               MOVE WS-ROW-DATE TO WS-FRD-START-DATE(WS-FRD-IDX)
           ELSE
               IF WS-ROW-DATE < WS-FRD-START-DATE(WS-FRD-IDX)
                   MOVE WS-ROW-DATE TO WS-FRD-START-DATE(WS-FRD-IDX)
               END-IF
           END-IF.

       2300-ADD-CANDIDATE.
           MOVE WS-AM-MERCH-ID(WS-AM-IDX) TO WS-ROW-MERCHANT-ID
           PERFORM 4600-FIND-CANDIDATE
           IF WS-CAND-HIT > 0
               ADD 1 TO WS-CAND-FRAUD-COUNT(WS-CAND-HIT)
               EXIT PARAGRAPH
           END-IF
           IF WS-CAND-USED >= WS-CAND-MAX
               DISPLAY 'MERCHANT TABLE FULL, DROPPING: '
                   WS-AM-MERCH-ID(WS-AM-IDX)
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAND-USED
           MOVE WS-AM-MERCH-ID(WS-AM-IDX)
               TO WS-CAND-MERCH-ID(WS-CAND-USED)
           MOVE SPACES TO WS-CAND-NAME(WS-CAND-USED)
           MOVE 1 TO WS-CAND-FRAUD-COUNT(WS-CAND-USED)
           MOVE 0 TO WS-CAND-BASE-COUNT(WS-CAND-USED)
           MOVE 0 TO WS-CAND-PCT(WS-CAND-USED)
           MOVE 'N' TO WS-CAND-SUSPECT-FLAG(WS-CAND-USED)
           MOVE 'N' TO WS-CAND-RANKED-FLAG(WS-CAND-USED).

      *===============================================================
      * 3000-COUNT-BASE: Every account on file that bought from a
      * candidate in the analysis period counts once toward that
      * merchant's base -- the case accounts included.
      *===============================================================
       3000-COUNT-BASE.
           READ CARD-MASTER-FILE NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BASE-READ-COUNT
                   MOVE WS-PERIOD-FROM TO WS-WIN-FROM
                   MOVE WS-PERIOD-TO   TO WS-WIN-TO
                   PERFORM 4000-WALK-WINDOW
                   PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                       UNTIL WS-AM-IDX > WS-AM-USED
                       ADD 1 TO WS-CAND-BASE-COUNT(
                           WS-AM-CAND-IDX(WS-AM-IDX))
                   END-PERFORM
           END-READ.

      *===============================================================
      * 4000-WALK-WINDOW: The account's purchases dated inside the
      * window, on-record rows and then offloaded ones, reduced to
      * one entry per merchant.
      *===============================================================
       4000-WALK-WINDOW.
           MOVE 0 TO WS-AM-USED
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > TH-TRANS-COUNT
               IF TH-PURCHASE(WS-TRANS-IDX)
                   AND TH-TRANS-DATE(WS-TRANS-IDX) >= WS-WIN-FROM
                   AND TH-TRANS-DATE(WS-TRANS-IDX) <= WS-WIN-TO
                   MOVE TH-TRANS-DATE(WS-TRANS-IDX) TO WS-ROW-DATE
                   MOVE TH-MERCHANT-ID(WS-TRANS-IDX)
                       TO WS-ROW-MERCHANT-ID
                   PERFORM 4500-NOTE-MERCHANT
               END-IF
           END-PERFORM
           IF NOT WS-HIST-LOOKUP-ON
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HIST-DONE-FLAG
           MOVE ACCT-NUMBER TO HX-ACCT-NUMBER
           MOVE WS-WIN-FROM TO HX-TRANS-DATE
           MOVE LOW-VALUES TO HX-TRANS-ID
           START HISTORY-FILE KEY IS NOT LESS THAN HX-KEY
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-START
           PERFORM 4100-READ-WINDOW-ROW
               UNTIL WS-HIST-DONE.

       4100-READ-WINDOW-ROW.
           READ HISTORY-FILE NEXT
               AT END SET WS-HIST-DONE TO TRUE
               NOT AT END
                   IF HX-ACCT-NUMBER NOT = ACCT-NUMBER
                       OR HX-TRANS-DATE > WS-WIN-TO
                       SET WS-HIST-DONE TO TRUE
                   ELSE
                       IF HX-TRANS-TYPE = 'PU'
                           MOVE HX-TRANS-DATE  TO WS-ROW-DATE
                           MOVE HX-MERCHANT-ID TO WS-ROW-MERCHANT-ID
                           PERFORM 4500-NOTE-MERCHANT
                       END-IF
                   END-IF
           END-READ.

      *===============================================================
      * 4500-NOTE-MERCHANT: The case pass keeps every merchant; the
      * base pass only candidates, the exposure pass only suspects.
      *===============================================================
       4500-NOTE-MERCHANT.
           IF WS-ROW-MERCHANT-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AM-IDX FROM 1 BY 1
               UNTIL WS-AM-IDX > WS-AM-USED
               IF WS-AM-MERCH-ID(WS-AM-IDX) = WS-ROW-MERCHANT-ID
                   IF WS-ROW-DATE > WS-AM-LAST-DATE(WS-AM-IDX)
                       MOVE WS-ROW-DATE TO WS-AM-LAST-DATE(WS-AM-IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CAND-HIT
           IF NOT WS-PASS-FRAUD
               PERFORM 4600-FIND-CANDIDATE
               IF WS-CAND-HIT = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-PASS-EXPOSURE
                   AND NOT WS-CAND-SUSPECT(WS-CAND-HIT)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-AM-USED >= WS-AM-MAX
               DISPLAY 'ACCOUNT MERCHANT TABLE FULL, DROPPING: '
                   ACCT-NUMBER ' ' WS-ROW-MERCHANT-ID
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AM-USED
           MOVE WS-ROW-MERCHANT-ID TO WS-AM-MERCH-ID(WS-AM-USED)
           MOVE WS-CAND-HIT        TO WS-AM-CAND-IDX(WS-AM-USED)
           MOVE WS-ROW-DATE        TO WS-AM-LAST-DATE(WS-AM-USED).

       4600-FIND-CANDIDATE.
           MOVE 0 TO WS-CAND-HIT
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-USED
               IF WS-CAND-MERCH-ID(WS-CAND-IDX) = WS-ROW-MERCHANT-ID
                   MOVE WS-CAND-IDX TO WS-CAND-HIT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      *===============================================================
      * 5000-SCORE-CANDIDATE: Case accounts as a share of the
      * merchant's accounts in the period; both thresholds must be
      * met to call the merchant a suspected breach point.
      *===============================================================
       5000-SCORE-CANDIDATE.
           IF WS-CAND-BASE-COUNT(WS-CAND-IDX) > 0
               COMPUTE WS-CAND-PCT(WS-CAND-IDX) ROUNDED =
                   WS-CAND-FRAUD-COUNT(WS-CAND-IDX) * 100
                   / WS-CAND-BASE-COUNT(WS-CAND-IDX)
           END-IF
           IF WS-CAND-FRAUD-COUNT(WS-CAND-IDX) >= WS-MIN-FRAUD-ACCTS
               AND WS-CAND-PCT(WS-CAND-IDX) >= WS-MIN-FRAUD-PCT
               SET WS-CAND-SUSPECT(WS-CAND-IDX) TO TRUE
               ADD 1 TO WS-SUSPECT-COUNT
               IF WS-MERCH-LOOKUP-ON
                   MOVE WS-CAND-MERCH-ID(WS-CAND-IDX) TO MM-MERCHANT-ID
                   READ MERCHANT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MM-MERCHANT-NAME
                               TO WS-CAND-NAME(WS-CAND-IDX)
                   END-READ
               END-IF
           END-IF.

      *===============================================================
      * 5500-RANK-SUSPECTS: Most case accounts first, the higher
      * share breaking a tie; each pick is marked so the next pick
      * skips it.
      *===============================================================
       5500-RANK-SUSPECTS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'SUSPECTED BREACH POINTS' TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-SUSPECT-COUNT = 0
               MOVE '  NONE OVER THRESHOLD' TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-RECORD FROM WS-SUSPECT-HEAD
           MOVE 0 TO WS-RANK
           PERFORM 5600-WRITE-NEXT-SUSPECT
               WS-SUSPECT-COUNT TIMES.

       5600-WRITE-NEXT-SUSPECT.
           MOVE 0 TO WS-BEST-IDX
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-USED
               IF WS-CAND-SUSPECT(WS-CAND-IDX)
                   AND NOT WS-CAND-RANKED(WS-CAND-IDX)
                   IF WS-BEST-IDX = 0
                       MOVE WS-CAND-IDX TO WS-BEST-IDX
                   ELSE
                       IF WS-CAND-FRAUD-COUNT(WS-CAND-IDX) >
                           WS-CAND-FRAUD-COUNT(WS-BEST-IDX)
                           OR (WS-CAND-FRAUD-COUNT(WS-CAND-IDX) =
                               WS-CAND-FRAUD-COUNT(WS-BEST-IDX)
                           AND WS-CAND-PCT(WS-CAND-IDX) >
                               WS-CAND-PCT(WS-BEST-IDX))
                           MOVE WS-CAND-IDX TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-IDX = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-CAND-RANKED(WS-BEST-IDX) TO TRUE
           ADD 1 TO WS-RANK
           MOVE WS-RANK TO WS-SL-RANK
           MOVE WS-CAND-MERCH-ID(WS-BEST-IDX)    TO WS-SL-MERCH-ID
           MOVE WS-CAND-NAME(WS-BEST-IDX)        TO WS-SL-NAME
           MOVE WS-CAND-FRAUD-COUNT(WS-BEST-IDX) TO WS-SL-FRAUD
           MOVE WS-CAND-BASE-COUNT(WS-BEST-IDX)  TO WS-SL-BASE
           MOVE WS-CAND-PCT(WS-BEST-IDX)         TO WS-SL-PCT
           WRITE REPORT-RECORD FROM WS-SUSPECT-LINE.

      *===============================================================
      * 6000-FIND-EXPOSURES: Open accounts that are not cases
      * themselves and bought from a suspect in the period -- one
      * exposure record and report line per account and merchant.
      *===============================================================
       6000-FIND-EXPOSURES.
           READ CARD-MASTER-FILE NEXT
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF ACCT-CLOSED OR ACCT-CHARGED-OFF
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 6050-CHECK-CASE-ACCOUNT
                   IF WS-FRD-HIT > 0
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-PERIOD-FROM TO WS-WIN-FROM
                   MOVE WS-PERIOD-TO   TO WS-WIN-TO
                   PERFORM 4000-WALK-WINDOW
                   IF WS-AM-USED > 0
                       ADD 1 TO WS-EXPOSED-ACCTS
                       SET MSK-ACCT-NUMBER TO TRUE
                       MOVE 'N' TO MSK-AUTHORIZED
                       MOVE ACCT-NUMBER TO MSK-VALUE-IN
                       CALL 'MASKRTN' USING WS-MASK-REQUEST
                       PERFORM 6100-WRITE-EXPOSURE
                           VARYING WS-AM-IDX FROM 1 BY 1
                           UNTIL WS-AM-IDX > WS-AM-USED
                   END-IF
           END-READ.

       6050-CHECK-CASE-ACCOUNT.
           MOVE 0 TO WS-FRD-HIT
           PERFORM VARYING WS-FRD-IDX FROM 1 BY 1
               UNTIL WS-FRD-IDX > WS-FRD-USED
               IF WS-FRD-ACCT(WS-FRD-IDX) = ACCT-NUMBER
                   MOVE WS-FRD-IDX TO WS-FRD-HIT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       6100-WRITE-EXPOSURE.
           MOVE WS-AM-CAND-IDX(WS-AM-IDX) TO WS-CAND-IDX
           MOVE ACCT-NUMBER                TO CPX-ACCT-NUMBER
           MOVE WS-AM-MERCH-ID(WS-AM-IDX)  TO CPX-MERCHANT-ID
           MOVE WS-CAND-NAME(WS-CAND-IDX)  TO CPX-MERCHANT-NAME
           MOVE WS-AM-LAST-DATE(WS-AM-IDX) TO CPX-LAST-USE-DATE
           MOVE WS-CAND-FRAUD-COUNT(WS-CAND-IDX) TO CPX-FRAUD-ACCTS
           MOVE WS-CURRENT-DATE            TO CPX-RUN-DATE
           WRITE EXPOSURE-RECORD
           ADD 1 TO WS-EXPOSURE-COUNT
           MOVE MSK-VALUE-OUT              TO WS-XL-ACCT
           MOVE WS-AM-MERCH-ID(WS-AM-IDX)  TO WS-XL-MERCH-ID
           MOVE WS-CAND-NAME(WS-CAND-IDX)  TO WS-XL-NAME
           MOVE WS-AM-LAST-DATE(WS-AM-IDX) TO WS-XL-LAST-DATE
           WRITE REPORT-RECORD FROM WS-EXPOSURE-LINE.

       7000-WRITE-HEADING.
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMMON POINT OF PURCHASE ANALYSIS  RUN '
                      DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'LOOKBACK DAYS ' DELIMITED SIZE
                  WS-LOOKBACK-DAYS DELIMITED SIZE
                  '  CASES WORKED SINCE ' DELIMITED SIZE
                  WS-CASE-FROM-DATE DELIMITED SIZE
                  '  MIN CASES ' DELIMITED SIZE
                  WS-MIN-FRAUD-ACCTS DELIMITED SIZE
                  '  MIN PCT ' DELIMITED SIZE
                  WS-MIN-FRAUD-PCT DELIMITED SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-PERIOD-TO > 0
               MOVE SPACES TO REPORT-RECORD
               STRING 'ANALYSIS PERIOD ' DELIMITED SIZE
                      WS-PERIOD-FROM DELIMITED SIZE
                      ' THROUGH ' DELIMITED SIZE
                      WS-PERIOD-TO DELIMITED SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           MOVE 'DISPOSITIONS READ:' TO WS-TOT-LABEL
           MOVE WS-DISP-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CONFIRMED CASES IN WINDOW:' TO WS-TOT-LABEL
           MOVE WS-CASE-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CASE ACCOUNTS:' TO WS-TOT-LABEL
           MOVE WS-FRD-USED TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE '  NOT ON CARDMAST:' TO WS-TOT-LABEL
           MOVE WS-NOT-FOUND-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE '  START FROM CONFIRMED ROW:' TO WS-TOT-LABEL
           MOVE WS-START-FOUND-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CANDIDATE MERCHANTS:' TO WS-TOT-LABEL
           MOVE WS-CAND-USED TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'SUSPECTED BREACH POINTS:' TO WS-TOT-LABEL
           MOVE WS-SUSPECT-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'EXPOSED ACCOUNTS:' TO WS-TOT-LABEL
           MOVE WS-EXPOSED-ACCTS TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'EXPOSURE RECORDS WRITTEN:' TO WS-TOT-LABEL
           MOVE WS-EXPOSURE-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'ENTRIES DROPPED AT TABLE CAP:' TO WS-TOT-LABEL
           MOVE WS-DROPPED-COUNT TO WS-TOT-COUNT
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
