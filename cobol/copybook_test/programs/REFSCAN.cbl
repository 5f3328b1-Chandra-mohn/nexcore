      *---------------------------------------------------------------
      * REFSCAN.cbl -- Weekly cross-file referential-integrity scan
      * MASTSCAN proves each CARDMAST record sound by itself; this
      * proves the files keyed by account still point at something
      * real, so ACCTINQ and the queue reports stop showing rows
      * for accounts that are gone or have moved on. Each row of
      * each satellite file is looked up on CARDMAST:
      *   COLLQ     QA  entry for an account no longer on CARDMAST
      *                 (archived or purged)
      *   DSPCASE   DA  case on an account not on CARDMAST
      *             DC  open case on a closed account
      *   AUTHHOLD  HA  open hold on an account not on CARDMAST
      *             HR  open hold left on a renumbered account --
      *                 its old number is on ACCTXREF, so the
      *                 settlement posts to the new account and
      *                 nothing ever releases the hold
      *   ACCTXREF  XN  cross-reference whose new account is not
      *                 on CARDMAST -- TRANLOAD follows it nowhere
      *   CRDMAST   PA  plastic for an account not on CARDMAST
      *   ESTATEQ   EA  estate row for an account not on CARDMAST
      *             EF  estate row for an account no longer
      *                 flagged deceased
      *   PLANMAST  LA  hardship plan for an account not on CARDMAST
      *             LW  active plan on an account since closed or
      *                 charged off
      *   CUSTMAST  CA  household member account not on CARDMAST
      * Each failed rule writes one coded exception to RSEXCP in
      * the MASTSCAN exception style; RSRPT prints the rows read
      * and the exceptions by file and rule. A satellite file that
      * will not open is reported as not checked and the scan goes
      * on with the rest.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFSCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT COLLQ-FILE
               ASSIGN TO 'COLLQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLQ-STATUS.

           SELECT CASE-FILE
               ASSIGN TO 'DSPCASE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO 'AUTHHOLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AHL-STATUS.

           SELECT XREF-FILE
               ASSIGN TO 'ACCTXREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-OLD-ACCT
               FILE STATUS IS WS-XRF-STATUS.

           SELECT PLASTIC-FILE
               ASSIGN TO 'CRDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRD-CARD-NUMBER
               FILE STATUS IS WS-CRD-STATUS.

           SELECT ESTATE-QUEUE-FILE
               ASSIGN TO 'ESTATEQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESQ-STATUS.

           SELECT PLAN-FILE
               ASSIGN TO 'PLANMAST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLN-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-CUS-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO 'RSEXCP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'RSRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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

       FD  COLLQ-FILE.
       01  COLLQ-RECORD.
           COPY COLLECTION-QUEUE.

       FD  CASE-FILE.
       01  CASE-RECORD.
           COPY DISPUTE-CASE.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY AUTH-HOLD.

       FD  XREF-FILE.
       01  XREF-RECORD.
           COPY ACCT-XREF.

       FD  PLASTIC-FILE.
       01  PLASTIC-RECORD.
           COPY PLASTIC-MASTER.

       FD  ESTATE-QUEUE-FILE.
       01  ESTATE-QUEUE-RECORD.
           COPY ESTATE-QUEUE.

       FD  PLAN-FILE.
       01  PLAN-RECORD.
           COPY HARDSHIP-PLAN.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER-MASTER.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           COPY REF-SCAN-EXCEPTION.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

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
       01  WS-CLQ-STATUS           PIC XX.
           88  WS-CLQ-SUCCESS      VALUE '00'.
           88  WS-CLQ-EOF          VALUE '10'.
       01  WS-DSP-STATUS           PIC XX.
           88  WS-DSP-SUCCESS      VALUE '00'.
           88  WS-DSP-EOF          VALUE '10'.
       01  WS-AHL-STATUS           PIC XX.
           88  WS-AHL-SUCCESS      VALUE '00'.
           88  WS-AHL-EOF          VALUE '10'.
       01  WS-XRF-STATUS           PIC XX.
           88  WS-XRF-SUCCESS      VALUE '00'.
           88  WS-XRF-EOF          VALUE '10'.
       01  WS-CRD-STATUS           PIC XX.
           88  WS-CRD-SUCCESS      VALUE '00'.
           88  WS-CRD-EOF          VALUE '10'.
       01  WS-ESQ-STATUS           PIC XX.
           88  WS-ESQ-SUCCESS      VALUE '00'.
           88  WS-ESQ-EOF          VALUE '10'.
       01  WS-PLN-STATUS           PIC XX.
           88  WS-PLN-SUCCESS      VALUE '00'.
           88  WS-PLN-EOF          VALUE '10'.
       01  WS-CUS-STATUS           PIC XX.
           88  WS-CUS-SUCCESS      VALUE '00'.
           88  WS-CUS-EOF          VALUE '10'.
       01  WS-EXC-STATUS           PIC XX.
           88  WS-EXC-SUCCESS      VALUE '00'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).

      *    ACCTXREF stays open after its own pass for the
      *    renumbered-hold lookups.
       01  WS-XREF-FLAG            PIC X(01) VALUE 'N'.
           88  WS-XREF-ON          VALUE 'Y'.
       01  WS-XREF-HIT-FLAG        PIC X(01) VALUE 'N'.
           88  WS-XREF-HIT         VALUE 'Y'.

      *    The CARDMAST lookup for the row in hand.
       01  WS-LOOKUP-ACCT          PIC X(16).
       01  WS-ACCT-FOUND-FLAG      PIC X(01) VALUE 'N'.
           88  WS-ACCT-ON-FILE     VALUE 'Y'.
       01  WS-ROW-KEY              PIC X(16).
       01  WS-MEMBER-IDX           PIC 9(02).
       01  WS-MEMBER-LIMIT         PIC 9(02).

      *    The files checked, in scan order, with the rows read
      *    from each; 'N' in the checked flag means the file would
      *    not open.
       01  WS-FILE-NAMES.
           05  FILLER              PIC X(08) VALUE 'COLLQ'.
           05  FILLER              PIC X(08) VALUE 'DSPCASE'.
           05  FILLER              PIC X(08) VALUE 'ACCTXREF'.
           05  FILLER              PIC X(08) VALUE 'AUTHHOLD'.
           05  FILLER              PIC X(08) VALUE 'CRDMAST'.
           05  FILLER              PIC X(08) VALUE 'ESTATEQ'.
           05  FILLER              PIC X(08) VALUE 'PLANMAST'.
           05  FILLER              PIC X(08) VALUE 'CUSTMAST'.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05  WS-FT-NAME          PIC X(08) OCCURS 8 TIMES.
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 8 TIMES.
               10  WS-FT-ROWS      PIC 9(09).
               10  WS-FT-CHECKED   PIC X(01).
       01  WS-FILE-IDX             PIC 9(02) VALUE ZEROS.
       01  WS-FILE-MISSING         PIC 9(02) VALUE ZEROS.

      *    The rules, in report order: the file they check (an
      *    index into the file table), the RFX rule code, and what
      *    it means.
       01  WS-RULE-DEFS.
           05  FILLER PIC X(44) VALUE
               '01QACOLLQ ENTRY, ACCOUNT NOT ON CARDMAST'.
           05  FILLER PIC X(44) VALUE
               '02DACASE ACCOUNT NOT ON CARDMAST'.
           05  FILLER PIC X(44) VALUE
               '02DCOPEN CASE ON CLOSED ACCOUNT'.
           05  FILLER PIC X(44) VALUE
               '03XNNEW ACCOUNT NOT ON CARDMAST'.
           05  FILLER PIC X(44) VALUE
               '04HAOPEN HOLD, ACCOUNT NOT ON CARDMAST'.
           05  FILLER PIC X(44) VALUE
               '04HROPEN HOLD ON RENUMBERED ACCOUNT'.
           05  FILLER PIC X(44) VALUE
               '05PAPLASTIC, ACCOUNT NOT ON CARDMAST'.
           05  FILLER PIC X(44) VALUE
               '06EAESTATE ROW, ACCOUNT NOT ON CARDMAST'.
           05  FILLER PIC X(44) VALUE
               '06EFACCOUNT NOT FLAGGED DECEASED'.
           05  FILLER PIC X(44) VALUE
               '07LAPLAN, ACCOUNT NOT ON CARDMAST'.
           05  FILLER PIC X(44) VALUE
               '07LWACTIVE PLAN, ACCOUNT CLOSED/CHARGED OFF'.
           05  FILLER PIC X(44) VALUE
               '08CAMEMBER ACCOUNT NOT ON CARDMAST'.
       01  WS-RULE-TABLE REDEFINES WS-RULE-DEFS.
           05  WS-RULE-ENTRY OCCURS 12 TIMES.
               10  WS-RT-FILE-IDX  PIC 9(02).
               10  WS-RT-CODE      PIC X(02).
               10  WS-RT-DESC      PIC X(40).
       01  WS-RULE-MAX             PIC 9(02) VALUE 12.
       01  WS-RULE-COUNTS.
           05  WS-RULE-HITS        PIC 9(07) OCCURS 12 TIMES.
       01  WS-RULE-IDX             PIC 9(02) VALUE ZEROS.
       01  WS-EXCEPTION-COUNT      PIC 9(07) VALUE ZEROS.

       01  WS-HEADER-LINE-1.
           05  FILLER              PIC X(40)
               VALUE 'SATELLITE FILE INTEGRITY SCAN'.
           05  FILLER              PIC X(50) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'DATE: '.
           05  WS-HDR-DATE         PIC 9(08).
           05  FILLER              PIC X(28) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER              PIC X(40)
               VALUE '-----------------------------'.
           05  FILLER              PIC X(92) VALUE SPACES.
       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(10) VALUE 'FILE'.
           05  FILLER              PIC X(06) VALUE 'RULE'.
           05  FILLER              PIC X(42) VALUE 'DESCRIPTION'.
           05  FILLER              PIC X(12) VALUE '   ROWS READ'.
           05  FILLER              PIC X(12) VALUE '  EXCEPTIONS'.
           05  FILLER              PIC X(50) VALUE SPACES.
       01  WS-FILE-LINE.
           05  WS-FL-NAME          PIC X(08).
           05  FILLER              PIC X(50) VALUE SPACES.
           05  WS-FL-ROWS          PIC Z(11)9.
           05  FILLER              PIC X(62) VALUE SPACES.
       01  WS-NOT-CHECKED-LINE.
           05  WS-NCL-NAME         PIC X(08).
           05  FILLER              PIC X(08) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE '*** FILE NOT AVAILABLE -- NOT CHECKED'.
           05  FILLER              PIC X(76) VALUE SPACES.
       01  WS-RULE-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  WS-RL-CODE          PIC X(02).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-RL-DESC          PIC X(40).
           05  FILLER              PIC X(14) VALUE SPACES.
           05  WS-RL-COUNT         PIC Z(11)9.
           05  FILLER              PIC X(50) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(70)
               VALUE 'TOTAL EXCEPTIONS'.
           05  WS-TL-COUNT         PIC Z(11)9.
           05  FILLER              PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           INITIALIZE WS-FILE-TABLE.
           INITIALIZE WS-RULE-COUNTS.
           OPEN INPUT CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           IF NOT WS-EXC-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-EXC-STATUS
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               CLOSE CARD-MASTER-FILE
               CLOSE EXCEPTION-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-SCAN-COLLQ.
           PERFORM 1100-SCAN-CASES.
           PERFORM 1200-SCAN-XREF.
           PERFORM 1300-SCAN-HOLDS.
           IF WS-XREF-ON
               CLOSE XREF-FILE
           END-IF.
           PERFORM 1400-SCAN-PLASTICS.
           PERFORM 1500-SCAN-ESTATES.
           PERFORM 1600-SCAN-PLANS.
           PERFORM 1700-SCAN-CUSTOMERS.
           PERFORM 8000-PRINT-SUMMARY.
           CLOSE CARD-MASTER-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE REPORT-FILE.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 8
               IF WS-FT-CHECKED(WS-FILE-IDX) = 'N'
                   DISPLAY WS-FT-NAME(WS-FILE-IDX) ' NOT CHECKED'
               ELSE
                   DISPLAY WS-FT-NAME(WS-FILE-IDX) ' ROWS: '
                       WS-FT-ROWS(WS-FILE-IDX)
               END-IF
           END-PERFORM.
           DISPLAY 'EXCEPTIONS: ' WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               OR WS-FILE-MISSING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *===============================================================
      * 1000-SCAN-COLLQ: Every collections entry, worked or not --
      * the queue reports list them all.
      *===============================================================
       1000-SCAN-COLLQ.
           MOVE 1 TO WS-FILE-IDX
           OPEN INPUT COLLQ-FILE
           IF NOT WS-CLQ-SUCCESS
               PERFORM 1900-FILE-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1010-CHECK-COLLQ-ENTRY
               UNTIL WS-CLQ-EOF
           CLOSE COLLQ-FILE.

       1010-CHECK-COLLQ-ENTRY.
           READ COLLQ-FILE
               AT END SET WS-CLQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-ROWS(1)
                   MOVE CQ-ACCT-NUMBER TO WS-LOOKUP-ACCT
                   PERFORM 5000-LOOK-UP-ACCOUNT
                   IF NOT WS-ACCT-ON-FILE
                       MOVE CQ-ACCT-NUMBER TO WS-ROW-KEY
                       MOVE 1 TO WS-RULE-IDX
                       PERFORM 2900-WRITE-EXCEPTION
                   END-IF
           END-READ.

      *===============================================================
      * 1100-SCAN-CASES: A case of any status needs its account; an
      * open one (or one waiting on the merchant) on a closed
      * account has no one left to credit.
      *===============================================================
       1100-SCAN-CASES.
           MOVE 2 TO WS-FILE-IDX
           OPEN INPUT CASE-FILE
           IF NOT WS-DSP-SUCCESS
               PERFORM 1900-FILE-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1110-CHECK-CASE
               UNTIL WS-DSP-EOF
           CLOSE CASE-FILE.

       1110-CHECK-CASE.
           READ CASE-FILE
               AT END SET WS-DSP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-ROWS(2)
                   MOVE DSP-ACCT-NUMBER TO WS-LOOKUP-ACCT
                   MOVE DSP-CASE-ID TO WS-ROW-KEY
                   PERFORM 5000-LOOK-UP-ACCOUNT
                   IF NOT WS-ACCT-ON-FILE
                       MOVE 2 TO WS-RULE-IDX
                       PERFORM 2900-WRITE-EXCEPTION
                   ELSE
                       IF (DSP-OPEN OR DSP-MERCHANT-RESP)
                           AND ACCT-CLOSED
                           MOVE 3 TO WS-RULE-IDX
                           PERFORM 2900-WRITE-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

      *===============================================================
      * 1200-SCAN-XREF: Every renumbering must land on an account
      * that exists. The file is left open for 1300.
      *===============================================================
       1200-SCAN-XREF.
           MOVE 3 TO WS-FILE-IDX
           OPEN INPUT XREF-FILE
           IF NOT WS-XRF-SUCCESS
               PERFORM 1900-FILE-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           SET WS-XREF-ON TO TRUE
           PERFORM 1210-CHECK-XREF
               UNTIL WS-XRF-EOF.

       1210-CHECK-XREF.
           READ XREF-FILE NEXT
               AT END SET WS-XRF-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-ROWS(3)
                   MOVE XRF-NEW-ACCT TO WS-LOOKUP-ACCT
                   PERFORM 5000-LOOK-UP-ACCOUNT
                   IF NOT WS-ACCT-ON-FILE
                       MOVE XRF-OLD-ACCT TO WS-ROW-KEY
                       MOVE 4 TO WS-RULE-IDX
                       PERFORM 2900-WRITE-EXCEPTION
                   END-IF
           END-READ.

      *===============================================================
      * 1300-SCAN-HOLDS: Only open holds count -- released and
      * expired ones are history. A hold keyed to an old number
      * RENUMBER moved is stranded there even though the old record
      * still exists (closed), so ACCTXREF is asked first.
      *===============================================================
       1300-SCAN-HOLDS.
           MOVE 4 TO WS-FILE-IDX
           OPEN INPUT HOLD-FILE
           IF NOT WS-AHL-SUCCESS
               PERFORM 1900-FILE-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1310-CHECK-HOLD
               UNTIL WS-AHL-EOF
           CLOSE HOLD-FILE.

       1310-CHECK-HOLD.
           READ HOLD-FILE
               AT END SET WS-AHL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-ROWS(4)
                   IF AH-OPEN
                       PERFORM 1320-CHECK-OPEN-HOLD
                   END-IF
           END-READ.

       1320-CHECK-OPEN-HOLD.
           MOVE AH-AUTH-CODE TO WS-ROW-KEY
           MOVE 'N' TO WS-XREF-HIT-FLAG
           IF WS-XREF-ON
               MOVE AH-ACCT-NUMBER TO XRF-OLD-ACCT
               READ XREF-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-XREF-HIT TO TRUE
               END-READ
           END-IF
           IF WS-XREF-HIT
               MOVE AH-ACCT-NUMBER TO WS-LOOKUP-ACCT
               MOVE 6 TO WS-RULE-IDX
               PERFORM 2900-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE AH-ACCT-NUMBER TO WS-LOOKUP-ACCT
           PERFORM 5000-LOOK-UP-ACCOUNT
           IF NOT WS-ACCT-ON-FILE
               MOVE 5 TO WS-RULE-IDX
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

      *===============================================================
      * 1400-SCAN-PLASTICS: Every card on CRDMAST, whatever its
      * status, must belong to an account that exists.
      *===============================================================
       1400-SCAN-PLASTICS.
           MOVE 5 TO WS-FILE-IDX
           OPEN INPUT PLASTIC-FILE
           IF NOT WS-CRD-SUCCESS
               PERFORM 1900-FILE-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1410-CHECK-PLASTIC
               UNTIL WS-CRD-EOF
           CLOSE PLASTIC-FILE.

       1410-CHECK-PLASTIC.
           READ PLASTIC-FILE NEXT
               AT END SET WS-CRD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-ROWS(5)
                   MOVE CRD-ACCT-NUMBER TO WS-LOOKUP-ACCT
                   PERFORM 5000-LOOK-UP-ACCOUNT
                   IF NOT WS-ACCT-ON-FILE
                       MOVE CRD-CARD-NUMBER TO WS-ROW-KEY
                       MOVE 7 TO WS-RULE-IDX
                       PERFORM 2900-WRITE-EXCEPTION
                   END-IF
           END-READ.

      *===============================================================
      * 1500-SCAN-ESTATES: An estate row stands only while the
      * master still carries ACCT-DECEASED-FLAG; a flag taken off
      * (intake in error) leaves the row working a live customer.
      *===============================================================
       1500-SCAN-ESTATES.
           MOVE 6 TO WS-FILE-IDX
           OPEN INPUT ESTATE-QUEUE-FILE
           IF NOT WS-ESQ-SUCCESS
               PERFORM 1900-FILE-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1510-CHECK-ESTATE
               UNTIL WS-ESQ-EOF
           CLOSE ESTATE-QUEUE-FILE.

       1510-CHECK-ESTATE.
           READ ESTATE-QUEUE-FILE
               AT END SET WS-ESQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-ROWS(6)
                   MOVE ESQ-ACCT-NUMBER TO WS-LOOKUP-ACCT
                   MOVE ESQ-ACCT-NUMBER TO WS-ROW-KEY
                   PERFORM 5000-LOOK-UP-ACCOUNT
                   IF NOT WS-ACCT-ON-FILE
                       MOVE 8 TO WS-RULE-IDX
                       PERFORM 2900-WRITE-EXCEPTION
                   ELSE
                       IF NOT ACCT-DECEASED
                           MOVE 9 TO WS-RULE-IDX
                           PERFORM 2900-WRITE-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

      *===============================================================
      * 1600-SCAN-PLANS: Every plan row needs its account; an
      * active plan on an account since closed or charged off is
      * still being billed as an installment nobody owes.
      *===============================================================
       1600-SCAN-PLANS.
           MOVE 7 TO WS-FILE-IDX
           OPEN INPUT PLAN-FILE
           IF NOT WS-PLN-SUCCESS
               PERFORM 1900-FILE-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1610-CHECK-PLAN
               UNTIL WS-PLN-EOF
           CLOSE PLAN-FILE.

       1610-CHECK-PLAN.
           READ PLAN-FILE
               AT END SET WS-PLN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-ROWS(7)
                   MOVE HSP-ACCT-NUMBER TO WS-LOOKUP-ACCT
                   MOVE HSP-ACCT-NUMBER TO WS-ROW-KEY
                   PERFORM 5000-LOOK-UP-ACCOUNT
                   IF NOT WS-ACCT-ON-FILE
                       MOVE 10 TO WS-RULE-IDX
                       PERFORM 2900-WRITE-EXCEPTION
                   ELSE
                       IF HSP-ACTIVE
                           AND (ACCT-CLOSED OR ACCT-CHARGED-OFF)
                           MOVE 11 TO WS-RULE-IDX
                           PERFORM 2900-WRITE-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

      *===============================================================
      * 1700-SCAN-CUSTOMERS: Each household member account linked
      * on CUSTMAST, one exception per member that is gone.
      *===============================================================
       1700-SCAN-CUSTOMERS.
           MOVE 8 TO WS-FILE-IDX
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-CUS-SUCCESS
               PERFORM 1900-FILE-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1710-CHECK-CUSTOMER
               UNTIL WS-CUS-EOF
           CLOSE CUSTOMER-FILE.

       1710-CHECK-CUSTOMER.
           READ CUSTOMER-FILE NEXT
               AT END SET WS-CUS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-ROWS(8)
                   MOVE CUS-CUSTOMER-ID TO WS-ROW-KEY
                   MOVE CUS-ACCT-COUNT TO WS-MEMBER-LIMIT
                   IF WS-MEMBER-LIMIT > 9
                       MOVE 9 TO WS-MEMBER-LIMIT
                   END-IF
                   PERFORM 1720-CHECK-MEMBER
                       VARYING WS-MEMBER-IDX FROM 1 BY 1
                       UNTIL WS-MEMBER-IDX > WS-MEMBER-LIMIT
           END-READ.

       1720-CHECK-MEMBER.
           MOVE CUS-ACCT-NUMBER(WS-MEMBER-IDX) TO WS-LOOKUP-ACCT
           PERFORM 5000-LOOK-UP-ACCOUNT
           IF NOT WS-ACCT-ON-FILE
               MOVE 12 TO WS-RULE-IDX
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

       1900-FILE-NOT-AVAILABLE.
           DISPLAY WS-FT-NAME(WS-FILE-IDX)
               ' NOT AVAILABLE -- NOT CHECKED'
           MOVE 'N' TO WS-FT-CHECKED(WS-FILE-IDX)
           ADD 1 TO WS-FILE-MISSING.

      *    WS-LOOKUP-ACCT is the account the row points at,
      *    WS-ROW-KEY the row's own key, WS-RULE-IDX the rule.
       2900-WRITE-EXCEPTION.
           MOVE WS-LOOKUP-ACCT            TO RFX-ACCT-NUMBER
           MOVE WS-RT-CODE(WS-RULE-IDX)   TO RFX-RULE-CODE
           MOVE WS-CURRENT-DATE           TO RFX-SCAN-DATE
           MOVE WS-FT-NAME(WS-RT-FILE-IDX(WS-RULE-IDX))
                                          TO RFX-FILE-ID
           MOVE WS-ROW-KEY                TO RFX-ROW-KEY
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-RULE-HITS(WS-RULE-IDX)
           ADD 1 TO WS-EXCEPTION-COUNT.

      *    A random read by key; the record, when found, is left in
      *    the FD for the status checks.
       5000-LOOK-UP-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-FLAG
           MOVE WS-LOOKUP-ACCT TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ACCT-ON-FILE TO TRUE
           END-READ.

      *===============================================================
      * 8000-PRINT-SUMMARY: Each file with the rows read, then its
      * rules and their exception counts; a file that would not
      * open says so instead.
      *===============================================================
       8000-PRINT-SUMMARY.
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HEADER-LINE-1
           WRITE REPORT-RECORD FROM WS-HEADER-LINE-2
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER
           PERFORM 8100-PRINT-FILE
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 8
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-EXCEPTION-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

       8100-PRINT-FILE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-FT-CHECKED(WS-FILE-IDX) = 'N'
               MOVE WS-FT-NAME(WS-FILE-IDX) TO WS-NCL-NAME
               WRITE REPORT-RECORD FROM WS-NOT-CHECKED-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FT-NAME(WS-FILE-IDX) TO WS-FL-NAME
           MOVE WS-FT-ROWS(WS-FILE-IDX) TO WS-FL-ROWS
           WRITE REPORT-RECORD FROM WS-FILE-LINE
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-MAX
               IF WS-RT-FILE-IDX(WS-RULE-IDX) = WS-FILE-IDX
                   MOVE WS-RT-CODE(WS-RULE-IDX) TO WS-RL-CODE
                   MOVE WS-RT-DESC(WS-RULE-IDX) TO WS-RL-DESC
                   MOVE WS-RULE-HITS(WS-RULE-IDX) TO WS-RL-COUNT
                   WRITE REPORT-RECORD FROM WS-RULE-LINE
               END-IF
           END-PERFORM.

      *===============================================================
      * 0040-SET-BUSINESS-DATE: The scan date is the JOB-CALENDAR
      * business date, not the wall clock; without a calendar on
      * file the system date applies.
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
