      *---------------------------------------------------------------
      * RETPURGE.cbl -- Records-retention purge with legal hold
      * Destroys what Legal's retention schedule says has been kept
      * long enough. A closed account on CARDARCH goes once its
      * closure -- the ACCT-LAST-ACTIVITY ACCTCLOS stamps -- is more
      * than the archive retention (seven years by default) before
      * the business date; the archive is sequential, so the
      * records kept are copied to CARDARCN and operations rotates
      * CARDARCN over CARDARCH. An offloaded TRANHIST row goes once
      * its transaction date is more than the history retention
      * (seven years by default) back, and every row of an account
      * purged from CARDARCH this run goes with it; TRANHIST rows
      * are deleted in place.
      *
      * Nothing is destroyed for an account under a legal hold in
      * force on LEGLHOLD (not released by the business date). The
      * hold file is required -- a purge that cannot see the holds
      * does not run -- and a hold table too small to hold them all
      * stops the run the same way, before anything is destroyed.
      *
      * RETCERT is the certificate of destruction: the cutoffs, for
      * each file the records examined, destroyed, kept as not yet
      * due and kept under hold, the accounts destroyed with the
      * lowest and highest account number and the date range
      * destroyed, then every held account that had records due,
      * with its matter, so Legal can see what the hold preserved.
      * Retention years come from RETPARM; defaults below.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE
               ASSIGN TO 'LEGLHOLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LGH-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO 'CARDARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT RETAIN-FILE
               ASSIGN TO 'CARDARCN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'TRANHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HXS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'RETCERT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'RETPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY LEGAL-HOLD.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY ACCT-MASTER
               REPLACING LEADING ==ACCT== BY ==ARC==.
           COPY CARDHOLDER-INFO
               REPLACING LEADING ==CH== BY ==ACH==.
           COPY BILLING-ADDRESS
               REPLACING LEADING ==BA== BY ==ABA==.
           COPY TRANS-HISTORY
               REPLACING LEADING ==TH== BY ==ATH==.

       FD  RETAIN-FILE.
       01  RETAIN-RECORD.
           COPY ACCT-MASTER
               REPLACING LEADING ==ACCT== BY ==RTN==.
           COPY CARDHOLDER-INFO
               REPLACING LEADING ==CH== BY ==RCH==.
           COPY BILLING-ADDRESS
               REPLACING LEADING ==BA== BY ==RBA==.
           COPY TRANS-HISTORY
               REPLACING LEADING ==TH== BY ==RTH==.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY TRANS-HIST-OFFLOAD.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  RTP-ARCHIVE-YEARS   PIC 9(02).
           05  RTP-HISTORY-YEARS   PIC 9(02).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-LGH-STATUS           PIC XX.
           88  WS-LGH-SUCCESS      VALUE '00'.
           88  WS-LGH-EOF          VALUE '10'.
       01  WS-ARC-STATUS           PIC XX.
           88  WS-ARC-SUCCESS      VALUE '00'.
           88  WS-ARC-EOF          VALUE '10'.
       01  WS-RTN-STATUS           PIC XX.
           88  WS-RTN-SUCCESS      VALUE '00'.
       01  WS-HXS-STATUS           PIC XX.
           88  WS-HXS-SUCCESS      VALUE '00'.
           88  WS-HXS-EOF          VALUE '10'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-HIST-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN        VALUE 'Y'.

      *    Retention policy (RETPARM): years a closed account is
      *    kept after closure, and years a transaction row is kept
      *    after its date. A record dated on or before the cutoff
      *    is due.
       01  WS-ARCHIVE-YEARS        PIC 9(02) VALUE 7.
       01  WS-HISTORY-YEARS        PIC 9(02) VALUE 7.
       01  WS-ARC-CUTOFF           PIC 9(08) VALUE ZEROS.
       01  WS-HX-CUTOFF            PIC 9(08) VALUE ZEROS.

      *    Legal holds in force on the business date, with what each
      *    hold kept back this run.
       01  WS-HOLD-MAX             PIC 9(04) VALUE 2000.
       01  WS-HOLD-USED            PIC 9(04) VALUE ZEROS.
       01  WS-HOLD-IDX             PIC 9(04) VALUE ZEROS.
       01  WS-HOLD-HIT             PIC 9(04) VALUE ZEROS.
       01  WS-HOLD-OVERFLOW        PIC 9(05) VALUE ZEROS.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 2000 TIMES.
               10  WS-HLD-ACCT         PIC X(16).
               10  WS-HLD-MATTER       PIC X(12).
               10  WS-HLD-TYPE         PIC X(02).
               10  WS-HLD-HOLD-DATE    PIC 9(08).
               10  WS-HLD-ARC-KEPT     PIC 9(05).
               10  WS-HLD-HX-KEPT      PIC 9(07).
       01  WS-CHK-ACCT             PIC X(16).

      *    Accounts destroyed from CARDARCH this run, so their
      *    TRANHIST rows go with them.
       01  WS-PRG-MAX              PIC 9(04) VALUE 5000.
       01  WS-PRG-USED             PIC 9(04) VALUE ZEROS.
       01  WS-PRG-IDX              PIC 9(04) VALUE ZEROS.
       01  WS-PRG-TABLE.
           05  WS-PRG-ACCT OCCURS 5000 TIMES
                                   PIC X(16).

      *    The TRANHIST account being walked: whether it went from
      *    CARDARCH this run and the hold it is under, decided once
      *    per account.
       01  WS-HX-CUR-ACCT          PIC X(16) VALUE SPACES.
       01  WS-HX-ACCT-PURGED-FLAG  PIC X(01) VALUE 'N'.
           88  WS-HX-ACCT-PURGED   VALUE 'Y'.
       01  WS-HX-CUR-HOLD          PIC 9(04) VALUE ZEROS.
       01  WS-HX-ACCT-COUNTED-FLAG PIC X(01) VALUE 'N'.
           88  WS-HX-ACCT-COUNTED  VALUE 'Y'.

      *    Certificate figures, per file.
       01  WS-ARC-READ-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-ARC-PURGED-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-ARC-KEPT-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-ARC-HELD-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-ARC-LOW-ACCT         PIC X(16) VALUE HIGH-VALUES.
       01  WS-ARC-HIGH-ACCT        PIC X(16) VALUE LOW-VALUES.
       01  WS-ARC-LOW-DATE         PIC 9(08) VALUE 99999999.
       01  WS-ARC-HIGH-DATE        PIC 9(08) VALUE ZEROS.
       01  WS-HX-READ-COUNT        PIC 9(09) VALUE ZEROS.
       01  WS-HX-PURGED-COUNT      PIC 9(09) VALUE ZEROS.
       01  WS-HX-KEPT-COUNT        PIC 9(09) VALUE ZEROS.
       01  WS-HX-HELD-COUNT        PIC 9(09) VALUE ZEROS.
       01  WS-HX-FAILED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-HX-ACCT-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-HX-LOW-ACCT          PIC X(16) VALUE HIGH-VALUES.
       01  WS-HX-HIGH-ACCT         PIC X(16) VALUE LOW-VALUES.
       01  WS-HX-LOW-DATE          PIC 9(08) VALUE 99999999.
       01  WS-HX-HIGH-DATE         PIC 9(08) VALUE ZEROS.
       01  WS-DROPPED-COUNT        PIC 9(07) VALUE ZEROS.

       01  WS-HDR-LINE-1.
           05  FILLER              PIC X(34)
               VALUE 'CERTIFICATE OF RECORDS DESTRUCTION'.
           05  FILLER              PIC X(10) VALUE '  AS OF '.
           05  WS-HDR-DATE         PIC 9(08).
           05  FILLER              PIC X(28) VALUE SPACES.
       01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
       01  WS-CUT-LINE.
           05  WS-CL-LABEL         PIC X(40).
           05  WS-CL-YEARS         PIC Z9.
           05  FILLER              PIC X(10) VALUE ' YEARS -- '.
           05  FILLER              PIC X(10) VALUE 'ON/BEFORE '.
           05  WS-CL-DATE          PIC 9(08).
           05  FILLER              PIC X(10) VALUE SPACES.
       01  WS-SUM-LINE.
           05  WS-SL-LABEL         PIC X(40).
           05  WS-SL-COUNT         PIC Z(8)9.
           05  FILLER              PIC X(31) VALUE SPACES.
       01  WS-RANGE-LINE.
           05  WS-RL-LABEL         PIC X(22).
           05  WS-RL-LOW           PIC X(16).
           05  FILLER              PIC X(04) VALUE ' TO '.
           05  WS-RL-HIGH          PIC X(16).
           05  FILLER              PIC X(22) VALUE SPACES.
       01  WS-HELD-HEAD.
           05  FILLER              PIC X(18) VALUE 'HELD ACCOUNT'.
           05  FILLER              PIC X(14) VALUE 'MATTER'.
           05  FILLER              PIC X(06) VALUE 'TYPE'.
           05  FILLER              PIC X(10) VALUE 'HELD SINCE'.
           05  FILLER              PIC X(10) VALUE ' ARCHIVE'.
           05  FILLER              PIC X(12) VALUE '  HIST ROWS'.
           05  FILLER              PIC X(10) VALUE SPACES.
       01  WS-HELD-LINE.
           05  WS-HL-ACCT          PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HL-MATTER        PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HL-TYPE          PIC X(02).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-HL-HOLD-DATE     PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HL-ARC-KEPT      PIC Z(6)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HL-HX-KEPT       PIC Z(8)9.
           05  FILLER              PIC X(14) VALUE SPACES.
       01  WS-SIGN-LINE.
           05  WS-SG-LABEL         PIC X(16).
           05  FILLER              PIC X(40) VALUE ALL '_'.
           05  FILLER              PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0050-READ-PARAMETERS.
           COMPUTE WS-ARC-CUTOFF =
               WS-CURRENT-DATE - WS-ARCHIVE-YEARS * 10000
           COMPUTE WS-HX-CUTOFF =
               WS-CURRENT-DATE - WS-HISTORY-YEARS * 10000
           OPEN INPUT HOLD-FILE.
           IF NOT WS-LGH-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-LGH-STATUS
               DISPLAY 'LEGAL HOLDS NOT AVAILABLE -- PURGE NOT RUN'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0100-LOAD-HOLD
               UNTIL WS-LGH-EOF.
           CLOSE HOLD-FILE.
           IF WS-HOLD-OVERFLOW > 0
               DISPLAY 'LEGAL HOLDS PAST TABLE CAP: '
                   WS-HOLD-OVERFLOW ' -- PURGE NOT RUN'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF NOT WS-ARC-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-ARC-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RETAIN-FILE.
           IF NOT WS-RTN-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RTN-STATUS
               CLOSE ARCHIVE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               CLOSE ARCHIVE-FILE
               CLOSE RETAIN-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *    Offloaded history is absent only before the first
      *    cycle-off ever ran; the certificate then shows none.
           OPEN I-O HISTORY-FILE.
           IF WS-HXS-SUCCESS
               SET WS-HIST-OPEN TO TRUE
           END-IF.

           PERFORM 2000-PURGE-ARCHIVE
               UNTIL WS-ARC-EOF.
           CLOSE ARCHIVE-FILE.
           CLOSE RETAIN-FILE.
           IF WS-HIST-OPEN
               MOVE LOW-VALUES TO HX-KEY
               START HISTORY-FILE KEY IS NOT LESS THAN HX-KEY
                   INVALID KEY
                       SET WS-HXS-EOF TO TRUE
               END-START
               PERFORM 3000-PURGE-HISTORY
                   UNTIL WS-HXS-EOF
               CLOSE HISTORY-FILE
           END-IF.
           PERFORM 8000-WRITE-CERTIFICATE.
           CLOSE REPORT-FILE.
           DISPLAY 'HOLDS IN FORCE:     ' WS-HOLD-USED.
           DISPLAY 'ARCHIVE READ:       ' WS-ARC-READ-COUNT.
           DISPLAY 'ARCHIVE DESTROYED:  ' WS-ARC-PURGED-COUNT.
           DISPLAY 'ARCHIVE HELD:       ' WS-ARC-HELD-COUNT.
           DISPLAY 'HISTORY READ:       ' WS-HX-READ-COUNT.
           DISPLAY 'HISTORY DESTROYED:  ' WS-HX-PURGED-COUNT.
           DISPLAY 'HISTORY HELD:       ' WS-HX-HELD-COUNT.
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
                       IF RTP-ARCHIVE-YEARS > 0
                           MOVE RTP-ARCHIVE-YEARS TO WS-ARCHIVE-YEARS
                       END-IF
                       IF RTP-HISTORY-YEARS > 0
                           MOVE RTP-HISTORY-YEARS TO WS-HISTORY-YEARS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *===============================================================
      * 0100-LOAD-HOLD: Keep the holds not released by the business
      * date. A hold placed with a future date is honoured now --
      * Legal records it ahead of the order, never after.
      *===============================================================
       0100-LOAD-HOLD.
           READ HOLD-FILE
               AT END SET WS-LGH-EOF TO TRUE
               NOT AT END
                   IF LGH-RELEASE-DATE = 0
                       OR LGH-RELEASE-DATE > WS-CURRENT-DATE
                       IF WS-HOLD-USED >= WS-HOLD-MAX
                           ADD 1 TO WS-HOLD-OVERFLOW
                           DISPLAY 'HOLD TABLE FULL, DROPPING: '
                               LGH-ACCT-NUMBER ' ' LGH-MATTER-NUMBER
                       ELSE
                           ADD 1 TO WS-HOLD-USED
                           MOVE LGH-ACCT-NUMBER
                               TO WS-HLD-ACCT(WS-HOLD-USED)
                           MOVE LGH-MATTER-NUMBER
                               TO WS-HLD-MATTER(WS-HOLD-USED)
                           MOVE LGH-HOLD-TYPE
                               TO WS-HLD-TYPE(WS-HOLD-USED)
                           MOVE LGH-HOLD-DATE
                               TO WS-HLD-HOLD-DATE(WS-HOLD-USED)
                           MOVE 0 TO WS-HLD-ARC-KEPT(WS-HOLD-USED)
                           MOVE 0 TO WS-HLD-HX-KEPT(WS-HOLD-USED)
                       END-IF
                   END-IF
           END-READ.

      *===============================================================
      * 1500-CHECK-HOLD: The first hold in force on WS-CHK-ACCT,
      * zero when there is none.
      *===============================================================
       1500-CHECK-HOLD.
           MOVE 0 TO WS-HOLD-HIT
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-USED
               OR WS-HOLD-HIT > 0
               IF WS-HLD-ACCT(WS-HOLD-IDX) = WS-CHK-ACCT
                   MOVE WS-HOLD-IDX TO WS-HOLD-HIT
               END-IF
           END-PERFORM.

      *===============================================================
      * 2000-PURGE-ARCHIVE: A closed account past the archive
      * retention and under no hold is destroyed -- simply not
      * copied forward; everything else is copied to CARDARCN.
      *===============================================================
       2000-PURGE-ARCHIVE.
           READ ARCHIVE-FILE
               AT END SET WS-ARC-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARC-READ-COUNT
                   IF ARC-CLOSED
                       AND ARC-LAST-ACTIVITY <= WS-ARC-CUTOFF
                       MOVE ARC-NUMBER TO WS-CHK-ACCT
                       PERFORM 1500-CHECK-HOLD
                       IF WS-HOLD-HIT > 0
                           ADD 1 TO WS-ARC-HELD-COUNT
                           ADD 1 TO WS-HLD-ARC-KEPT(WS-HOLD-HIT)
                           PERFORM 2200-KEEP-ARCHIVE-RECORD
                       ELSE
                           PERFORM 2100-DESTROY-ARCHIVE-RECORD
                       END-IF
                   ELSE
                       ADD 1 TO WS-ARC-KEPT-COUNT
                       PERFORM 2200-KEEP-ARCHIVE-RECORD
                   END-IF
           END-READ.

       2100-DESTROY-ARCHIVE-RECORD.
           ADD 1 TO WS-ARC-PURGED-COUNT
           IF ARC-NUMBER < WS-ARC-LOW-ACCT
               MOVE ARC-NUMBER TO WS-ARC-LOW-ACCT
           END-IF
           IF ARC-NUMBER > WS-ARC-HIGH-ACCT
               MOVE ARC-NUMBER TO WS-ARC-HIGH-ACCT
           END-IF
           IF ARC-LAST-ACTIVITY < WS-ARC-LOW-DATE
               MOVE ARC-LAST-ACTIVITY TO WS-ARC-LOW-DATE
           END-IF
           IF ARC-LAST-ACTIVITY > WS-ARC-HIGH-DATE
               MOVE ARC-LAST-ACTIVITY TO WS-ARC-HIGH-DATE
           END-IF
           IF WS-PRG-USED < WS-PRG-MAX
               ADD 1 TO WS-PRG-USED
               MOVE ARC-NUMBER TO WS-PRG-ACCT(WS-PRG-USED)
           ELSE
               DISPLAY 'PURGED ACCOUNT TABLE FULL, DROPPING: '
                   ARC-NUMBER
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.

       2200-KEEP-ARCHIVE-RECORD.
           MOVE ATH-TRANS-COUNT TO RTH-TRANS-COUNT
           MOVE ARCHIVE-RECORD TO RETAIN-RECORD
           WRITE RETAIN-RECORD.

      *===============================================================
      * 3000-PURGE-HISTORY: Walk TRANHIST in key order; a row past
      * the history retention, or of an account destroyed from the
      * archive above, is deleted unless the account is held.
      *===============================================================
       3000-PURGE-HISTORY.
           READ HISTORY-FILE NEXT
               AT END SET WS-HXS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HX-READ-COUNT
                   IF HX-ACCT-NUMBER NOT = WS-HX-CUR-ACCT
                       PERFORM 3100-START-HX-ACCOUNT
                   END-IF
                   IF HX-TRANS-DATE <= WS-HX-CUTOFF
                       OR WS-HX-ACCT-PURGED
                       IF WS-HX-CUR-HOLD > 0
                           ADD 1 TO WS-HX-HELD-COUNT
                           ADD 1 TO WS-HLD-HX-KEPT(WS-HX-CUR-HOLD)
                       ELSE
                           PERFORM 3200-DESTROY-HX-ROW
                       END-IF
                   ELSE
                       ADD 1 TO WS-HX-KEPT-COUNT
                   END-IF
           END-READ.

       3100-START-HX-ACCOUNT.
           MOVE HX-ACCT-NUMBER TO WS-HX-CUR-ACCT
           MOVE 'N' TO WS-HX-ACCT-COUNTED-FLAG
           MOVE 'N' TO WS-HX-ACCT-PURGED-FLAG
           PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
               UNTIL WS-PRG-IDX > WS-PRG-USED
               OR WS-HX-ACCT-PURGED
               IF WS-PRG-ACCT(WS-PRG-IDX) = HX-ACCT-NUMBER
                   SET WS-HX-ACCT-PURGED TO TRUE
               END-IF
           END-PERFORM
           MOVE HX-ACCT-NUMBER TO WS-CHK-ACCT
           PERFORM 1500-CHECK-HOLD
           MOVE WS-HOLD-HIT TO WS-HX-CUR-HOLD.

       3200-DESTROY-HX-ROW.
           DELETE HISTORY-FILE
               INVALID KEY
                   DISPLAY 'DELETE FAILED FOR HISTORY ROW: '
                       HX-ACCT-NUMBER ' ' HX-TRANS-ID
                   ADD 1 TO WS-HX-FAILED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-HX-PURGED-COUNT
                   IF NOT WS-HX-ACCT-COUNTED
                       SET WS-HX-ACCT-COUNTED TO TRUE
                       ADD 1 TO WS-HX-ACCT-COUNT
                   END-IF
                   IF HX-ACCT-NUMBER < WS-HX-LOW-ACCT
                       MOVE HX-ACCT-NUMBER TO WS-HX-LOW-ACCT
                   END-IF
                   IF HX-ACCT-NUMBER > WS-HX-HIGH-ACCT
                       MOVE HX-ACCT-NUMBER TO WS-HX-HIGH-ACCT
                   END-IF
                   IF HX-TRANS-DATE < WS-HX-LOW-DATE
                       MOVE HX-TRANS-DATE TO WS-HX-LOW-DATE
                   END-IF
                   IF HX-TRANS-DATE > WS-HX-HIGH-DATE
                       MOVE HX-TRANS-DATE TO WS-HX-HIGH-DATE
                   END-IF
           END-DELETE.

      *===============================================================
      * 8000-WRITE-CERTIFICATE: Cutoffs, the two file sections, the
      * held accounts, and the lines for the officer destroying the
      * records and the witness to sign.
      *===============================================================
       8000-WRITE-CERTIFICATE.
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE-1
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'CLOSED ACCOUNTS (CARDARCH) CLOSED' TO WS-CL-LABEL
           MOVE WS-ARCHIVE-YEARS TO WS-CL-YEARS
           MOVE WS-ARC-CUTOFF TO WS-CL-DATE
           WRITE REPORT-RECORD FROM WS-CUT-LINE
           MOVE 'TRANSACTION HISTORY (TRANHIST) DATED' TO WS-CL-LABEL
           MOVE WS-HISTORY-YEARS TO WS-CL-YEARS
           MOVE WS-HX-CUTOFF TO WS-CL-DATE
           WRITE REPORT-RECORD FROM WS-CUT-LINE
           MOVE 'LEGAL HOLDS IN FORCE' TO WS-SL-LABEL
           MOVE WS-HOLD-USED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE

           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'CARDARCH -- CLOSED-ACCOUNT ARCHIVE' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ACCOUNT RECORDS EXAMINED' TO WS-SL-LABEL
           MOVE WS-ARC-READ-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           MOVE 'ACCOUNT RECORDS DESTROYED' TO WS-SL-LABEL
           MOVE WS-ARC-PURGED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           MOVE 'KEPT -- NOT YET DUE' TO WS-SL-LABEL
           MOVE WS-ARC-KEPT-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           MOVE 'KEPT -- UNDER LEGAL HOLD' TO WS-SL-LABEL
           MOVE WS-ARC-HELD-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           IF WS-ARC-PURGED-COUNT > 0
               MOVE 'ACCOUNTS DESTROYED' TO WS-RL-LABEL
               MOVE WS-ARC-LOW-ACCT  TO WS-RL-LOW
               MOVE WS-ARC-HIGH-ACCT TO WS-RL-HIGH
               WRITE REPORT-RECORD FROM WS-RANGE-LINE
               MOVE 'CLOSED BETWEEN' TO WS-RL-LABEL
               MOVE WS-ARC-LOW-DATE  TO WS-RL-LOW
               MOVE WS-ARC-HIGH-DATE TO WS-RL-HIGH
               WRITE REPORT-RECORD FROM WS-RANGE-LINE
           END-IF

           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'TRANHIST -- OFFLOADED TRANSACTION HISTORY'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF NOT WS-HIST-OPEN
               MOVE 'NO OFFLOADED HISTORY ON FILE' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE 'HISTORY ROWS EXAMINED' TO WS-SL-LABEL
           MOVE WS-HX-READ-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           MOVE 'HISTORY ROWS DESTROYED' TO WS-SL-LABEL
           MOVE WS-HX-PURGED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           MOVE 'KEPT -- NOT YET DUE' TO WS-SL-LABEL
           MOVE WS-HX-KEPT-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           MOVE 'KEPT -- UNDER LEGAL HOLD' TO WS-SL-LABEL
           MOVE WS-HX-HELD-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           IF WS-HX-FAILED-COUNT > 0
               MOVE 'DUE BUT NOT DELETED -- SEE JOB LOG' TO WS-SL-LABEL
               MOVE WS-HX-FAILED-COUNT TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUM-LINE
           END-IF
           MOVE 'ACCOUNTS WITH ROWS DESTROYED' TO WS-SL-LABEL
           MOVE WS-HX-ACCT-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUM-LINE
           IF WS-HX-PURGED-COUNT > 0
               MOVE 'ACCOUNTS' TO WS-RL-LABEL
               MOVE WS-HX-LOW-ACCT  TO WS-RL-LOW
               MOVE WS-HX-HIGH-ACCT TO WS-RL-HIGH
               WRITE REPORT-RECORD FROM WS-RANGE-LINE
               MOVE 'DATED BETWEEN' TO WS-RL-LABEL
               MOVE WS-HX-LOW-DATE  TO WS-RL-LOW
               MOVE WS-HX-HIGH-DATE TO WS-RL-HIGH
               WRITE REPORT-RECORD FROM WS-RANGE-LINE
           END-IF

           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'RECORDS DUE BUT PRESERVED UNDER LEGAL HOLD'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-HELD-HEAD
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-USED
               IF WS-HLD-ARC-KEPT(WS-HOLD-IDX) > 0
                   OR WS-HLD-HX-KEPT(WS-HOLD-IDX) > 0
                   MOVE WS-HLD-ACCT(WS-HOLD-IDX)   TO WS-HL-ACCT
                   MOVE WS-HLD-MATTER(WS-HOLD-IDX) TO WS-HL-MATTER
                   MOVE WS-HLD-TYPE(WS-HOLD-IDX)   TO WS-HL-TYPE
                   MOVE WS-HLD-HOLD-DATE(WS-HOLD-IDX)
                       TO WS-HL-HOLD-DATE
                   MOVE WS-HLD-ARC-KEPT(WS-HOLD-IDX)
                       TO WS-HL-ARC-KEPT
                   MOVE WS-HLD-HX-KEPT(WS-HOLD-IDX)
                       TO WS-HL-HX-KEPT
                   WRITE REPORT-RECORD FROM WS-HELD-LINE
               END-IF
           END-PERFORM

           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'DESTROYED BY' TO WS-SG-LABEL
           WRITE REPORT-RECORD FROM WS-SIGN-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'WITNESSED BY' TO WS-SG-LABEL
           WRITE REPORT-RECORD FROM WS-SIGN-LINE.

      *===============================================================
      * 0040-SET-BUSINESS-DATE: The run date is the JOB-CALENDAR
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
