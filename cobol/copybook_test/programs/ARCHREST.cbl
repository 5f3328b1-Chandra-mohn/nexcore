      * sequential CARDARCH archive, and WRITEs it back into the
      * live KSDS with its status and transaction history intact.
      * Every restore -- applied or rejected -- is logged to RESTLOG
      * with who asked and what happened. An account under a legal
      * hold on LEGLHOLD still restores, but the hold is displayed
      * and the restore logged with its own result code (AH) so
      * whoever asked knows the records are preserved for a matter.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHREST.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO 'LEGLHOLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LGH-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
           05  RLG-RESTORE-DATE    PIC 9(08).
           05  RLG-RESULT-CODE     PIC X(02).
               88  RLG-RESTORED        VALUE 'AP'.
               88  RLG-RESTORED-ON-HOLD VALUE 'AH'.
               88  RLG-NOT-ON-ARCHIVE  VALUE 'NA'.
               88  RLG-ALREADY-LIVE    VALUE 'AL'.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY LEGAL-HOLD.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.
       01  WS-LOG-STATUS           PIC XX.
           88  WS-LOG-SUCCESS      VALUE '00'.
           88  WS-LOG-NOT-FOUND    VALUE '35'.
       01  WS-LGH-STATUS           PIC XX.
           88  WS-LGH-SUCCESS      VALUE '00'.
           88  WS-LGH-EOF          VALUE '10'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-REQUEST-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-RESTORED-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-REJECTED-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-FOUND-FLAG           PIC X(01) VALUE 'N'.
           88  WS-RECORD-FOUND     VALUE 'Y'.
       01  WS-HOLD-FLAG            PIC X(01) VALUE 'N'.
           88  WS-ON-LEGAL-HOLD    VALUE 'Y'.

      *    Parameter area for the shared CHGJRNL change-journal
      *    writer -- before image captured at READ time, after image
           OPEN INPUT REQUEST-FILE.
           IF NOT WS-REQ-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-REQ-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE REQUEST-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND RESTORE-LOG-FILE.
           IF WS-LOG-NOT-FOUND
               DISPLAY 'ERROR OPENING FILE: ' WS-LOG-STATUS
               CLOSE REQUEST-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCESS-REQUESTS
               UNTIL WS-REQ-EOF.
           DISPLAY 'REQUESTS: ' WS-REQUEST-COUNT.
           DISPLAY 'RESTORED: ' WS-RESTORED-COUNT.
           DISPLAY 'REJECTED: ' WS-REJECTED-COUNT.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-PROCESS-REQUESTS.
           READ REQUEST-FILE
           MOVE RRQ-ACCT-NUMBER  TO RLG-ACCT-NUMBER
           MOVE RRQ-REQUESTED-BY TO RLG-REQUESTED-BY
           MOVE WS-CURRENT-DATE  TO RLG-RESTORE-DATE
           MOVE 'N' TO WS-HOLD-FLAG
           PERFORM 2050-CHECK-LEGAL-HOLD
           MOVE 'N' TO WS-FOUND-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF NOT WS-ARC-SUCCESS
           END-IF
           WRITE RESTORE-LOG-RECORD.

      *===============================================================
      * 2050-CHECK-LEGAL-HOLD: Pass of LEGLHOLD for a hold on the
      * account not released by the business date.
      *===============================================================
       2050-CHECK-LEGAL-HOLD.
           OPEN INPUT HOLD-FILE
           IF WS-LGH-SUCCESS
               PERFORM 2060-READ-HOLD
                   UNTIL WS-LGH-EOF
               CLOSE HOLD-FILE
           END-IF
           MOVE '00' TO WS-LGH-STATUS.

       2060-READ-HOLD.
           READ HOLD-FILE
               AT END SET WS-LGH-EOF TO TRUE
               NOT AT END
                   IF LGH-ACCT-NUMBER = RRQ-ACCT-NUMBER
                       AND (LGH-RELEASE-DATE = 0
                       OR LGH-RELEASE-DATE > WS-CURRENT-DATE)
                       SET WS-ON-LEGAL-HOLD TO TRUE
                       DISPLAY 'ACCOUNT ON LEGAL HOLD: '
                           RRQ-ACCT-NUMBER ' MATTER '
                           LGH-MATTER-NUMBER ' TYPE ' LGH-HOLD-TYPE
                   END-IF
           END-READ.

       2100-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END SET WS-ARC-EOF TO TRUE
           MOVE SPACES TO JRN-BEFORE-IMAGE
           MOVE ACCT-NUMBER TO JRN-ACCT-NUMBER
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE CARD-MASTER-RECORD(1:773) TO JRN-AFTER-IMAGE
           WRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ACCOUNT ALREADY ON CARDMAST: '
                   SET RLG-ALREADY-LIVE TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   IF WS-ON-LEGAL-HOLD
                       SET RLG-RESTORED-ON-HOLD TO TRUE
                   ELSE
                       SET RLG-RESTORED TO TRUE
                   END-IF
                   ADD 1 TO WS-RESTORED-COUNT
                   PERFORM 2800-JOURNAL-ADD
           END-WRITE.
