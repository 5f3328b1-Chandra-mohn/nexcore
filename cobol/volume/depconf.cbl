       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPCONF.
      *---------------------------------------------------------------
      * Federal tax deposit confirmation intake.
      * Treasury keys each EFTPS deposit made to DEPCNF.DAT against
      * the deposit DEPSCHED listed (year, quarter, due date, rule),
      * with the amount, the date paid and the EFTPS confirmation
      * number. Each one is recorded on that deposit in DEPDUE.DAT
      * and the deposit's status reset -- paid in full on or before
      * its due date closes it as paid, after it as paid late; part
      * paid leaves it short. A deposit not on the schedule, a bad
      * amount or date, or a confirmation number already recorded on
      * the deposit is rejected. Every confirmation lists on the
      * DEPCONF.RPT report with what happened to it; any reject ends
      * the step with condition code 4.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONF-FEED-FILE ASSIGN TO "DEPCNF.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONF-FEED-STATUS.
           SELECT DEP-DUE-FILE ASSIGN TO "DEPDUE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEP-DUE-STATUS.
           SELECT CONF-RPT-FILE ASSIGN TO "DEPCONF.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONF-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONF-FEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  CONF-FEED-RECORD.
           05  DC-DEPOSIT-KEY.
               10  DC-YEAR            PIC 9(4).
               10  DC-QUARTER         PIC 9(1).
               10  DC-DUE-DATE        PIC 9(8).
               10  DC-RULE            PIC X(1).
           05  DC-AMOUNT              PIC 9(10)V99.
           05  DC-PAID-DATE           PIC 9(8).
           05  DC-CONFIRM             PIC X(15).
           05  FILLER                 PIC X(11).
       FD  DEP-DUE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
      * Same layout DEPSCHED writes.
       01  DEP-DUE-RECORD.
           05  DD-ITEM.
               10  DD-KEY.
                   15  DD-YEAR        PIC 9(4).
                   15  DD-QUARTER     PIC 9(1).
                   15  DD-DUE-DATE    PIC 9(8).
                   15  DD-RULE        PIC X(1).
               10  DD-PAY-FROM        PIC 9(8).
               10  DD-PAY-THRU        PIC 9(8).
               10  DD-FED-TAX         PIC 9(9)V99.
               10  DD-FICA            PIC 9(9)V99.
               10  DD-AMOUNT-DUE      PIC 9(10)V99.
               10  DD-AMOUNT-PAID     PIC 9(10)V99.
               10  DD-PAID-DATE       PIC 9(8).
               10  DD-CONFIRM         PIC X(15).
               10  DD-STATUS          PIC X(1).
           05  FILLER                 PIC X(20).
       FD  CONF-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  CONF-RPT-RECORD            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-CONF-FEED-STATUS        PIC XX.
           88  CONF-FEED-OK           VALUE "00".
           88  CONF-FEED-EOF          VALUE "10".
       01  WS-DEP-DUE-STATUS          PIC XX.
           88  DEP-DUE-OK             VALUE "00".
           88  DEP-DUE-EOF            VALUE "10".
       01  WS-CONF-RPT-STATUS         PIC XX.
           88  CONF-RPT-OK            VALUE "00".
       01  WS-EOF-FLAG                PIC 9 VALUE 0.
           88  END-OF-FEED            VALUE 1.
       01  WS-FEED-COUNT              PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT            PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.

      * DEPDUE.DAT, every year -- the same 100 bytes as DD-ITEM
       01  WS-DI-TABLE.
           05  WS-DI-ENTRY OCCURS 600 TIMES.
               10  WS-DI-KEY.
                   15  WS-DI-YEAR     PIC 9(4).
                   15  WS-DI-QUARTER  PIC 9(1).
                   15  WS-DI-DUE-DATE PIC 9(8).
                   15  WS-DI-RULE     PIC X(1).
               10  WS-DI-PAY-FROM     PIC 9(8).
               10  WS-DI-PAY-THRU     PIC 9(8).
               10  WS-DI-FED          PIC 9(9)V99.
               10  WS-DI-FICA         PIC 9(9)V99.
               10  WS-DI-AMOUNT       PIC 9(10)V99.
               10  WS-DI-PAID         PIC 9(10)V99.
               10  WS-DI-PAID-DATE    PIC 9(8).
               10  WS-DI-CONFIRM      PIC X(15).
               10  WS-DI-STATUS       PIC X(1).
       01  WS-DI-COUNT                PIC 9(3) VALUE 0.
       01  WS-DI-SUB                  PIC 9(3) VALUE 0.
       01  WS-DI-HIT                  PIC 9(3) VALUE 0.
       01  WS-DI-FOUND                PIC 9 VALUE 0.
           88  DI-WAS-FOUND           VALUE 1.

       01  WS-HDR-LINE.
           05  FILLER                 PIC X(45)
               VALUE "FEDERAL TAX DEPOSIT CONFIRMATIONS RECEIVED".
           05  FILLER                 PIC X(87) VALUE SPACES.
       01  WS-COL-LINE.
           05  FILLER                 PIC X(4) VALUE "QTR".
           05  FILLER                 PIC X(9) VALUE "DUE DATE".
           05  FILLER                 PIC X(5) VALUE "RULE".
           05  FILLER                 PIC X(16) VALUE "    AMOUNT PAID".
           05  FILLER                 PIC X(9) VALUE " PAID ON".
           05  FILLER                 PIC X(16) VALUE "CONFIRMATION".
           05  FILLER                 PIC X(16) VALUE "     AMOUNT DUE".
           05  FILLER                 PIC X(16) VALUE "    TOTAL PAID".
           05  FILLER                 PIC X(41) VALUE "RESULT".
       01  WS-CONF-LINE.
           05  FILLER                 PIC X(1) VALUE "Q".
           05  WS-CFL-QUARTER         PIC X(1).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-CFL-DUE             PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CFL-RULE            PIC X(1).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  WS-CFL-AMOUNT          PIC Z(10)9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CFL-PAID-DATE       PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CFL-CONFIRM         PIC X(15).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CFL-DUE-AMT         PIC Z(10)9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CFL-TOTAL-PAID      PIC Z(10)9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CFL-RESULT          PIC X(30).
           05  FILLER                 PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAIN: Record every confirmation on the feed, then
      * rewrite the schedule
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           PERFORM 0500-LOAD-SCHEDULE
           OPEN INPUT CONF-FEED-FILE
           IF NOT CONF-FEED-OK
               DISPLAY "ERROR: OPEN DEPCNF FAILED: "
                   WS-CONF-FEED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CONF-RPT-FILE
           IF NOT CONF-RPT-OK
               DISPLAY "ERROR: OPEN DEPCONF.RPT FAILED: "
                   WS-CONF-RPT-STATUS
               CLOSE CONF-FEED-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE CONF-RPT-RECORD FROM WS-HDR-LINE
           WRITE CONF-RPT-RECORD FROM WS-COL-LINE
           PERFORM 1000-APPLY-FEED
               UNTIL END-OF-FEED
           CLOSE CONF-FEED-FILE
           CLOSE CONF-RPT-FILE
           PERFORM 4000-REWRITE-SCHEDULE
           DISPLAY "CONFIRMATIONS READ: " WS-FEED-COUNT
           DISPLAY "RECORDED:           " WS-APPLIED-COUNT
           DISPLAY "DEPOSITS CLOSED:    " WS-CLOSED-COUNT
           DISPLAY "REJECTED:           " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *===============================================================
      * 0500-LOAD-SCHEDULE: DEPDUE.DAT whole, to be rewritten with
      * the payments recorded
      *===============================================================
       0500-LOAD-SCHEDULE SECTION.
       0500-LOAD-PARA.
           OPEN INPUT DEP-DUE-FILE
           IF NOT DEP-DUE-OK
               DISPLAY "ERROR: OPEN DEPDUE FAILED: "
                   WS-DEP-DUE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL DEP-DUE-EOF
               READ DEP-DUE-FILE
                   AT END
                       SET DEP-DUE-EOF TO TRUE
                   NOT AT END
                       IF WS-DI-COUNT >= 600
                           DISPLAY "ERROR: DEPDUE.DAT EXCEEDS 600 "
                               "DEPOSITS"
                           CLOSE DEP-DUE-FILE
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DI-COUNT
                       MOVE DD-ITEM TO WS-DI-ENTRY(WS-DI-COUNT)
               END-READ
           END-PERFORM
           CLOSE DEP-DUE-FILE
           DISPLAY "DEPOSITS ON SCHEDULE: " WS-DI-COUNT.

       1000-APPLY-FEED SECTION.
       1000-FEED-PARA.
           READ CONF-FEED-FILE
               AT END
                   SET END-OF-FEED TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-COUNT
                   MOVE SPACES TO WS-REJECT-REASON
                   MOVE 0 TO WS-DI-FOUND
                   PERFORM 2000-APPLY-CONFIRMATION
                   PERFORM 3000-LIST-CONFIRMATION
           END-READ.

      *===============================================================
      * 2000-APPLY-CONFIRMATION: Edit the confirmation, find its
      * deposit, and add the payment to it
      *===============================================================
       2000-APPLY-CONFIRMATION SECTION.
       2000-APPLY-PARA.
           IF DC-AMOUNT NOT NUMERIC
               OR DC-AMOUNT = 0
               MOVE "BAD AMOUNT" TO WS-REJECT-REASON
           END-IF
           IF DC-PAID-DATE NOT NUMERIC
               OR DC-PAID-DATE = 0
               MOVE "NO DATE PAID" TO WS-REJECT-REASON
           END-IF
           IF DC-CONFIRM = SPACES
               MOVE "NO EFTPS CONFIRMATION" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-DI-SUB FROM 1 BY 1
               UNTIL WS-DI-SUB > WS-DI-COUNT
               OR DI-WAS-FOUND
               IF WS-DI-KEY(WS-DI-SUB) = DC-DEPOSIT-KEY
                   SET DI-WAS-FOUND TO TRUE
                   MOVE WS-DI-SUB TO WS-DI-HIT
               END-IF
           END-PERFORM
           IF NOT DI-WAS-FOUND
               MOVE "DEPOSIT NOT ON SCHEDULE" TO WS-REJECT-REASON
               ADD 1 TO WS-REJECT-COUNT
               EXIT SECTION
           END-IF
           IF WS-DI-CONFIRM(WS-DI-HIT) = DC-CONFIRM
               MOVE "CONFIRMATION ALREADY RECORDED" TO WS-REJECT-REASON
               ADD 1 TO WS-REJECT-COUNT
               EXIT SECTION
           END-IF
           ADD DC-AMOUNT TO WS-DI-PAID(WS-DI-HIT)
           IF DC-PAID-DATE > WS-DI-PAID-DATE(WS-DI-HIT)
               MOVE DC-PAID-DATE TO WS-DI-PAID-DATE(WS-DI-HIT)
           END-IF
           MOVE DC-CONFIRM TO WS-DI-CONFIRM(WS-DI-HIT)
           ADD 1 TO WS-APPLIED-COUNT
           EVALUATE TRUE
               WHEN WS-DI-PAID(WS-DI-HIT) < WS-DI-AMOUNT(WS-DI-HIT)
                   MOVE "S" TO WS-DI-STATUS(WS-DI-HIT)
               WHEN WS-DI-PAID-DATE(WS-DI-HIT) >
                   WS-DI-DUE-DATE(WS-DI-HIT)
                   MOVE "L" TO WS-DI-STATUS(WS-DI-HIT)
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN OTHER
                   MOVE "P" TO WS-DI-STATUS(WS-DI-HIT)
                   ADD 1 TO WS-CLOSED-COUNT
           END-EVALUATE.

      *===============================================================
      * 3000-LIST-CONFIRMATION: One report line per confirmation --
      * what treasury sent, the deposit it went to, and whether it
      * took.
      *===============================================================
       3000-LIST-CONFIRMATION SECTION.
       3000-LIST-PARA.
           MOVE DC-QUARTER TO WS-CFL-QUARTER
           MOVE DC-DUE-DATE TO WS-CFL-DUE
           MOVE DC-RULE TO WS-CFL-RULE
           IF DC-AMOUNT NUMERIC
               MOVE DC-AMOUNT TO WS-CFL-AMOUNT
           ELSE
               MOVE 0 TO WS-CFL-AMOUNT
           END-IF
           MOVE DC-PAID-DATE TO WS-CFL-PAID-DATE
           MOVE DC-CONFIRM TO WS-CFL-CONFIRM
           IF DI-WAS-FOUND
               MOVE WS-DI-AMOUNT(WS-DI-HIT) TO WS-CFL-DUE-AMT
               MOVE WS-DI-PAID(WS-DI-HIT) TO WS-CFL-TOTAL-PAID
           ELSE
               MOVE 0 TO WS-CFL-DUE-AMT
               MOVE 0 TO WS-CFL-TOTAL-PAID
           END-IF
           IF WS-REJECT-REASON = SPACES
               EVALUATE WS-DI-STATUS(WS-DI-HIT)
                   WHEN "P"
                       MOVE "RECORDED -- DEPOSIT PAID"
                           TO WS-CFL-RESULT
                   WHEN "L"
                       MOVE "RECORDED -- DEPOSIT PAID LATE"
                           TO WS-CFL-RESULT
                   WHEN OTHER
                       MOVE "RECORDED -- DEPOSIT STILL SHORT"
                           TO WS-CFL-RESULT
               END-EVALUATE
           ELSE
               MOVE WS-REJECT-REASON TO WS-CFL-RESULT
               DISPLAY "DEPOSIT CONFIRMATION REJECTED FOR DUE DATE "
                   DC-DUE-DATE ": " WS-REJECT-REASON
           END-IF
           WRITE CONF-RPT-RECORD FROM WS-CONF-LINE.

      *===============================================================
      * 4000-REWRITE-SCHEDULE: DEPDUE.DAT back out, in the order it
      * was read
      *===============================================================
       4000-REWRITE-SCHEDULE SECTION.
       4000-REWRITE-PARA.
           OPEN OUTPUT DEP-DUE-FILE
           IF NOT DEP-DUE-OK
               DISPLAY "ERROR: OPEN DEPDUE FOR OUTPUT FAILED: "
                   WS-DEP-DUE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-DI-SUB FROM 1 BY 1
               UNTIL WS-DI-SUB > WS-DI-COUNT
               MOVE SPACES TO DEP-DUE-RECORD
               MOVE WS-DI-ENTRY(WS-DI-SUB) TO DD-ITEM
               WRITE DEP-DUE-RECORD
           END-PERFORM
           CLOSE DEP-DUE-FILE.
