       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPSCHED.
      *---------------------------------------------------------------
      * Federal tax deposit scheduler.
      * Every regular, retro and supplemental pay run appends its
      * federal withholding and both halves of FICA to DEPLIAB.DAT
      * under the pay date. This groups the year's liabilities into
      * the deposits treasury owes and when: a monthly depositor's
      * by calendar month, due the 15th of the next month; a
      * semiweekly depositor's by Wednesday-Friday and
      * Saturday-Tuesday pay dates, due three banking days after
      * the period (the following Wednesday or Friday, later when
      * HOLIDAYS.DAT intervenes). A quarter end splits a period.
      * Whenever the liability built up toward one deposit reaches
      * $100,000 the whole of it is due the next banking day, and a
      * monthly depositor is semiweekly for the rest of the year.
      * The depositor schedule comes from DEPPARM.DAT -- stated, or
      * worked out from the lookback-period liability ($50,000 or
      * less is monthly).
      * The deposits go to DEPDUE.DAT, carrying forward what DEPCONF
      * has already recorded paid against each, and list on
      * DEPSCHED.RPT with due date, amount and paid status. A
      * deposit past due and not paid in full ends the step with
      * condition code 4.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "DEPPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT DEP-LIAB-FILE ASSIGN TO "DEPLIAB.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEP-LIAB-STATUS.
           SELECT DEP-DUE-FILE ASSIGN TO "DEPDUE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEP-DUE-STATUS.
           SELECT SCHED-RPT-FILE ASSIGN TO "DEPSCHED.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SCHED-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
      * Year to schedule (zero = this year), depositor schedule
      * (M monthly, S semiweekly, blank = from the lookback
      * liability), and the lookback-period liability.
       01  PARM-RECORD.
           05  DP-YEAR                PIC 9(4).
           05  DP-SCHEDULE            PIC X(1).
           05  DP-LOOKBACK-LIAB       PIC 9(9)V99.
           05  FILLER                 PIC X(24).
       FD  HOLIDAY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
       01  HOLIDAY-RECORD.
           05  HD-DATE                PIC 9(8).
           05  FILLER                 PIC X(2).
       FD  DEP-LIAB-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout REALISTIC-BATCH-TEST appends.
       01  DEP-LIAB-RECORD.
           05  DL-PAY-DATE            PIC 9(8).
           05  DL-RUN-MODE            PIC X(1).
           05  DL-RUN-TIME            PIC 9(6).
           05  DL-FED-TAX             PIC 9(9)V99.
           05  DL-FICA-EMPLOYEE       PIC 9(9)V99.
           05  DL-FICA-EMPLOYER       PIC 9(9)V99.
           05  DL-TOTAL               PIC 9(10)V99.
           05  FILLER                 PIC X(20).
       FD  DEP-DUE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
      * One deposit due: year and quarter of the liability, due
      * date, and rule (M monthly, S semiweekly, N next-day) key
      * it; the pay dates it covers; withholding and FICA (both
      * halves); what has been paid, when, and the EFTPS
      * confirmation; status O open, S short, P paid, L paid late.
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
       FD  SCHED-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  SCHED-RPT-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS             PIC XX.
           88  PARM-OK                VALUE "00".
       01  WS-HOLIDAY-STATUS          PIC XX.
           88  HOLIDAY-OK             VALUE "00".
           88  HOLIDAY-EOF            VALUE "10".
       01  WS-DEP-LIAB-STATUS         PIC XX.
           88  DEP-LIAB-OK            VALUE "00".
           88  DEP-LIAB-EOF           VALUE "10".
       01  WS-DEP-DUE-STATUS          PIC XX.
           88  DEP-DUE-OK             VALUE "00".
           88  DEP-DUE-EOF            VALUE "10".
       01  WS-SCHED-RPT-STATUS        PIC XX.
           88  SCHED-RPT-OK           VALUE "00".
       01  WS-CURRENT-DATE-DATA.
           05  WS-TODAY               PIC 9(8).
           05  WS-TODAY-SPLIT REDEFINES WS-TODAY.
               10  WS-TODAY-YEAR      PIC 9(4).
               10  FILLER             PIC 9(4).
           05  FILLER                 PIC X(13).
       01  WS-RETURN-CODE             PIC 9(2) VALUE 0.

      * Depositor rules
       01  WS-SCHED-YEAR              PIC 9(4) VALUE 0.
       01  WS-SCHEDULE                PIC X(1) VALUE "M".
           88  WS-MONTHLY-DEPOSITOR   VALUE "M".
           88  WS-SEMIWEEKLY-DEPOSITOR VALUE "S".
       01  WS-LOOKBACK-LIAB           PIC 9(9)V99 VALUE 0.
       01  WS-LOOKBACK-LIMIT          PIC 9(9)V99 VALUE 50000.00.
       01  WS-NEXT-DAY-LIMIT          PIC 9(9)V99 VALUE 100000.00.
       01  WS-SWITCH-DATE             PIC 9(8) VALUE 0.

      * Banking days
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-DATE OCCURS 60 TIMES
                                      PIC 9(8).
       01  WS-HOL-USED                PIC 9(2) VALUE 0.
       01  WS-HOL-IDX                 PIC 9(2) VALUE 0.
       01  WS-HOL-FOUND               PIC 9 VALUE 0.
           88  HOL-WAS-FOUND          VALUE 1.
       01  WS-DAY-N                   PIC S9(9) VALUE 0.
       01  WS-DAY-OF-WEEK             PIC 9(1) VALUE 0.
       01  WS-BUSINESS-DAY            PIC 9 VALUE 0.
           88  IS-BUSINESS-DAY        VALUE 1.
       01  WS-DAYS-TO-ADD             PIC 9(1) VALUE 0.
       01  WS-WORK-DATE               PIC 9(8) VALUE 0.
       01  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR           PIC 9(4).
           05  WS-WORK-MONTH          PIC 9(2).
           05  WS-WORK-DAY            PIC 9(2).

      * The year's liabilities, in pay-date order
       01  WS-LB-TABLE.
           05  WS-LB-ENTRY OCCURS 600 TIMES.
               10  WS-LB-SORT-KEY.
                   15  WS-LB-PAY-DATE PIC 9(8).
                   15  WS-LB-RUN-TIME PIC 9(6).
               10  WS-LB-FED          PIC 9(9)V99.
               10  WS-LB-FICA         PIC 9(9)V99.
               10  WS-LB-TOTAL        PIC 9(10)V99.
       01  WS-LB-COUNT                PIC 9(3) VALUE 0.
       01  WS-LB-SUB                  PIC 9(3) VALUE 0.
       01  WS-LB-SORT-I               PIC 9(3) VALUE 0.
       01  WS-LB-SORT-J               PIC 9(3) VALUE 0.
       01  WS-LB-SORT-TEMP            PIC X(48).
       01  WS-LB-DROPPED              PIC 9(5) VALUE 0.
       01  WS-LB-QUARTER              PIC 9(1) VALUE 0.

      * Deposits -- the same 100 bytes as DD-ITEM
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
       01  WS-DI-NEXT                 PIC 9(3) VALUE 0.
       01  WS-DI-FOUND                PIC 9 VALUE 0.
           88  DI-WAS-FOUND           VALUE 1.
       01  WS-DI-SORT-I               PIC 9(3) VALUE 0.
       01  WS-DI-SORT-J               PIC 9(3) VALUE 0.
       01  WS-DI-SORT-TEMP            PIC X(100).
       01  WS-DI-FIND-KEY.
           05  WS-DF-YEAR             PIC 9(4).
           05  WS-DF-QUARTER          PIC 9(1).
           05  WS-DF-DUE-DATE         PIC 9(8).
           05  WS-DF-RULE             PIC X(1).

      * DEPDUE.DAT as it stood -- payments recorded by DEPCONF
       01  WS-OD-TABLE.
           05  WS-OD-ENTRY OCCURS 600 TIMES.
               10  WS-OD-KEY.
                   15  WS-OD-YEAR     PIC 9(4).
                   15  FILLER         PIC X(10).
               10  FILLER             PIC X(50).
               10  WS-OD-PAID         PIC 9(10)V99.
               10  WS-OD-PAID-DATE    PIC 9(8).
               10  WS-OD-CONFIRM      PIC X(15).
               10  FILLER             PIC X(1).
               10  WS-OD-USED         PIC 9(1).
       01  WS-OD-COUNT                PIC 9(3) VALUE 0.
       01  WS-OD-SUB                  PIC 9(3) VALUE 0.

      * Report
       01  WS-PAST-DUE-COUNT          PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT              PIC 9(5) VALUE 0.
       01  WS-STRANDED-COUNT          PIC 9(5) VALUE 0.
       01  WS-LISTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-RPT-QUARTER             PIC 9(1) VALUE 0.
       01  WS-RPT-TOTALS.
           05  WS-QT-FED              PIC 9(11)V99.
           05  WS-QT-FICA             PIC 9(11)V99.
           05  WS-QT-AMOUNT           PIC 9(11)V99.
           05  WS-QT-PAID             PIC 9(11)V99.
           05  WS-YT-FED              PIC 9(11)V99.
           05  WS-YT-FICA             PIC 9(11)V99.
           05  WS-YT-AMOUNT           PIC 9(11)V99.
           05  WS-YT-PAID             PIC 9(11)V99.
       01  WS-HDR-LINE.
           05  FILLER                 PIC X(34)
               VALUE "FEDERAL TAX DEPOSIT SCHEDULE FOR ".
           05  WS-HDR-YEAR            PIC 9(4).
           05  FILLER                 PIC X(4) VALUE " -- ".
           05  WS-HDR-SCHEDULE        PIC X(20).
           05  FILLER                 PIC X(16)
               VALUE "  LOOKBACK LIAB ".
           05  WS-HDR-LOOKBACK        PIC Z(8)9.99.
           05  FILLER                 PIC X(42) VALUE SPACES.
       01  WS-COL-LINE.
           05  FILLER                 PIC X(4) VALUE "QTR".
           05  FILLER                 PIC X(11) VALUE "RULE".
           05  FILLER                 PIC X(9) VALUE "PAY FROM".
           05  FILLER                 PIC X(9) VALUE "PAY THRU".
           05  FILLER                 PIC X(9) VALUE "DUE DATE".
           05  FILLER                 PIC X(14) VALUE "   FED WHLD".
           05  FILLER                 PIC X(14) VALUE "  FICA (BOTH)".
           05  FILLER                 PIC X(15) VALUE "     AMOUNT DUE".
           05  FILLER                 PIC X(15) VALUE "           PAID".
           05  FILLER                 PIC X(9) VALUE " PAID ON".
           05  FILLER                 PIC X(16) VALUE "STATUS".
           05  FILLER                 PIC X(7) VALUE "CONFIRM".
       01  WS-DEP-LINE.
           05  FILLER                 PIC X(1) VALUE "Q".
           05  WS-DPL-QUARTER         PIC 9(1).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DPL-RULE            PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DPL-FROM            PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DPL-THRU            PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DPL-DUE             PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DPL-FED             PIC Z(9)9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DPL-FICA            PIC Z(9)9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DPL-AMOUNT          PIC Z(10)9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DPL-PAID            PIC Z(10)9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DPL-PAID-DATE       PIC 9(8) BLANK WHEN ZERO.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DPL-STATUS          PIC X(15).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DPL-CONFIRM         PIC X(15).
       01  WS-TOTAL-LINE.
           05  WS-TTL-LABEL           PIC X(45).
           05  WS-TTL-FED             PIC Z(9)9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-TTL-FICA            PIC Z(9)9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-TTL-AMOUNT          PIC Z(10)9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-TTL-PAID            PIC Z(10)9.99.
           05  FILLER                 PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAIN: Schedule the year's deposits from the liability
      * file and list them
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           PERFORM 1000-READ-PARAMETERS
           PERFORM 1100-LOAD-HOLIDAYS
           PERFORM 1200-LOAD-LIABILITIES
           PERFORM 1300-LOAD-OLD-SCHEDULE
           PERFORM 2000-SCHEDULE-LIABILITY
               VARYING WS-LB-SUB FROM 1 BY 1
               UNTIL WS-LB-SUB > WS-LB-COUNT
           PERFORM 2500-CARRY-PAYMENTS
           PERFORM 2600-SET-STATUS
               VARYING WS-DI-SUB FROM 1 BY 1
               UNTIL WS-DI-SUB > WS-DI-COUNT
           PERFORM 2800-SORT-DEPOSITS
           PERFORM 3000-WRITE-SCHEDULE
           PERFORM 4000-PRINT-SCHEDULE
           DISPLAY "LIABILITY RECORDS:  " WS-LB-COUNT
           DISPLAY "DEPOSITS LISTED:    " WS-LISTED-COUNT
           DISPLAY "OPEN OR SHORT:      " WS-OPEN-COUNT
           DISPLAY "PAST DUE:           " WS-PAST-DUE-COUNT
           IF WS-PAST-DUE-COUNT > 0
               OR WS-STRANDED-COUNT > 0
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *===============================================================
      * 1000-READ-PARAMETERS: Year and depositor schedule. With no
      * DEPPARM.DAT this year is scheduled monthly, as for an
      * employer with no lookback-period liability.
      *===============================================================
       1000-READ-PARAMETERS SECTION.
       1000-PARM-PARA.
           MOVE WS-TODAY-YEAR TO WS-SCHED-YEAR
           MOVE "M" TO WS-SCHEDULE
           OPEN INPUT PARM-FILE
           IF NOT PARM-OK
               DISPLAY "DEPPARM.DAT NOT AVAILABLE -- "
                   "MONTHLY DEPOSITOR ASSUMED"
               EXIT SECTION
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY "DEPPARM.DAT IS EMPTY -- "
                       "MONTHLY DEPOSITOR ASSUMED"
               NOT AT END
                   IF DP-YEAR NUMERIC AND DP-YEAR > 0
                       MOVE DP-YEAR TO WS-SCHED-YEAR
                   END-IF
                   IF DP-LOOKBACK-LIAB NUMERIC
                       MOVE DP-LOOKBACK-LIAB TO WS-LOOKBACK-LIAB
                   END-IF
                   EVALUATE DP-SCHEDULE
                       WHEN "M"
                       WHEN "S"
                           MOVE DP-SCHEDULE TO WS-SCHEDULE
                       WHEN OTHER
                           IF WS-LOOKBACK-LIAB > WS-LOOKBACK-LIMIT
                               MOVE "S" TO WS-SCHEDULE
                           END-IF
                   END-EVALUATE
           END-READ
           CLOSE PARM-FILE
           DISPLAY "SCHEDULING " WS-SCHED-YEAR
               " DEPOSITOR SCHEDULE " WS-SCHEDULE.

       1100-LOAD-HOLIDAYS SECTION.
       1100-HOLIDAY-PARA.
           OPEN INPUT HOLIDAY-FILE
           IF HOLIDAY-OK
               PERFORM UNTIL HOLIDAY-EOF
                   OR WS-HOL-USED >= 60
                   READ HOLIDAY-FILE
                       AT END
                           SET HOLIDAY-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HOL-USED
                           MOVE HD-DATE
                               TO WS-HOL-DATE(WS-HOL-USED)
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF
           DISPLAY "HOLIDAYS LOADED: " WS-HOL-USED.

      *===============================================================
      * 1200-LOAD-LIABILITIES: The schedule year's DEPLIAB records,
      * sorted into pay-date and run-time order -- the next-day
      * rule is a running total, so the order matters.
      *===============================================================
       1200-LOAD-LIABILITIES SECTION.
       1200-LIAB-PARA.
           OPEN INPUT DEP-LIAB-FILE
           IF NOT DEP-LIAB-OK
               DISPLAY "ERROR: OPEN DEPLIAB FAILED: "
                   WS-DEP-LIAB-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL DEP-LIAB-EOF
               READ DEP-LIAB-FILE
                   AT END
                       SET DEP-LIAB-EOF TO TRUE
                   NOT AT END
                       MOVE DL-PAY-DATE TO WS-WORK-DATE
                       IF WS-WORK-YEAR = WS-SCHED-YEAR
                           PERFORM 1210-KEEP-LIABILITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEP-LIAB-FILE
           IF WS-LB-COUNT < 2
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-LB-SORT-I FROM 1 BY 1
               UNTIL WS-LB-SORT-I >= WS-LB-COUNT
               PERFORM VARYING WS-LB-SORT-J FROM 1 BY 1
                   UNTIL WS-LB-SORT-J > WS-LB-COUNT - WS-LB-SORT-I
                   IF WS-LB-SORT-KEY(WS-LB-SORT-J) >
                       WS-LB-SORT-KEY(WS-LB-SORT-J + 1)
                       MOVE WS-LB-ENTRY(WS-LB-SORT-J)
                           TO WS-LB-SORT-TEMP
                       MOVE WS-LB-ENTRY(WS-LB-SORT-J + 1)
                           TO WS-LB-ENTRY(WS-LB-SORT-J)
                       MOVE WS-LB-SORT-TEMP
                           TO WS-LB-ENTRY(WS-LB-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1210-KEEP-LIABILITY SECTION.
       1210-KEEP-PARA.
           IF WS-LB-COUNT >= 600
               ADD 1 TO WS-LB-DROPPED
               DISPLAY "LIABILITY TABLE FULL, DROPPED PAY DATE "
                   DL-PAY-DATE
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           ADD 1 TO WS-LB-COUNT
           MOVE DL-PAY-DATE TO WS-LB-PAY-DATE(WS-LB-COUNT)
           MOVE DL-RUN-TIME TO WS-LB-RUN-TIME(WS-LB-COUNT)
           MOVE DL-FED-TAX TO WS-LB-FED(WS-LB-COUNT)
           COMPUTE WS-LB-FICA(WS-LB-COUNT) =
               DL-FICA-EMPLOYEE + DL-FICA-EMPLOYER
           MOVE DL-TOTAL TO WS-LB-TOTAL(WS-LB-COUNT).

      *===============================================================
      * 1300-LOAD-OLD-SCHEDULE: DEPDUE.DAT as it stands, every year,
      * for the payments already recorded against it
      *===============================================================
       1300-LOAD-OLD-SCHEDULE SECTION.
       1300-OLD-PARA.
           OPEN INPUT DEP-DUE-FILE
           IF NOT DEP-DUE-OK
               DISPLAY "NO DEPOSIT SCHEDULE ON FILE -- STARTING NEW"
               EXIT SECTION
           END-IF
           PERFORM UNTIL DEP-DUE-EOF
               READ DEP-DUE-FILE
                   AT END
                       SET DEP-DUE-EOF TO TRUE
                   NOT AT END
                       IF WS-OD-COUNT < 600
                           ADD 1 TO WS-OD-COUNT
                           MOVE DD-ITEM TO WS-OD-ENTRY(WS-OD-COUNT)
                           MOVE 0 TO WS-OD-USED(WS-OD-COUNT)
                       ELSE
                           DISPLAY "ERROR: DEPDUE.DAT EXCEEDS 600 "
                               "DEPOSITS -- SCHEDULE NOT REWRITTEN"
                           CLOSE DEP-DUE-FILE
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEP-DUE-FILE.

      *===============================================================
      * 2000-SCHEDULE-LIABILITY: One pay run's liability onto the
      * deposit its pay date falls in under the current schedule.
      * When that deposit has built up to the next-day limit, the
      * whole of it moves to a next-day deposit and the build-up
      * starts again; a monthly depositor turns semiweekly.
      *===============================================================
       2000-SCHEDULE-LIABILITY SECTION.
       2000-SCHEDULE-PARA.
           MOVE WS-LB-PAY-DATE(WS-LB-SUB) TO WS-WORK-DATE
           COMPUTE WS-LB-QUARTER = (WS-WORK-MONTH + 2) / 3
           IF WS-MONTHLY-DEPOSITOR
               PERFORM 2100-MONTHLY-DUE-DATE
               MOVE "M" TO WS-DF-RULE
           ELSE
               PERFORM 2200-SEMIWEEKLY-DUE-DATE
               MOVE "S" TO WS-DF-RULE
           END-IF
           MOVE WS-SCHED-YEAR TO WS-DF-YEAR
           MOVE WS-LB-QUARTER TO WS-DF-QUARTER
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-N) TO WS-DF-DUE-DATE
           PERFORM 2400-FIND-DEPOSIT
           IF NOT DI-WAS-FOUND
               EXIT SECTION
           END-IF
           ADD WS-LB-FED(WS-LB-SUB) TO WS-DI-FED(WS-DI-HIT)
           ADD WS-LB-FICA(WS-LB-SUB) TO WS-DI-FICA(WS-DI-HIT)
           ADD WS-LB-TOTAL(WS-LB-SUB) TO WS-DI-AMOUNT(WS-DI-HIT)
           IF WS-DI-PAY-FROM(WS-DI-HIT) = 0
               MOVE WS-LB-PAY-DATE(WS-LB-SUB)
                   TO WS-DI-PAY-FROM(WS-DI-HIT)
           END-IF
           MOVE WS-LB-PAY-DATE(WS-LB-SUB) TO WS-DI-PAY-THRU(WS-DI-HIT)
           IF WS-DI-AMOUNT(WS-DI-HIT) < WS-NEXT-DAY-LIMIT
               EXIT SECTION
           END-IF
      * Next-day rule
           MOVE WS-DI-HIT TO WS-DI-NEXT
           COMPUTE WS-DAY-N =
               FUNCTION INTEGER-OF-DATE(WS-LB-PAY-DATE(WS-LB-SUB))
           MOVE 1 TO WS-DAYS-TO-ADD
           PERFORM 2300-ADD-BANKING-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-N) TO WS-DF-DUE-DATE
           MOVE "N" TO WS-DF-RULE
           PERFORM 2400-FIND-DEPOSIT
           IF NOT DI-WAS-FOUND
               EXIT SECTION
           END-IF
           ADD WS-DI-FED(WS-DI-NEXT) TO WS-DI-FED(WS-DI-HIT)
           ADD WS-DI-FICA(WS-DI-NEXT) TO WS-DI-FICA(WS-DI-HIT)
           ADD WS-DI-AMOUNT(WS-DI-NEXT) TO WS-DI-AMOUNT(WS-DI-HIT)
           IF WS-DI-PAY-FROM(WS-DI-HIT) = 0
               MOVE WS-DI-PAY-FROM(WS-DI-NEXT)
                   TO WS-DI-PAY-FROM(WS-DI-HIT)
           END-IF
           MOVE WS-LB-PAY-DATE(WS-LB-SUB) TO WS-DI-PAY-THRU(WS-DI-HIT)
           MOVE 0 TO WS-DI-FED(WS-DI-NEXT)
           MOVE 0 TO WS-DI-FICA(WS-DI-NEXT)
           MOVE 0 TO WS-DI-AMOUNT(WS-DI-NEXT)
           MOVE 0 TO WS-DI-PAY-FROM(WS-DI-NEXT)
           MOVE 0 TO WS-DI-PAY-THRU(WS-DI-NEXT)
           DISPLAY "NEXT-DAY DEPOSIT DUE " WS-DF-DUE-DATE
               " FOR LIABILITY THROUGH " WS-LB-PAY-DATE(WS-LB-SUB)
           IF WS-MONTHLY-DEPOSITOR
               MOVE "S" TO WS-SCHEDULE
               MOVE WS-LB-PAY-DATE(WS-LB-SUB) TO WS-SWITCH-DATE
               DISPLAY "MONTHLY DEPOSITOR NOW SEMIWEEKLY FROM "
                   WS-SWITCH-DATE
           END-IF.

      *===============================================================
      * 2100-MONTHLY-DUE-DATE: The 15th of the month after the pay
      * date, moved forward to a banking day
      *===============================================================
       2100-MONTHLY-DUE-DATE SECTION.
       2100-MONTHLY-PARA.
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           MOVE 15 TO WS-WORK-DAY
           COMPUTE WS-DAY-N = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           MOVE 0 TO WS-DAYS-TO-ADD
           PERFORM 2300-ADD-BANKING-DAYS.

      *===============================================================
      * 2200-SEMIWEEKLY-DUE-DATE: A Wednesday-Friday pay date closes
      * its period on the Friday, a Saturday-Tuesday one on the
      * Tuesday; the deposit is due three banking days after the
      * period closes.
      *===============================================================
       2200-SEMIWEEKLY-DUE-DATE SECTION.
       2200-SEMIWEEKLY-PARA.
           COMPUTE WS-DAY-N = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-N, 7)
           EVALUATE WS-DAY-OF-WEEK
               WHEN 3
               WHEN 4
               WHEN 5
                   COMPUTE WS-DAY-N = WS-DAY-N + 5 - WS-DAY-OF-WEEK
               WHEN 6
                   ADD 3 TO WS-DAY-N
               WHEN 0
                   ADD 2 TO WS-DAY-N
               WHEN 1
                   ADD 1 TO WS-DAY-N
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 3 TO WS-DAYS-TO-ADD
           PERFORM 2300-ADD-BANKING-DAYS.

      *===============================================================
      * 2300-ADD-BANKING-DAYS: WS-DAY-N moved forward by
      * WS-DAYS-TO-ADD banking days -- with none to add, only off a
      * weekend or holiday onto the next banking day.
      *===============================================================
       2300-ADD-BANKING-DAYS SECTION.
       2300-ADD-PARA.
           PERFORM UNTIL WS-DAYS-TO-ADD = 0
               ADD 1 TO WS-DAY-N
               PERFORM 2350-CHECK-BANKING-DAY
               IF IS-BUSINESS-DAY
                   SUBTRACT 1 FROM WS-DAYS-TO-ADD
               END-IF
           END-PERFORM
           PERFORM 2350-CHECK-BANKING-DAY
           PERFORM UNTIL IS-BUSINESS-DAY
               ADD 1 TO WS-DAY-N
               PERFORM 2350-CHECK-BANKING-DAY
           END-PERFORM.

       2350-CHECK-BANKING-DAY SECTION.
       2350-CHECK-PARA.
           MOVE 1 TO WS-BUSINESS-DAY
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-N, 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE 0 TO WS-BUSINESS-DAY
               EXIT SECTION
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-N) TO WS-WORK-DATE
           MOVE 0 TO WS-HOL-FOUND
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-USED
               OR HOL-WAS-FOUND
               IF WS-WORK-DATE = WS-HOL-DATE(WS-HOL-IDX)
                   SET HOL-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF HOL-WAS-FOUND
               MOVE 0 TO WS-BUSINESS-DAY
           END-IF.

      *===============================================================
      * 2400-FIND-DEPOSIT: The deposit keyed WS-DI-FIND-KEY, added
      * empty when it is not yet scheduled
      *===============================================================
       2400-FIND-DEPOSIT SECTION.
       2400-FIND-PARA.
           MOVE 0 TO WS-DI-FOUND
           PERFORM VARYING WS-DI-SUB FROM 1 BY 1
               UNTIL WS-DI-SUB > WS-DI-COUNT
               OR DI-WAS-FOUND
               IF WS-DI-KEY(WS-DI-SUB) = WS-DI-FIND-KEY
                   SET DI-WAS-FOUND TO TRUE
                   MOVE WS-DI-SUB TO WS-DI-HIT
               END-IF
           END-PERFORM
           IF DI-WAS-FOUND
               EXIT SECTION
           END-IF
           IF WS-DI-COUNT >= 600
               DISPLAY "DEPOSIT TABLE FULL, LIABILITY DROPPED FOR "
                   WS-LB-PAY-DATE(WS-LB-SUB)
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           ADD 1 TO WS-DI-COUNT
           MOVE WS-DI-COUNT TO WS-DI-HIT
           INITIALIZE WS-DI-ENTRY(WS-DI-HIT)
           MOVE WS-DI-FIND-KEY TO WS-DI-KEY(WS-DI-HIT)
           MOVE "O" TO WS-DI-STATUS(WS-DI-HIT)
           SET DI-WAS-FOUND TO TRUE.

      *===============================================================
      * 2500-CARRY-PAYMENTS: What DEPCONF recorded paid follows its
      * deposit. Other years' deposits carry over untouched. A
      * deposit of this year no longer scheduled but with money paid
      * against it is kept, with nothing due, and flagged -- the
      * payment has to be accounted for.
      *===============================================================
       2500-CARRY-PAYMENTS SECTION.
       2500-CARRY-PARA.
           PERFORM VARYING WS-DI-SUB FROM 1 BY 1
               UNTIL WS-DI-SUB > WS-DI-COUNT
               PERFORM VARYING WS-OD-SUB FROM 1 BY 1
                   UNTIL WS-OD-SUB > WS-OD-COUNT
                   IF WS-OD-USED(WS-OD-SUB) = 0
                       AND WS-OD-KEY(WS-OD-SUB) = WS-DI-KEY(WS-DI-SUB)
                       MOVE WS-OD-PAID(WS-OD-SUB)
                           TO WS-DI-PAID(WS-DI-SUB)
                       MOVE WS-OD-PAID-DATE(WS-OD-SUB)
                           TO WS-DI-PAID-DATE(WS-DI-SUB)
                       MOVE WS-OD-CONFIRM(WS-OD-SUB)
                           TO WS-DI-CONFIRM(WS-DI-SUB)
                       MOVE 1 TO WS-OD-USED(WS-OD-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-OD-SUB FROM 1 BY 1
               UNTIL WS-OD-SUB > WS-OD-COUNT
               IF WS-OD-USED(WS-OD-SUB) = 0
                   IF WS-OD-YEAR(WS-OD-SUB) NOT = WS-SCHED-YEAR
                       OR WS-OD-PAID(WS-OD-SUB) > 0
                       PERFORM 2550-KEEP-OLD-DEPOSIT
                   END-IF
               END-IF
           END-PERFORM.

       2550-KEEP-OLD-DEPOSIT SECTION.
       2550-KEEP-PARA.
           IF WS-DI-COUNT >= 600
               DISPLAY "ERROR: DEPOSIT TABLE FULL -- SCHEDULE NOT "
                   "REWRITTEN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DI-COUNT
           MOVE WS-OD-ENTRY(WS-OD-SUB)(1:100)
               TO WS-DI-ENTRY(WS-DI-COUNT)
           IF WS-OD-YEAR(WS-OD-SUB) = WS-SCHED-YEAR
               MOVE 0 TO WS-DI-FED(WS-DI-COUNT)
               MOVE 0 TO WS-DI-FICA(WS-DI-COUNT)
               MOVE 0 TO WS-DI-AMOUNT(WS-DI-COUNT)
               ADD 1 TO WS-STRANDED-COUNT
               DISPLAY "WARNING: PAYMENT AGAINST A DEPOSIT NO LONGER "
                   "SCHEDULED, DUE " WS-DI-DUE-DATE(WS-DI-COUNT)
           END-IF.

      *===============================================================
      * 2600-SET-STATUS: Paid in full on or before the due date is
      * paid, after it paid late; part paid is short; nothing paid
      * is open. Other years' deposits keep the status they have.
      *===============================================================
       2600-SET-STATUS SECTION.
       2600-STATUS-PARA.
           IF WS-DI-YEAR(WS-DI-SUB) NOT = WS-SCHED-YEAR
               EXIT SECTION
           END-IF
           EVALUATE TRUE
               WHEN WS-DI-PAID(WS-DI-SUB) = 0
                   MOVE "O" TO WS-DI-STATUS(WS-DI-SUB)
               WHEN WS-DI-PAID(WS-DI-SUB) < WS-DI-AMOUNT(WS-DI-SUB)
                   MOVE "S" TO WS-DI-STATUS(WS-DI-SUB)
               WHEN WS-DI-PAID-DATE(WS-DI-SUB) >
                   WS-DI-DUE-DATE(WS-DI-SUB)
                   MOVE "L" TO WS-DI-STATUS(WS-DI-SUB)
               WHEN OTHER
                   MOVE "P" TO WS-DI-STATUS(WS-DI-SUB)
           END-EVALUATE.

       2800-SORT-DEPOSITS SECTION.
       2800-SORT-PARA.
           IF WS-DI-COUNT < 2
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-DI-SORT-I FROM 1 BY 1
               UNTIL WS-DI-SORT-I >= WS-DI-COUNT
               PERFORM VARYING WS-DI-SORT-J FROM 1 BY 1
                   UNTIL WS-DI-SORT-J > WS-DI-COUNT - WS-DI-SORT-I
                   IF WS-DI-KEY(WS-DI-SORT-J) >
                       WS-DI-KEY(WS-DI-SORT-J + 1)
                       MOVE WS-DI-ENTRY(WS-DI-SORT-J)
                           TO WS-DI-SORT-TEMP
                       MOVE WS-DI-ENTRY(WS-DI-SORT-J + 1)
                           TO WS-DI-ENTRY(WS-DI-SORT-J)
                       MOVE WS-DI-SORT-TEMP
                           TO WS-DI-ENTRY(WS-DI-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *===============================================================
      * 3000-WRITE-SCHEDULE: DEPDUE.DAT rewritten whole -- a deposit
      * the next-day rule emptied is left off.
      *===============================================================
       3000-WRITE-SCHEDULE SECTION.
       3000-WRITE-PARA.
           OPEN OUTPUT DEP-DUE-FILE
           IF NOT DEP-DUE-OK
               DISPLAY "ERROR: OPEN DEPDUE FOR OUTPUT FAILED: "
                   WS-DEP-DUE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-DI-SUB FROM 1 BY 1
               UNTIL WS-DI-SUB > WS-DI-COUNT
               IF WS-DI-AMOUNT(WS-DI-SUB) > 0
                   OR WS-DI-PAID(WS-DI-SUB) > 0
                   OR WS-DI-YEAR(WS-DI-SUB) NOT = WS-SCHED-YEAR
                   MOVE SPACES TO DEP-DUE-RECORD
                   MOVE WS-DI-ENTRY(WS-DI-SUB) TO DD-ITEM
                   WRITE DEP-DUE-RECORD
               END-IF
           END-PERFORM
           CLOSE DEP-DUE-FILE.

      *===============================================================
      * 4000-PRINT-SCHEDULE: The schedule year's deposits in due
      * order with a total per quarter and for the year. Open and
      * short deposits past their due date are called out.
      *===============================================================
       4000-PRINT-SCHEDULE SECTION.
       4000-PRINT-PARA.
           OPEN OUTPUT SCHED-RPT-FILE
           IF NOT SCHED-RPT-OK
               DISPLAY "ERROR: OPEN DEPSCHED.RPT FAILED: "
                   WS-SCHED-RPT-STATUS
               MOVE 12 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE WS-SCHED-YEAR TO WS-HDR-YEAR
           IF WS-SWITCH-DATE > 0
               MOVE "SEMIWEEKLY (NEXT-DAY)" TO WS-HDR-SCHEDULE
           ELSE
               IF WS-MONTHLY-DEPOSITOR
                   MOVE "MONTHLY DEPOSITOR" TO WS-HDR-SCHEDULE
               ELSE
                   MOVE "SEMIWEEKLY DEPOSITOR" TO WS-HDR-SCHEDULE
               END-IF
           END-IF
           MOVE WS-LOOKBACK-LIAB TO WS-HDR-LOOKBACK
           WRITE SCHED-RPT-RECORD FROM WS-HDR-LINE
           IF WS-SWITCH-DATE > 0
               MOVE SPACES TO SCHED-RPT-RECORD
               STRING "MONTHLY DEPOSITOR UNTIL THE NEXT-DAY RULE "
                      "APPLIED ON " DELIMITED SIZE
                      WS-SWITCH-DATE DELIMITED SIZE
                      " -- SEMIWEEKLY FOR THE REST OF THE YEAR"
                          DELIMITED SIZE
                   INTO SCHED-RPT-RECORD
               END-STRING
               WRITE SCHED-RPT-RECORD
           END-IF
           MOVE SPACES TO SCHED-RPT-RECORD
           WRITE SCHED-RPT-RECORD
           WRITE SCHED-RPT-RECORD FROM WS-COL-LINE
           INITIALIZE WS-RPT-TOTALS
           MOVE 0 TO WS-RPT-QUARTER
           PERFORM 4100-PRINT-DEPOSIT
               VARYING WS-DI-SUB FROM 1 BY 1
               UNTIL WS-DI-SUB > WS-DI-COUNT
           IF WS-RPT-QUARTER > 0
               PERFORM 4200-QUARTER-TOTAL
           END-IF
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "YEAR TOTAL" TO WS-TTL-LABEL
           MOVE WS-YT-FED TO WS-TTL-FED
           MOVE WS-YT-FICA TO WS-TTL-FICA
           MOVE WS-YT-AMOUNT TO WS-TTL-AMOUNT
           MOVE WS-YT-PAID TO WS-TTL-PAID
           WRITE SCHED-RPT-RECORD FROM WS-TOTAL-LINE
           CLOSE SCHED-RPT-FILE.

       4100-PRINT-DEPOSIT SECTION.
       4100-DEPOSIT-PARA.
           IF WS-DI-YEAR(WS-DI-SUB) NOT = WS-SCHED-YEAR
               EXIT SECTION
           END-IF
           IF WS-DI-AMOUNT(WS-DI-SUB) = 0
               AND WS-DI-PAID(WS-DI-SUB) = 0
               EXIT SECTION
           END-IF
           IF WS-RPT-QUARTER > 0
               AND WS-DI-QUARTER(WS-DI-SUB) NOT = WS-RPT-QUARTER
               PERFORM 4200-QUARTER-TOTAL
           END-IF
           MOVE WS-DI-QUARTER(WS-DI-SUB) TO WS-RPT-QUARTER
           ADD 1 TO WS-LISTED-COUNT
           MOVE WS-DI-QUARTER(WS-DI-SUB) TO WS-DPL-QUARTER
           EVALUATE WS-DI-RULE(WS-DI-SUB)
               WHEN "M"
                   MOVE "MONTHLY" TO WS-DPL-RULE
               WHEN "S"
                   MOVE "SEMIWEEKLY" TO WS-DPL-RULE
               WHEN "N"
                   MOVE "NEXT-DAY" TO WS-DPL-RULE
               WHEN OTHER
                   MOVE WS-DI-RULE(WS-DI-SUB) TO WS-DPL-RULE
           END-EVALUATE
           MOVE WS-DI-PAY-FROM(WS-DI-SUB) TO WS-DPL-FROM
           MOVE WS-DI-PAY-THRU(WS-DI-SUB) TO WS-DPL-THRU
           MOVE WS-DI-DUE-DATE(WS-DI-SUB) TO WS-DPL-DUE
           MOVE WS-DI-FED(WS-DI-SUB) TO WS-DPL-FED
           MOVE WS-DI-FICA(WS-DI-SUB) TO WS-DPL-FICA
           MOVE WS-DI-AMOUNT(WS-DI-SUB) TO WS-DPL-AMOUNT
           MOVE WS-DI-PAID(WS-DI-SUB) TO WS-DPL-PAID
           MOVE WS-DI-PAID-DATE(WS-DI-SUB) TO WS-DPL-PAID-DATE
           MOVE WS-DI-CONFIRM(WS-DI-SUB) TO WS-DPL-CONFIRM
           EVALUATE WS-DI-STATUS(WS-DI-SUB)
               WHEN "P"
                   MOVE "PAID" TO WS-DPL-STATUS
               WHEN "L"
                   MOVE "PAID LATE" TO WS-DPL-STATUS
               WHEN "S"
                   MOVE "SHORT" TO WS-DPL-STATUS
                   ADD 1 TO WS-OPEN-COUNT
               WHEN OTHER
                   MOVE "OPEN" TO WS-DPL-STATUS
                   ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE
           IF WS-DI-AMOUNT(WS-DI-SUB) = 0
               MOVE "NOT SCHEDULED" TO WS-DPL-STATUS
           END-IF
           IF (WS-DI-STATUS(WS-DI-SUB) = "O"
               OR WS-DI-STATUS(WS-DI-SUB) = "S")
               AND WS-DI-DUE-DATE(WS-DI-SUB) < WS-TODAY
               ADD 1 TO WS-PAST-DUE-COUNT
               IF WS-DI-STATUS(WS-DI-SUB) = "S"
                   MOVE "SHORT PAST DUE" TO WS-DPL-STATUS
               ELSE
                   MOVE "PAST DUE" TO WS-DPL-STATUS
               END-IF
               DISPLAY "DEPOSIT PAST DUE: " WS-DI-DUE-DATE(WS-DI-SUB)
                   " " WS-DI-AMOUNT(WS-DI-SUB)
           END-IF
           WRITE SCHED-RPT-RECORD FROM WS-DEP-LINE
           ADD WS-DI-FED(WS-DI-SUB) TO WS-QT-FED
           ADD WS-DI-FICA(WS-DI-SUB) TO WS-QT-FICA
           ADD WS-DI-AMOUNT(WS-DI-SUB) TO WS-QT-AMOUNT
           ADD WS-DI-PAID(WS-DI-SUB) TO WS-QT-PAID.

       4200-QUARTER-TOTAL SECTION.
       4200-QUARTER-PARA.
           MOVE SPACES TO WS-TOTAL-LINE
           STRING "QUARTER " DELIMITED SIZE
                  WS-RPT-QUARTER DELIMITED SIZE
                  " TOTAL" DELIMITED SIZE
               INTO WS-TTL-LABEL
           END-STRING
           MOVE WS-QT-FED TO WS-TTL-FED
           MOVE WS-QT-FICA TO WS-TTL-FICA
           MOVE WS-QT-AMOUNT TO WS-TTL-AMOUNT
           MOVE WS-QT-PAID TO WS-TTL-PAID
           WRITE SCHED-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO SCHED-RPT-RECORD
           WRITE SCHED-RPT-RECORD
           ADD WS-QT-FED TO WS-YT-FED
           ADD WS-QT-FICA TO WS-YT-FICA
           ADD WS-QT-AMOUNT TO WS-YT-AMOUNT
           ADD WS-QT-PAID TO WS-YT-PAID
           MOVE 0 TO WS-QT-FED
           MOVE 0 TO WS-QT-FICA
           MOVE 0 TO WS-QT-AMOUNT
           MOVE 0 TO WS-QT-PAID.
