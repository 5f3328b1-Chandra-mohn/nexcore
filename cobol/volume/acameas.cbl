       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACAMEAS.
      *---------------------------------------------------------------
      * ACA full-time eligibility -- look-back measurement.
      * Every timecard pay run appends each employee's hours of
      * service to ACAHRS.DAT: hours worked plus the paid vacation
      * and sick hours taken. This batch totals those hours over
      * the standard measurement period (the ACAPARM measurement
      * end date, default the last day of the prior month, and its
      * length in months, default 12) and divides by the weeks in
      * the period. A variable-hour employee -- hourly or
      * commission pay -- averaging at least the full-time weekly
      * hours (ACAPARM, default 30) is full-time for the stability
      * period that follows (default 12 months from the day after
      * the measurement period); anyone under it is not. Salaried
      * staff are full-time by position and are not measured. An
      * employee hired after the measurement period began is still
      * in their initial measurement and is listed with the average
      * so far but not classified full-time on it. Terminated
      * employees gone before the measurement period ended are
      * left out.
      * ACAELIG.DAT is the eligibility list for benefits, one record
      * per employee with the measured figures and whether coverage
      * must be offered for the stability period; the same decisions
      * are appended to ACASTAB.DAT, the stability history ACA1095
      * reads at year end. ACAMEAS.RPT lists everyone with the
      * counts. An hours table overflow ends the step with
      * condition code 8.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "ACAPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACA-HOURS-FILE ASSIGN TO "ACAHRS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACA-HOURS-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT ELIG-FILE ASSIGN TO "ACAELIG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ELIG-STATUS.
           SELECT STAB-FILE ASSIGN TO "ACASTAB.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAB-STATUS.
           SELECT MEAS-RPT-FILE ASSIGN TO "ACAMEAS.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEAS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
      * Optional ACA parameters, shared with ACA1095. Zero in any
      * field takes the default.
       01  PARM-RECORD.
           05  AP-MEAS-END-DATE       PIC 9(8).
           05  AP-MEAS-MONTHS         PIC 9(2).
           05  AP-STAB-START-DATE     PIC 9(8).
           05  AP-STAB-MONTHS         PIC 9(2).
           05  AP-FT-WEEKLY-HOURS     PIC 9(2)V99.
           05  AP-TAX-YEAR            PIC 9(4).
           05  AP-LOWEST-PREMIUM      PIC 9(4)V99.
           05  FILLER                 PIC X(6).
       FD  ACA-HOURS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
      * Same layout the pay run appends
       01  ACA-HOURS-RECORD.
           05  AH-EMPLOYEE-ID         PIC 9(6).
           05  AH-PAY-DATE            PIC 9(8).
           05  AH-PERIOD-START        PIC 9(8).
           05  AH-PERIOD-END          PIC 9(8).
           05  AH-PAY-FREQUENCY       PIC X(1).
           05  AH-PAY-TYPE            PIC X(1).
           05  AH-WORKED-HOURS        PIC 9(3)V99.
           05  AH-VAC-HOURS           PIC 9(3)V99.
           05  AH-SICK-HOURS          PIC 9(3)V99.
           05  AH-TOTAL-HOURS         PIC 9(4)V99.
           05  FILLER                 PIC X(7).
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
      * Only the fields the measurement needs are named.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID         PIC 9(6).
           05  EM-EMPLOYEE-NAME.
               10  EM-LAST-NAME       PIC X(20).
               10  EM-FIRST-NAME      PIC X(15).
           05  EM-DEPARTMENT          PIC X(4).
           05  EM-PAY-TYPE            PIC X(1).
               88  EM-HOURLY          VALUE "H".
               88  EM-COMMISSION      VALUE "C".
               88  EM-VARIABLE-HOUR   VALUES "H" "C".
           05  FILLER                 PIC X(120).
           05  EM-STATUS              PIC X(1).
               88  EM-TERMINATED      VALUE "T".
           05  EM-TERM-DATE           PIC 9(8).
           05  FILLER                 PIC X(178).
           05  EM-HIRE-DATE           PIC 9(8).
           05  FILLER                 PIC X(39).
       FD  ELIG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
      * Benefits eligibility list -- one record per employee:
      * 'S' salaried, full-time by position; 'F' measured full-time;
      * 'P' measured under the full-time hours; 'N' hired during the
      * measurement period, still in initial measurement.
       01  ELIG-RECORD.
           05  EL-EMPLOYEE-ID         PIC 9(6).
           05  EL-LAST-NAME           PIC X(20).
           05  EL-FIRST-NAME          PIC X(15).
           05  EL-DEPARTMENT          PIC X(4).
           05  EL-PAY-TYPE            PIC X(1).
           05  EL-CLASS               PIC X(1).
               88  EL-SALARIED-FT     VALUE "S".
               88  EL-MEASURED-FT     VALUE "F".
               88  EL-MEASURED-PT     VALUE "P".
               88  EL-NEW-HIRE        VALUE "N".
           05  EL-ELIGIBLE            PIC X(1).
           05  EL-MEAS-START          PIC 9(8).
           05  EL-MEAS-END            PIC 9(8).
           05  EL-MEAS-HOURS          PIC 9(5)V99.
           05  EL-MEAS-WEEKS          PIC 9(2)V99.
           05  EL-AVG-WEEKLY          PIC 9(3)V99.
           05  EL-STAB-START          PIC 9(8).
           05  EL-STAB-END            PIC 9(8).
           05  EL-HIRE-DATE           PIC 9(8).
           05  FILLER                 PIC X(16).
       FD  STAB-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
      * Stability-period history -- appended by each measurement;
      * where two rows cover the same month the later one stands.
       01  STAB-RECORD.
           05  ST-EMPLOYEE-ID         PIC 9(6).
           05  ST-STAB-START          PIC 9(8).
           05  ST-STAB-END            PIC 9(8).
           05  ST-CLASS               PIC X(1).
           05  ST-FULL-TIME           PIC X(1).
           05  ST-MEAS-END            PIC 9(8).
           05  FILLER                 PIC X(8).
       FD  MEAS-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  MEAS-RPT-RECORD            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS             PIC XX.
           88  PARM-OK                VALUE "00".
       01  WS-ACA-HOURS-STATUS        PIC XX.
           88  ACA-HOURS-OK           VALUE "00".
           88  ACA-HOURS-EOF          VALUE "10".
           88  ACA-HOURS-NOT-FOUND    VALUE "35".
       01  WS-EMPMAST-STATUS          PIC XX.
           88  EMPMAST-OK             VALUE "00".
       01  WS-ELIG-STATUS             PIC XX.
           88  ELIG-OK                VALUE "00".
       01  WS-STAB-STATUS             PIC XX.
           88  STAB-OK                VALUE "00".
           88  STAB-NOT-FOUND         VALUE "35".
       01  WS-MEAS-RPT-STATUS         PIC XX.
           88  MEAS-RPT-OK            VALUE "00".
       01  WS-MASTER-EOF-FLAG         PIC 9 VALUE 0.
           88  END-OF-MASTER          VALUE 1.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  FILLER                 PIC X(13).
       01  WS-MONTH-START             PIC 9(8).
       01  WS-MONTH-START-PARTS REDEFINES WS-MONTH-START.
           05  WS-MS-YEAR             PIC 9(4).
           05  WS-MS-MONTH            PIC 9(2).
           05  WS-MS-DAY              PIC 9(2).
      * The measurement and stability windows this run applies
       01  WS-MEAS-START              PIC 9(8) VALUE 0.
       01  WS-MEAS-END                PIC 9(8) VALUE 0.
       01  WS-MEAS-MONTHS             PIC 9(2) VALUE 12.
       01  WS-STAB-START              PIC 9(8) VALUE 0.
       01  WS-STAB-END                PIC 9(8) VALUE 0.
       01  WS-STAB-MONTHS             PIC 9(2) VALUE 12.
       01  WS-FT-WEEKLY-HOURS         PIC 9(2)V99 VALUE 30.
       01  WS-MEAS-WEEKS              PIC 9(2)V99 VALUE 0.
       01  WS-MEAS-DAYS               PIC 9(5) VALUE 0.
      * Month arithmetic: a date moved by whole months
       01  WS-SHIFT-DATE              PIC 9(8).
       01  WS-SHIFT-PARTS REDEFINES WS-SHIFT-DATE.
           05  WS-SH-YEAR             PIC 9(4).
           05  WS-SH-MONTH            PIC 9(2).
           05  WS-SH-DAY              PIC 9(2).
       01  WS-SHIFT-MONTHS            PIC S9(3) VALUE 0.
       01  WS-TOTAL-MONTHS            PIC 9(6) VALUE 0.
      * Measured hours by employee
       01  WS-HR-TABLE.
           05  WS-HR-ENTRY OCCURS 3000 TIMES.
               10  WS-HR-EMP          PIC 9(6).
               10  WS-HR-HOURS        PIC 9(5)V99.
       01  WS-HR-USED                 PIC 9(4) VALUE 0.
       01  WS-HR-IDX                  PIC 9(4) VALUE 0.
       01  WS-HR-SUB                  PIC 9(4) VALUE 0.
       01  WS-FIND-EMP                PIC 9(6) VALUE 0.
       01  WS-HR-FOUND                PIC 9 VALUE 0.
           88  HR-WAS-FOUND           VALUE 1.
       01  WS-HR-FULL                 PIC 9 VALUE 0.
           88  HR-TABLE-FILLED        VALUE 1.
       01  WS-EMP-HOURS               PIC 9(5)V99 VALUE 0.
       01  WS-AVG-WEEKLY              PIC 9(3)V99 VALUE 0.
       01  WS-HOURS-READ              PIC 9(7) VALUE 0.
       01  WS-HOURS-IN-PERIOD         PIC 9(7) VALUE 0.
       01  WS-SALARIED-COUNT          PIC 9(5) VALUE 0.
       01  WS-FT-COUNT                PIC 9(5) VALUE 0.
       01  WS-PT-COUNT                PIC 9(5) VALUE 0.
       01  WS-NEW-COUNT               PIC 9(5) VALUE 0.
       01  WS-ELIGIBLE-COUNT          PIC 9(5) VALUE 0.
       01  WS-LEFT-COUNT              PIC 9(5) VALUE 0.
       01  WS-CLASS-TEXT              PIC X(24) VALUE SPACES.

       01  WS-HDR-LINE.
           05  FILLER                 PIC X(44)
               VALUE "ACA FULL-TIME MEASUREMENT -- MEASURED FROM ".
           05  WS-HDR-MEAS-START      PIC 9(8).
           05  FILLER                 PIC X(4) VALUE " TO ".
           05  WS-HDR-MEAS-END        PIC 9(8).
           05  FILLER                 PIC X(9) VALUE " (WEEKS ".
           05  WS-HDR-WEEKS           PIC Z9.99.
           05  FILLER                 PIC X(1) VALUE ")".
           05  FILLER                 PIC X(53) VALUE SPACES.
       01  WS-HDR-LINE-2.
           05  FILLER                 PIC X(18)
               VALUE "STABILITY PERIOD ".
           05  WS-HDR-STAB-START      PIC 9(8).
           05  FILLER                 PIC X(4) VALUE " TO ".
           05  WS-HDR-STAB-END        PIC 9(8).
           05  FILLER                 PIC X(26)
               VALUE " -- FULL-TIME AT WEEKLY ".
           05  WS-HDR-FT-HOURS        PIC Z9.99.
           05  FILLER                 PIC X(63) VALUE SPACES.
       01  WS-COL-LINE.
           05  FILLER                 PIC X(132)
               VALUE "EMP    NAME                 DEPT T HIRED    MEAS
      -        "URED HRS  AVG/WK STATUS                   OFFER".
       01  WS-DETAIL-LINE.
           05  WS-DL-EMP              PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DL-NAME             PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DL-DEPT             PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DL-TYPE             PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DL-HIRED            PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DL-HOURS            PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  WS-DL-AVG              PIC ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DL-CLASS            PIC X(24).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DL-OFFER            PIC X(3).
           05  FILLER                 PIC X(40) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(11) VALUE "SALARIED: ".
           05  WS-TL-SALARIED         PIC ZZZZ9.
           05  FILLER                 PIC X(13) VALUE "  FULL-TIME: ".
           05  WS-TL-FT               PIC ZZZZ9.
           05  FILLER                 PIC X(17)
               VALUE "  NOT FULL-TIME: ".
           05  WS-TL-PT               PIC ZZZZ9.
           05  FILLER                 PIC X(20)
               VALUE "  INITIAL MEASURE: ".
           05  WS-TL-NEW              PIC ZZZZ9.
           05  FILLER                 PIC X(12) VALUE "  ELIGIBLE: ".
           05  WS-TL-ELIGIBLE         PIC ZZZZ9.
           05  FILLER                 PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAIN: Settle the windows, total the hours, then classify
      * every employee on the master
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           PERFORM 1000-SET-PERIODS
           PERFORM 1100-LOAD-HOURS
           OPEN INPUT EMPMAST-FILE
           IF NOT EMPMAST-OK
               DISPLAY "ERROR: OPEN EMPMAST-FILE FAILED: "
                   WS-EMPMAST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ELIG-FILE
           OPEN OUTPUT MEAS-RPT-FILE
           OPEN EXTEND STAB-FILE
           IF STAB-NOT-FOUND
               OPEN OUTPUT STAB-FILE
           END-IF
           IF NOT ELIG-OK
               OR NOT MEAS-RPT-OK
               OR NOT STAB-OK
               DISPLAY "ERROR: OUTPUT FILES FAILED TO OPEN"
               CLOSE EMPMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MEAS-START TO WS-HDR-MEAS-START
           MOVE WS-MEAS-END TO WS-HDR-MEAS-END
           MOVE WS-MEAS-WEEKS TO WS-HDR-WEEKS
           MOVE WS-STAB-START TO WS-HDR-STAB-START
           MOVE WS-STAB-END TO WS-HDR-STAB-END
           MOVE WS-FT-WEEKLY-HOURS TO WS-HDR-FT-HOURS
           WRITE MEAS-RPT-RECORD FROM WS-HDR-LINE
           WRITE MEAS-RPT-RECORD FROM WS-HDR-LINE-2
           MOVE SPACES TO MEAS-RPT-RECORD
           WRITE MEAS-RPT-RECORD
           WRITE MEAS-RPT-RECORD FROM WS-COL-LINE
           PERFORM 2000-CLASSIFY-EMPLOYEES
           MOVE WS-SALARIED-COUNT TO WS-TL-SALARIED
           MOVE WS-FT-COUNT TO WS-TL-FT
           MOVE WS-PT-COUNT TO WS-TL-PT
           MOVE WS-NEW-COUNT TO WS-TL-NEW
           MOVE WS-ELIGIBLE-COUNT TO WS-TL-ELIGIBLE
           MOVE SPACES TO MEAS-RPT-RECORD
           WRITE MEAS-RPT-RECORD
           WRITE MEAS-RPT-RECORD FROM WS-TOTAL-LINE
           CLOSE EMPMAST-FILE
           CLOSE ELIG-FILE
           CLOSE STAB-FILE
           CLOSE MEAS-RPT-FILE
           DISPLAY "HOURS RECORDS READ:   " WS-HOURS-READ
           DISPLAY "IN MEASUREMENT:       " WS-HOURS-IN-PERIOD
           DISPLAY "SALARIED FULL-TIME:   " WS-SALARIED-COUNT
           DISPLAY "MEASURED FULL-TIME:   " WS-FT-COUNT
           DISPLAY "NOT FULL-TIME:        " WS-PT-COUNT
           DISPLAY "INITIAL MEASUREMENT:  " WS-NEW-COUNT
           DISPLAY "ELIGIBLE FOR OFFER:   " WS-ELIGIBLE-COUNT
           DISPLAY "TERMINATED, LEFT OUT: " WS-LEFT-COUNT
           IF HR-TABLE-FILLED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *===============================================================
      * 1000-SET-PERIODS: The measurement period ends on the ACAPARM
      * date (default the last day of last month) and runs back the
      * given months; the stability period starts the day after it
      * unless ACAPARM names a later start (an administrative
      * period between the two).
      *===============================================================
       1000-SET-PERIODS SECTION.
       1000-SET-PARA.
           MOVE 0 TO WS-MEAS-END
           MOVE 0 TO WS-STAB-START
           OPEN INPUT PARM-FILE
           IF PARM-OK
               READ PARM-FILE
                   NOT AT END
                       IF AP-MEAS-END-DATE NUMERIC
                           MOVE AP-MEAS-END-DATE TO WS-MEAS-END
                       END-IF
                       IF AP-MEAS-MONTHS NUMERIC
                           AND AP-MEAS-MONTHS > 0
                           MOVE AP-MEAS-MONTHS TO WS-MEAS-MONTHS
                       END-IF
                       IF AP-STAB-START-DATE NUMERIC
                           MOVE AP-STAB-START-DATE TO WS-STAB-START
                       END-IF
                       IF AP-STAB-MONTHS NUMERIC
                           AND AP-STAB-MONTHS > 0
                           MOVE AP-STAB-MONTHS TO WS-STAB-MONTHS
                       END-IF
                       IF AP-FT-WEEKLY-HOURS NUMERIC
                           AND AP-FT-WEEKLY-HOURS > 0
                           MOVE AP-FT-WEEKLY-HOURS
                               TO WS-FT-WEEKLY-HOURS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-MEAS-END = 0
               MOVE WS-CURRENT-DATE TO WS-MONTH-START
               MOVE 1 TO WS-MS-DAY
               COMPUTE WS-MEAS-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1)
           END-IF
      * Start = the day after the end, less the period's months
           COMPUTE WS-SHIFT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MEAS-END) + 1)
           COMPUTE WS-SHIFT-MONTHS = 0 - WS-MEAS-MONTHS
           PERFORM 1050-SHIFT-MONTHS
           MOVE WS-SHIFT-DATE TO WS-MEAS-START
           IF WS-STAB-START NOT > WS-MEAS-END
               COMPUTE WS-STAB-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MEAS-END) + 1)
           END-IF
           MOVE WS-STAB-START TO WS-SHIFT-DATE
           MOVE WS-STAB-MONTHS TO WS-SHIFT-MONTHS
           PERFORM 1050-SHIFT-MONTHS
           COMPUTE WS-STAB-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SHIFT-DATE) - 1)
           COMPUTE WS-MEAS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-MEAS-END) -
               FUNCTION INTEGER-OF-DATE(WS-MEAS-START) + 1
           COMPUTE WS-MEAS-WEEKS ROUNDED = WS-MEAS-DAYS / 7.

      *===============================================================
      * 1050-SHIFT-MONTHS: Move WS-SHIFT-DATE by WS-SHIFT-MONTHS
      * whole months; a day past the 28th is held to the 28th so
      * every month has it
      *===============================================================
       1050-SHIFT-MONTHS SECTION.
       1050-SHIFT-PARA.
           COMPUTE WS-TOTAL-MONTHS =
               WS-SH-YEAR * 12 + WS-SH-MONTH - 1 + WS-SHIFT-MONTHS
           DIVIDE WS-TOTAL-MONTHS BY 12 GIVING WS-SH-YEAR
               REMAINDER WS-SH-MONTH
           ADD 1 TO WS-SH-MONTH
           IF WS-SH-DAY > 28
               MOVE 28 TO WS-SH-DAY
           END-IF.

      *===============================================================
      * 1100-LOAD-HOURS: Total each employee's hours of service whose
      * pay period ended inside the measurement period
      *===============================================================
       1100-LOAD-HOURS SECTION.
       1100-LOAD-PARA.
           OPEN INPUT ACA-HOURS-FILE
           IF ACA-HOURS-NOT-FOUND
               DISPLAY "NO ACAHRS.DAT -- NO HOURS MEASURED"
               EXIT SECTION
           END-IF
           IF NOT ACA-HOURS-OK
               DISPLAY "ERROR: OPEN ACAHRS FAILED: "
                   WS-ACA-HOURS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ACA-HOURS-EOF
               READ ACA-HOURS-FILE
                   AT END
                       SET ACA-HOURS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HOURS-READ
                       IF AH-PERIOD-END NOT < WS-MEAS-START
                           AND AH-PERIOD-END NOT > WS-MEAS-END
                           ADD 1 TO WS-HOURS-IN-PERIOD
                           PERFORM 1150-ADD-HOURS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACA-HOURS-FILE.

       1150-ADD-HOURS SECTION.
       1150-ADD-PARA.
           MOVE AH-EMPLOYEE-ID TO WS-FIND-EMP
           PERFORM 1160-FIND-EMP-HOURS
           IF HR-WAS-FOUND
               ADD AH-TOTAL-HOURS TO WS-HR-HOURS(WS-HR-SUB)
               EXIT SECTION
           END-IF
           IF WS-HR-USED >= 3000
               DISPLAY "HOURS TABLE FULL -- EMP " AH-EMPLOYEE-ID
                   " NOT MEASURED"
               SET HR-TABLE-FILLED TO TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO WS-HR-USED
           MOVE AH-EMPLOYEE-ID TO WS-HR-EMP(WS-HR-USED)
           MOVE AH-TOTAL-HOURS TO WS-HR-HOURS(WS-HR-USED).

       1160-FIND-EMP-HOURS SECTION.
       1160-FIND-PARA.
           MOVE 0 TO WS-HR-FOUND
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
               UNTIL WS-HR-IDX > WS-HR-USED
               OR HR-WAS-FOUND
               IF WS-HR-EMP(WS-HR-IDX) = WS-FIND-EMP
                   SET HR-WAS-FOUND TO TRUE
                   MOVE WS-HR-IDX TO WS-HR-SUB
               END-IF
           END-PERFORM.

      *===============================================================
      * 2000-CLASSIFY-EMPLOYEES: Every employee on the master,
      * classified for the stability period
      *===============================================================
       2000-CLASSIFY-EMPLOYEES SECTION.
       2000-CLASSIFY-PARA.
           MOVE LOW-VALUES TO EM-EMPLOYEE-ID
           START EMPMAST-FILE KEY IS NOT LESS THAN EM-EMPLOYEE-ID
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ EMPMAST-FILE NEXT
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF EM-TERMINATED
                           AND EM-TERM-DATE NOT > WS-MEAS-END
                           ADD 1 TO WS-LEFT-COUNT
                       ELSE
                           PERFORM 2100-CLASSIFY-ONE
                       END-IF
               END-READ
           END-PERFORM.

      *===============================================================
      * 2100-CLASSIFY-ONE: Salaried staff are full-time by position;
      * a variable-hour employee averaging the full-time weekly
      * hours over the whole measurement period is full-time; one
      * hired inside the period is still in initial measurement
      *===============================================================
       2100-CLASSIFY-ONE SECTION.
       2100-CLASSIFY-ONE-PARA.
           MOVE SPACES TO ELIG-RECORD
           INITIALIZE ELIG-RECORD
           MOVE EM-EMPLOYEE-ID TO WS-FIND-EMP
           PERFORM 1160-FIND-EMP-HOURS
           IF HR-WAS-FOUND
               MOVE WS-HR-HOURS(WS-HR-SUB) TO WS-EMP-HOURS
           ELSE
               MOVE 0 TO WS-EMP-HOURS
           END-IF
           MOVE 0 TO WS-AVG-WEEKLY
           IF WS-MEAS-WEEKS > 0
               COMPUTE WS-AVG-WEEKLY ROUNDED =
                   WS-EMP-HOURS / WS-MEAS-WEEKS
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-AVG-WEEKLY
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN NOT EM-VARIABLE-HOUR
                   SET EL-SALARIED-FT TO TRUE
                   MOVE "Y" TO EL-ELIGIBLE
                   MOVE "SALARIED -- FULL-TIME" TO WS-CLASS-TEXT
                   ADD 1 TO WS-SALARIED-COUNT
               WHEN EM-HIRE-DATE > WS-MEAS-START
                   SET EL-NEW-HIRE TO TRUE
                   MOVE "N" TO EL-ELIGIBLE
                   MOVE "NEW -- INITIAL MEASURE" TO WS-CLASS-TEXT
                   ADD 1 TO WS-NEW-COUNT
               WHEN WS-AVG-WEEKLY NOT < WS-FT-WEEKLY-HOURS
                   SET EL-MEASURED-FT TO TRUE
                   MOVE "Y" TO EL-ELIGIBLE
                   MOVE "MEASURED FULL-TIME" TO WS-CLASS-TEXT
                   ADD 1 TO WS-FT-COUNT
               WHEN OTHER
                   SET EL-MEASURED-PT TO TRUE
                   MOVE "N" TO EL-ELIGIBLE
                   MOVE "MEASURED NOT FULL-TIME" TO WS-CLASS-TEXT
                   ADD 1 TO WS-PT-COUNT
           END-EVALUATE
           IF EL-ELIGIBLE = "Y"
               ADD 1 TO WS-ELIGIBLE-COUNT
           END-IF
           MOVE EM-EMPLOYEE-ID TO EL-EMPLOYEE-ID
           MOVE EM-LAST-NAME TO EL-LAST-NAME
           MOVE EM-FIRST-NAME TO EL-FIRST-NAME
           MOVE EM-DEPARTMENT TO EL-DEPARTMENT
           MOVE EM-PAY-TYPE TO EL-PAY-TYPE
           MOVE WS-MEAS-START TO EL-MEAS-START
           MOVE WS-MEAS-END TO EL-MEAS-END
           MOVE WS-EMP-HOURS TO EL-MEAS-HOURS
           MOVE WS-MEAS-WEEKS TO EL-MEAS-WEEKS
           MOVE WS-AVG-WEEKLY TO EL-AVG-WEEKLY
           MOVE WS-STAB-START TO EL-STAB-START
           MOVE WS-STAB-END TO EL-STAB-END
           MOVE EM-HIRE-DATE TO EL-HIRE-DATE
           WRITE ELIG-RECORD
           MOVE SPACES TO STAB-RECORD
           INITIALIZE STAB-RECORD
           MOVE EM-EMPLOYEE-ID TO ST-EMPLOYEE-ID
           MOVE WS-STAB-START TO ST-STAB-START
           MOVE WS-STAB-END TO ST-STAB-END
           MOVE EL-CLASS TO ST-CLASS
           MOVE EL-ELIGIBLE TO ST-FULL-TIME
           MOVE WS-MEAS-END TO ST-MEAS-END
           WRITE STAB-RECORD
           MOVE EM-EMPLOYEE-ID TO WS-DL-EMP
           MOVE EM-LAST-NAME TO WS-DL-NAME
           MOVE EM-DEPARTMENT TO WS-DL-DEPT
           MOVE EM-PAY-TYPE TO WS-DL-TYPE
           MOVE EM-HIRE-DATE TO WS-DL-HIRED
           MOVE WS-EMP-HOURS TO WS-DL-HOURS
           MOVE WS-AVG-WEEKLY TO WS-DL-AVG
           MOVE WS-CLASS-TEXT TO WS-DL-CLASS
           IF EL-ELIGIBLE = "Y"
               MOVE "YES" TO WS-DL-OFFER
           ELSE
               MOVE "NO" TO WS-DL-OFFER
           END-IF
           WRITE MEAS-RPT-RECORD FROM WS-DETAIL-LINE.
