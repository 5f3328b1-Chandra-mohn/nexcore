       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACA1095.
      *---------------------------------------------------------------
      * Year-end 1095-C data extract.
      * For the tax year (ACAPARM, default the prior calendar year)
      * every employee on EMPMAST.DAT is walked month by month:
      * employed that month or not (hire and termination dates), and
      * full-time or not -- salaried staff by position, everyone
      * else by the ACASTAB.DAT stability period ACAMEAS set for
      * them that covers the first of the month (the latest one
      * where measurements overlap; none on file is not full-time).
      * Each month gets its line 14 offer code (1E offered to the
      * employee, spouse and dependents when full-time; 1H no offer
      * otherwise), the line 15 employee share of the lowest-cost
      * self-only coverage from ACAPARM for months offered, and the
      * line 16 code (2A not employed, 2B not full-time, 2C enrolled
      * -- a health deduction on the master). Anyone full-time in at
      * least one month gets a 1095-C detail on ACA1095.DAT, the
      * all-12-months columns filled where every month agrees; the
      * closing trailer carries the form count and, for the 1094-C,
      * the full-time and total employee counts by month.
      * ACA1095.RPT lists each form with its monthly codes.
      * A stability table overflow ends the step with condition
      * code 8.
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
           SELECT STAB-FILE ASSIGN TO "ACASTAB.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAB-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "ACA1095.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT FORM-RPT-FILE ASSIGN TO "ACA1095.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FORM-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
      * Same layout ACAMEAS reads; only the year-end fields are
      * named.
       01  PARM-RECORD.
           05  FILLER                 PIC X(24).
           05  AP-TAX-YEAR            PIC 9(4).
           05  AP-LOWEST-PREMIUM      PIC 9(4)V99.
           05  FILLER                 PIC X(6).
       FD  STAB-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
      * Same layout ACAMEAS appends
       01  STAB-RECORD.
           05  ST-EMPLOYEE-ID         PIC 9(6).
           05  ST-STAB-START          PIC 9(8).
           05  ST-STAB-END            PIC 9(8).
           05  ST-CLASS               PIC X(1).
           05  ST-FULL-TIME           PIC X(1).
           05  ST-MEAS-END            PIC 9(8).
           05  FILLER                 PIC X(8).
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
      * Only the fields the extract needs are named.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID         PIC 9(6).
           05  EM-EMPLOYEE-NAME.
               10  EM-LAST-NAME       PIC X(20).
               10  EM-FIRST-NAME      PIC X(15).
           05  EM-DEPARTMENT          PIC X(4).
           05  EM-PAY-TYPE            PIC X(1).
               88  EM-VARIABLE-HOUR   VALUES "H" "C".
           05  FILLER                 PIC X(12).
           05  EM-HEALTH-DED          PIC 9(4)V99.
           05  FILLER                 PIC X(102).
           05  EM-STATUS              PIC X(1).
               88  EM-TERMINATED      VALUE "T".
           05  EM-TERM-DATE           PIC 9(8).
           05  FILLER                 PIC X(122).
           05  EM-SSN                 PIC 9(9).
           05  EM-HOME-ADDRESS.
               10  EM-ADDR-STREET     PIC X(25).
               10  EM-ADDR-CITY       PIC X(15).
               10  EM-ADDR-STATE      PIC X(2).
               10  EM-ADDR-ZIP        PIC X(5).
           05  EM-HIRE-DATE           PIC 9(8).
           05  FILLER                 PIC X(39).
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
      * 1095-C data -- a 'D' detail per form, then one 'T' trailer
      * with the 1094-C counts
       01  EXTRACT-RECORD.
           05  XC-RECORD-TYPE         PIC X(1).
               88  XC-DETAIL          VALUE "D".
               88  XC-TRAILER         VALUE "T".
           05  XC-TAX-YEAR            PIC 9(4).
           05  XC-EMPLOYEE-ID         PIC 9(6).
           05  XC-SSN                 PIC 9(9).
           05  XC-FIRST-NAME          PIC X(15).
           05  XC-LAST-NAME           PIC X(20).
           05  XC-STREET              PIC X(25).
           05  XC-CITY                PIC X(15).
           05  XC-STATE               PIC X(2).
           05  XC-ZIP                 PIC X(5).
           05  XC-LINE14-ALL          PIC X(2).
           05  XC-LINE14              PIC X(2) OCCURS 12 TIMES.
           05  XC-LINE15-ALL          PIC 9(4)V99.
           05  XC-LINE15              PIC 9(4)V99 OCCURS 12 TIMES.
           05  XC-LINE16-ALL          PIC X(2).
           05  XC-LINE16              PIC X(2) OCCURS 12 TIMES.
           05  FILLER                 PIC X(18).
       01  EXTRACT-TRAILER REDEFINES EXTRACT-RECORD.
           05  FILLER                 PIC X(1).
           05  XT-TAX-YEAR            PIC 9(4).
           05  XT-FORM-COUNT          PIC 9(6).
           05  XT-FT-COUNT            PIC 9(6) OCCURS 12 TIMES.
           05  XT-EMP-COUNT           PIC 9(6) OCCURS 12 TIMES.
           05  FILLER                 PIC X(95).
       FD  FORM-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FORM-RPT-RECORD            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS             PIC XX.
           88  PARM-OK                VALUE "00".
       01  WS-STAB-STATUS             PIC XX.
           88  STAB-OK                VALUE "00".
           88  STAB-EOF               VALUE "10".
           88  STAB-NOT-FOUND         VALUE "35".
       01  WS-EMPMAST-STATUS          PIC XX.
           88  EMPMAST-OK             VALUE "00".
       01  WS-EXTRACT-STATUS          PIC XX.
           88  EXTRACT-OK             VALUE "00".
       01  WS-FORM-RPT-STATUS         PIC XX.
           88  FORM-RPT-OK            VALUE "00".
       01  WS-MASTER-EOF-FLAG         PIC 9 VALUE 0.
           88  END-OF-MASTER          VALUE 1.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR    PIC 9(4).
               10  FILLER             PIC 9(4).
           05  FILLER                 PIC X(13).
       01  WS-TAX-YEAR                PIC 9(4) VALUE 0.
       01  WS-LOWEST-PREMIUM          PIC 9(4)V99 VALUE 0.
       01  WS-MONTH-FIRST             PIC 9(8).
       01  WS-MONTH-FIRST-PARTS REDEFINES WS-MONTH-FIRST.
           05  WS-MF-YEAR             PIC 9(4).
           05  WS-MF-MONTH            PIC 9(2).
           05  WS-MF-DAY              PIC 9(2).
       01  WS-MONTH-LAST              PIC 9(8).
       01  WS-NEXT-FIRST              PIC 9(8).
       01  WS-NEXT-FIRST-PARTS REDEFINES WS-NEXT-FIRST.
           05  WS-NF-YEAR             PIC 9(4).
           05  WS-NF-MONTH            PIC 9(2).
           05  WS-NF-DAY              PIC 9(2).
       01  WS-MONTH                   PIC 9(2) VALUE 0.
      * Stability periods on file
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 10000 TIMES.
               10  WS-ST-EMP          PIC 9(6).
               10  WS-ST-START        PIC 9(8).
               10  WS-ST-END          PIC 9(8).
               10  WS-ST-FT           PIC X(1).
       01  WS-ST-USED                 PIC 9(5) VALUE 0.
       01  WS-ST-IDX                  PIC 9(5) VALUE 0.
       01  WS-ST-FULL                 PIC 9 VALUE 0.
           88  ST-TABLE-FILLED        VALUE 1.
      * This employee's twelve months
       01  WS-MONTH-TABLE.
           05  WS-MO-ENTRY OCCURS 12 TIMES.
               10  WS-MO-EMPLOYED     PIC X(1).
               10  WS-MO-FULL-TIME    PIC X(1).
       01  WS-FT-MONTHS               PIC 9(2) VALUE 0.
       01  WS-EMPLOYED-MONTHS         PIC 9(2) VALUE 0.
       01  WS-ALL-SAME                PIC X(1) VALUE "Y".
      * 1094-C counts by month
       01  WS-COUNT-TABLE.
           05  WS-CT-ENTRY OCCURS 12 TIMES.
               10  WS-CT-FT           PIC 9(6).
               10  WS-CT-EMP          PIC 9(6).
       01  WS-FORM-COUNT              PIC 9(6) VALUE 0.
       01  WS-NO-FORM-COUNT           PIC 9(6) VALUE 0.
       01  WS-NOT-EMPLOYED-COUNT      PIC 9(6) VALUE 0.

       01  WS-HDR-LINE.
           05  FILLER                 PIC X(33)
               VALUE "1095-C EXTRACT -- TAX YEAR ".
           05  WS-HDR-YEAR            PIC 9(4).
           05  FILLER                 PIC X(12) VALUE "  PREPARED ".
           05  WS-HDR-DATE            PIC 9(8).
           05  FILLER                 PIC X(75) VALUE SPACES.
       01  WS-COL-LINE.
           05  FILLER                 PIC X(132)
               VALUE "EMP    NAME                 LINE 14 JAN-DEC
      -        "                     LINE 16 JAN-DEC".
       01  WS-DETAIL-LINE.
           05  WS-DL-EMP              PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DL-NAME             PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DL-LINE14           OCCURS 12 TIMES.
               10  WS-DL-L14          PIC X(2).
               10  FILLER             PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DL-LINE16           OCCURS 12 TIMES.
               10  WS-DL-L16          PIC X(2).
               10  FILLER             PIC X(1).
           05  FILLER                 PIC X(31) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(16)
               VALUE "FORMS PRODUCED: ".
           05  WS-TL-FORMS            PIC ZZZZZ9.
           05  FILLER                 PIC X(25)
               VALUE "  NEVER FULL-TIME, NONE: ".
           05  WS-TL-NO-FORM          PIC ZZZZZ9.
           05  FILLER                 PIC X(79) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(8) VALUE "  MONTH ".
           05  WS-CL-MONTH            PIC Z9.
           05  FILLER                 PIC X(13) VALUE "  FULL-TIME: ".
           05  WS-CL-FT               PIC ZZZZZ9.
           05  FILLER                 PIC X(17)
               VALUE "  ALL EMPLOYEES: ".
           05  WS-CL-EMP              PIC ZZZZZ9.
           05  FILLER                 PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAIN: Settle the year, load the stability periods, then
      * build each employee's twelve months
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE WS-TAX-YEAR = WS-CURRENT-YEAR - 1
           OPEN INPUT PARM-FILE
           IF PARM-OK
               READ PARM-FILE
                   NOT AT END
                       IF AP-TAX-YEAR NUMERIC
                           AND AP-TAX-YEAR > 0
                           MOVE AP-TAX-YEAR TO WS-TAX-YEAR
                       END-IF
                       IF AP-LOWEST-PREMIUM NUMERIC
                           MOVE AP-LOWEST-PREMIUM
                               TO WS-LOWEST-PREMIUM
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           PERFORM 1000-LOAD-STABILITY
           OPEN INPUT EMPMAST-FILE
           IF NOT EMPMAST-OK
               DISPLAY "ERROR: OPEN EMPMAST-FILE FAILED: "
                   WS-EMPMAST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT FORM-RPT-FILE
           IF NOT EXTRACT-OK
               OR NOT FORM-RPT-OK
               DISPLAY "ERROR: OUTPUT FILES FAILED TO OPEN"
               CLOSE EMPMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE WS-COUNT-TABLE
           MOVE WS-TAX-YEAR TO WS-HDR-YEAR
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           WRITE FORM-RPT-RECORD FROM WS-HDR-LINE
           MOVE SPACES TO FORM-RPT-RECORD
           WRITE FORM-RPT-RECORD
           WRITE FORM-RPT-RECORD FROM WS-COL-LINE
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
                       PERFORM 2000-BUILD-MONTHS
               END-READ
           END-PERFORM
           PERFORM 4000-WRITE-TRAILER
           CLOSE EMPMAST-FILE
           CLOSE EXTRACT-FILE
           CLOSE FORM-RPT-FILE
           DISPLAY "TAX YEAR:             " WS-TAX-YEAR
           DISPLAY "1095-C FORMS:         " WS-FORM-COUNT
           DISPLAY "NEVER FULL-TIME:      " WS-NO-FORM-COUNT
           DISPLAY "NOT EMPLOYED IN YEAR: " WS-NOT-EMPLOYED-COUNT
           IF ST-TABLE-FILLED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *===============================================================
      * 1000-LOAD-STABILITY: ACASTAB.DAT into storage in file order,
      * so the later of two overlapping periods is found last
      *===============================================================
       1000-LOAD-STABILITY SECTION.
       1000-LOAD-PARA.
           OPEN INPUT STAB-FILE
           IF STAB-NOT-FOUND
               DISPLAY "NO ACASTAB.DAT -- ONLY SALARIED STAFF "
                   "FULL-TIME"
               EXIT SECTION
           END-IF
           IF NOT STAB-OK
               DISPLAY "ERROR: OPEN ACASTAB FAILED: " WS-STAB-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL STAB-EOF
               READ STAB-FILE
                   AT END
                       SET STAB-EOF TO TRUE
                   NOT AT END
                       IF WS-ST-USED >= 10000
                           IF NOT ST-TABLE-FILLED
                               DISPLAY "STABILITY TABLE FULL -- "
                                   "LATER PERIODS IGNORED"
                           END-IF
                           SET ST-TABLE-FILLED TO TRUE
                       ELSE
                           ADD 1 TO WS-ST-USED
                           MOVE ST-EMPLOYEE-ID
                               TO WS-ST-EMP(WS-ST-USED)
                           MOVE ST-STAB-START
                               TO WS-ST-START(WS-ST-USED)
                           MOVE ST-STAB-END TO WS-ST-END(WS-ST-USED)
                           MOVE ST-FULL-TIME TO WS-ST-FT(WS-ST-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAB-FILE.

      *===============================================================
      * 2000-BUILD-MONTHS: Employed and full-time, month by month;
      * anyone full-time at all in the year gets a form
      *===============================================================
       2000-BUILD-MONTHS SECTION.
       2000-BUILD-PARA.
           MOVE 0 TO WS-FT-MONTHS
           MOVE 0 TO WS-EMPLOYED-MONTHS
           PERFORM VARYING WS-MONTH FROM 1 BY 1
               UNTIL WS-MONTH > 12
               PERFORM 2100-SET-MONTH
           END-PERFORM
           IF WS-EMPLOYED-MONTHS = 0
               ADD 1 TO WS-NOT-EMPLOYED-COUNT
               EXIT SECTION
           END-IF
           IF WS-FT-MONTHS = 0
               ADD 1 TO WS-NO-FORM-COUNT
               EXIT SECTION
           END-IF
           PERFORM 3000-WRITE-FORM.

      *===============================================================
      * 2100-SET-MONTH: One month of the tax year for this employee
      *===============================================================
       2100-SET-MONTH SECTION.
       2100-SET-MONTH-PARA.
           MOVE "N" TO WS-MO-EMPLOYED(WS-MONTH)
           MOVE "N" TO WS-MO-FULL-TIME(WS-MONTH)
           MOVE WS-TAX-YEAR TO WS-MF-YEAR
           MOVE WS-MONTH TO WS-MF-MONTH
           MOVE 1 TO WS-MF-DAY
           MOVE WS-MONTH-FIRST TO WS-NEXT-FIRST
           IF WS-NF-MONTH = 12
               ADD 1 TO WS-NF-YEAR
               MOVE 1 TO WS-NF-MONTH
           ELSE
               ADD 1 TO WS-NF-MONTH
           END-IF
           COMPUTE WS-MONTH-LAST = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1)
           IF EM-HIRE-DATE > WS-MONTH-LAST
               EXIT SECTION
           END-IF
           IF EM-TERMINATED
               AND EM-TERM-DATE < WS-MONTH-FIRST
               EXIT SECTION
           END-IF
           MOVE "Y" TO WS-MO-EMPLOYED(WS-MONTH)
           ADD 1 TO WS-EMPLOYED-MONTHS
           ADD 1 TO WS-CT-EMP(WS-MONTH)
           IF EM-VARIABLE-HOUR
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-USED
                   IF WS-ST-EMP(WS-ST-IDX) = EM-EMPLOYEE-ID
                       AND WS-ST-START(WS-ST-IDX)
                           NOT > WS-MONTH-FIRST
                       AND WS-ST-END(WS-ST-IDX)
                           NOT < WS-MONTH-FIRST
                       MOVE WS-ST-FT(WS-ST-IDX)
                           TO WS-MO-FULL-TIME(WS-MONTH)
                   END-IF
               END-PERFORM
           ELSE
               MOVE "Y" TO WS-MO-FULL-TIME(WS-MONTH)
           END-IF
           IF WS-MO-FULL-TIME(WS-MONTH) = "Y"
               ADD 1 TO WS-FT-MONTHS
               ADD 1 TO WS-CT-FT(WS-MONTH)
           END-IF.

      *===============================================================
      * 3000-WRITE-FORM: Lines 14-16 for the twelve months, the
      * all-12-months entries where every month is the same
      *===============================================================
       3000-WRITE-FORM SECTION.
       3000-WRITE-FORM-PARA.
           MOVE SPACES TO EXTRACT-RECORD
           INITIALIZE EXTRACT-RECORD
           SET XC-DETAIL TO TRUE
           MOVE WS-TAX-YEAR TO XC-TAX-YEAR
           MOVE EM-EMPLOYEE-ID TO XC-EMPLOYEE-ID
           MOVE EM-SSN TO XC-SSN
           MOVE EM-FIRST-NAME TO XC-FIRST-NAME
           MOVE EM-LAST-NAME TO XC-LAST-NAME
           MOVE EM-ADDR-STREET TO XC-STREET
           MOVE EM-ADDR-CITY TO XC-CITY
           MOVE EM-ADDR-STATE TO XC-STATE
           MOVE EM-ADDR-ZIP TO XC-ZIP
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE EM-EMPLOYEE-ID TO WS-DL-EMP
           MOVE EM-LAST-NAME TO WS-DL-NAME
           PERFORM VARYING WS-MONTH FROM 1 BY 1
               UNTIL WS-MONTH > 12
               EVALUATE TRUE
                   WHEN WS-MO-EMPLOYED(WS-MONTH) = "N"
                       MOVE "1H" TO XC-LINE14(WS-MONTH)
                       MOVE 0 TO XC-LINE15(WS-MONTH)
                       MOVE "2A" TO XC-LINE16(WS-MONTH)
                   WHEN WS-MO-FULL-TIME(WS-MONTH) = "Y"
                       MOVE "1E" TO XC-LINE14(WS-MONTH)
                       MOVE WS-LOWEST-PREMIUM TO XC-LINE15(WS-MONTH)
                       IF EM-HEALTH-DED > 0
                           MOVE "2C" TO XC-LINE16(WS-MONTH)
                       ELSE
                           MOVE SPACES TO XC-LINE16(WS-MONTH)
                       END-IF
                   WHEN OTHER
                       MOVE "1H" TO XC-LINE14(WS-MONTH)
                       MOVE 0 TO XC-LINE15(WS-MONTH)
                       MOVE "2B" TO XC-LINE16(WS-MONTH)
               END-EVALUATE
               MOVE XC-LINE14(WS-MONTH) TO WS-DL-L14(WS-MONTH)
               MOVE XC-LINE16(WS-MONTH) TO WS-DL-L16(WS-MONTH)
           END-PERFORM
           MOVE "Y" TO WS-ALL-SAME
           PERFORM VARYING WS-MONTH FROM 2 BY 1
               UNTIL WS-MONTH > 12
               IF XC-LINE14(WS-MONTH) NOT = XC-LINE14(1)
                   OR XC-LINE15(WS-MONTH) NOT = XC-LINE15(1)
                   OR XC-LINE16(WS-MONTH) NOT = XC-LINE16(1)
                   MOVE "N" TO WS-ALL-SAME
               END-IF
           END-PERFORM
           IF WS-ALL-SAME = "Y"
               MOVE XC-LINE14(1) TO XC-LINE14-ALL
               MOVE XC-LINE15(1) TO XC-LINE15-ALL
               MOVE XC-LINE16(1) TO XC-LINE16-ALL
           END-IF
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-FORM-COUNT
           WRITE FORM-RPT-RECORD FROM WS-DETAIL-LINE.

      *===============================================================
      * 4000-WRITE-TRAILER: The 1094-C counts, on the extract and the
      * report
      *===============================================================
       4000-WRITE-TRAILER SECTION.
       4000-TRAILER-PARA.
           MOVE SPACES TO EXTRACT-RECORD
           INITIALIZE EXTRACT-TRAILER
           SET XC-TRAILER TO TRUE
           MOVE WS-TAX-YEAR TO XT-TAX-YEAR
           MOVE WS-FORM-COUNT TO XT-FORM-COUNT
           MOVE WS-FORM-COUNT TO WS-TL-FORMS
           MOVE WS-NO-FORM-COUNT TO WS-TL-NO-FORM
           MOVE SPACES TO FORM-RPT-RECORD
           WRITE FORM-RPT-RECORD
           WRITE FORM-RPT-RECORD FROM WS-TOTAL-LINE
           PERFORM VARYING WS-MONTH FROM 1 BY 1
               UNTIL WS-MONTH > 12
               MOVE WS-CT-FT(WS-MONTH) TO XT-FT-COUNT(WS-MONTH)
               MOVE WS-CT-EMP(WS-MONTH) TO XT-EMP-COUNT(WS-MONTH)
               MOVE WS-MONTH TO WS-CL-MONTH
               MOVE WS-CT-FT(WS-MONTH) TO WS-CL-FT
               MOVE WS-CT-EMP(WS-MONTH) TO WS-CL-EMP
               WRITE FORM-RPT-RECORD FROM WS-COUNT-LINE
           END-PERFORM
           WRITE EXTRACT-RECORD.
