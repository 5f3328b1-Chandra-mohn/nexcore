       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWHIRE.
      *---------------------------------------------------------------
      * State new-hire reporting extract.
      * Every employee EMPMAST.DAT still owes the state new-hire
      * directory -- a new hire EMPLOAD added, or a rehire TERMPROC
      * made active again -- is written to NEWHIRE.DAT in the state
      * directory format: for each work state (EM-STATE-CODE) a
      * header carrying the employer identification from the
      * NEWHIRPM parameter record, one employee record per hire,
      * and a trailer with the state's record count. Each employee
      * written is stamped sent on the master, so every hire is
      * reported exactly once. An employee missing the SSN, the
      * home address, the hire date, or the work state is held
      * back unstamped until EMPDEMO supplies it. NEWHIRE.RPT lists
      * who was reported, by state, with the days since hire
      * (anything past the 20-day deadline marked late), and then
      * everyone held back and what they are missing. Anyone held
      * back ends the step with condition code 4; no usable
      * employer identification ends it with 12 and nothing sent.
      * Every stamp is journaled through PAYJRNL.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT PARM-FILE ASSIGN TO "NEWHIRPM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "NEWHIRE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT NH-RPT-FILE ASSIGN TO "NEWHIRE.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NH-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
      * Only the fields this extract needs are named.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID         PIC 9(6).
           05  EM-EMPLOYEE-NAME.
               10  EM-LAST-NAME       PIC X(20).
               10  EM-FIRST-NAME      PIC X(15).
           05  FILLER                 PIC X(64).
           05  EM-STATE-CODE          PIC X(2).
           05  FILLER                 PIC X(190).
           05  EM-SSN                 PIC 9(9).
           05  EM-SSN-X REDEFINES EM-SSN
                                      PIC X(9).
           05  EM-HOME-ADDRESS.
               10  EM-ADDR-STREET     PIC X(25).
               10  EM-ADDR-CITY       PIC X(15).
               10  EM-ADDR-STATE      PIC X(2).
               10  EM-ADDR-ZIP        PIC X(5).
           05  EM-HIRE-DATE           PIC 9(8).
           05  EM-HIRE-DATE-PARTS REDEFINES EM-HIRE-DATE.
               10  EM-HIRE-YEAR       PIC 9(4).
               10  EM-HIRE-MONTH      PIC 9(2).
               10  EM-HIRE-DAY        PIC 9(2).
           05  EM-NH-STATUS           PIC X(1).
               88  EM-NH-NEW-HIRE     VALUE "N".
               88  EM-NH-REHIRE       VALUE "R".
               88  EM-NH-TO-REPORT    VALUES "N" "R".
               88  EM-NH-SENT         VALUE "S".
           05  EM-NH-SENT-DATE        PIC 9(8).
           05  FILLER                 PIC X(30).
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS.
      * The employer as the state directories know it
       01  PARM-RECORD.
           05  NP-EMPLOYER-FEIN       PIC 9(9).
           05  NP-EMPLOYER-NAME       PIC X(35).
           05  NP-EMPLOYER-STREET     PIC X(30).
           05  NP-EMPLOYER-CITY       PIC X(20).
           05  NP-EMPLOYER-STATE      PIC X(2).
           05  NP-EMPLOYER-ZIP        PIC X(5).
           05  FILLER                 PIC X(9).
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  EXTRACT-RECORD             PIC X(150).
       FD  NH-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  NH-RPT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EMPMAST-STATUS          PIC XX.
           88  EMPMAST-OK             VALUE "00".
       01  WS-PARM-STATUS             PIC XX.
           88  PARM-OK                VALUE "00".
       01  WS-EXTRACT-STATUS          PIC XX.
           88  EXTRACT-OK             VALUE "00".
       01  WS-NH-RPT-STATUS           PIC XX.
           88  NH-RPT-OK              VALUE "00".
       01  WS-MASTER-EOF-FLAG         PIC 9 VALUE 0.
           88  END-OF-MASTER          VALUE 1.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  FILLER                 PIC X(13).
      * State reporting deadline, calendar days from the hire date
       01  WS-NH-DEADLINE-DAYS        PIC 9(3) VALUE 20.
       01  WS-NH-DAYS                 PIC S9(7) VALUE 0.
       01  WS-REPORTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-LATE-COUNT              PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT              PIC 9(5) VALUE 0.
       01  WS-STATE-COUNT             PIC 9(6) VALUE 0.
       01  WS-PRIOR-STATE             PIC X(2) VALUE SPACES.
       01  WS-MISSING                 PIC X(40) VALUE SPACES.
       01  WS-MISSING-PTR             PIC 99 VALUE 1.
      * Everyone due, sorted into work-state order before anything
      * is written
       01  WS-NHE-TABLE.
           05  WS-NHE-ENTRY OCCURS 2000 TIMES.
               10  WS-NHE-KEY.
                   15  WS-NHE-STATE   PIC X(2).
                   15  WS-NHE-EMP     PIC 9(6).
       01  WS-NHE-USED                PIC 9(4) VALUE 0.
       01  WS-NHE-SUB                 PIC 9(4) VALUE 0.
       01  WS-NHE-PASS                PIC 9(4) VALUE 0.
       01  WS-NHE-SWAP                PIC X(8).
      * Everyone held back for missing data
       01  WS-NHM-TABLE.
           05  WS-NHM-ENTRY OCCURS 500 TIMES.
               10  WS-NHM-STATE       PIC X(2).
               10  WS-NHM-EMP         PIC 9(6).
               10  WS-NHM-NAME        PIC X(20).
               10  WS-NHM-TYPE        PIC X(7).
               10  WS-NHM-MISSING     PIC X(40).
       01  WS-NHM-USED                PIC 9(4) VALUE 0.
       01  WS-NHM-SUB                 PIC 9(4) VALUE 0.
      * State directory records
       01  WS-NH-STATE-HEADER.
           05  FILLER                 PIC X(2) VALUE "SH".
           05  WS-NSH-STATE           PIC X(2).
           05  WS-NSH-FEIN            PIC 9(9).
           05  WS-NSH-NAME            PIC X(35).
           05  WS-NSH-STREET          PIC X(30).
           05  WS-NSH-CITY            PIC X(20).
           05  WS-NSH-ADDR-STATE      PIC X(2).
           05  WS-NSH-ZIP             PIC X(5).
           05  WS-NSH-FILE-DATE       PIC 9(8).
           05  FILLER                 PIC X(37) VALUE SPACES.
       01  WS-NH-EMPLOYEE.
           05  FILLER                 PIC X(2) VALUE "W4".
           05  WS-NHW-SSN             PIC 9(9).
           05  WS-NHW-FIRST-NAME      PIC X(15).
           05  WS-NHW-LAST-NAME       PIC X(20).
           05  WS-NHW-STREET          PIC X(25).
           05  WS-NHW-CITY            PIC X(15).
           05  WS-NHW-ADDR-STATE      PIC X(2).
           05  WS-NHW-ZIP             PIC X(5).
           05  WS-NHW-HIRE-DATE       PIC 9(8).
      *    'N' new hire, 'R' rehire
           05  WS-NHW-HIRE-TYPE       PIC X(1).
           05  WS-NHW-WORK-STATE      PIC X(2).
           05  WS-NHW-FEIN            PIC 9(9).
           05  WS-NHW-EMPLOYEE-ID     PIC 9(6).
           05  FILLER                 PIC X(31) VALUE SPACES.
       01  WS-NH-STATE-TRAILER.
           05  FILLER                 PIC X(2) VALUE "ST".
           05  WS-NST-STATE           PIC X(2).
           05  WS-NST-COUNT           PIC 9(6).
           05  FILLER                 PIC X(140) VALUE SPACES.
      * Control report lines
       01  WS-HDR-LINE.
           05  FILLER                 PIC X(32)
               VALUE "STATE NEW-HIRE REPORTING -- RUN ".
           05  WS-HDR-DATE            PIC 9(8).
           05  FILLER                 PIC X(17)
               VALUE "   EMPLOYER FEIN ".
           05  WS-HDR-FEIN            PIC 9(9).
           05  FILLER                 PIC X(66) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  WS-SECTION-TEXT        PIC X(60).
           05  FILLER                 PIC X(72) VALUE SPACES.
       01  WS-COL-LINE.
           05  FILLER                 PIC X(4) VALUE "ST".
           05  FILLER                 PIC X(7) VALUE "EMP".
           05  FILLER                 PIC X(21) VALUE "NAME".
           05  FILLER                 PIC X(12) VALUE "SSN".
           05  FILLER                 PIC X(9) VALUE "HIRED".
           05  FILLER                 PIC X(8) VALUE "TYPE".
           05  FILLER                 PIC X(71) VALUE "DAYS".
       01  WS-NH-LINE.
           05  WS-NHL-STATE           PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-NHL-EMP             PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NHL-NAME            PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
      * Only the last four digits of an SSN print
           05  WS-NHL-SSN             PIC X(11).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NHL-HIRED           PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NHL-TYPE            PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NHL-DAYS            PIC ZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NHL-LATE            PIC X(4).
           05  FILLER                 PIC X(62) VALUE SPACES.
       01  WS-STATE-TOTAL-LINE.
           05  FILLER                 PIC X(10) VALUE "    STATE ".
           05  WS-STL-STATE           PIC X(2).
           05  FILLER                 PIC X(11) VALUE " REPORTED: ".
           05  WS-STL-COUNT           PIC ZZZZZ9.
           05  FILLER                 PIC X(103) VALUE SPACES.
       01  WS-MISS-COL-LINE.
           05  FILLER                 PIC X(4) VALUE "ST".
           05  FILLER                 PIC X(7) VALUE "EMP".
           05  FILLER                 PIC X(21) VALUE "NAME".
           05  FILLER                 PIC X(8) VALUE "TYPE".
           05  FILLER                 PIC X(92) VALUE "MISSING".
       01  WS-MISS-LINE.
           05  WS-NML-STATE           PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-NML-EMP             PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NML-NAME            PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NML-TYPE            PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NML-MISSING         PIC X(40).
           05  FILLER                 PIC X(52) VALUE SPACES.
       01  WS-NONE-LINE.
           05  FILLER                 PIC X(10) VALUE "    NONE".
           05  FILLER                 PIC X(122) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(10) VALUE "REPORTED: ".
           05  WS-TL-REPORTED         PIC ZZZZ9.
           05  FILLER                 PIC X(8) VALUE "  LATE: ".
           05  WS-TL-LATE             PIC ZZZZ9.
           05  FILLER                 PIC X(13) VALUE "  HELD BACK: ".
           05  WS-TL-HELD             PIC ZZZZ9.
           05  FILLER                 PIC X(86) VALUE SPACES.

      * EMPMAST change-journal request for the shared PAYJRNL writer
      * -- the same layout PAYJRNL declares
       01  WS-JOURNAL-REQUEST.
           05  PJ-PROGRAM-ID          PIC X(20).
           05  PJ-ACTION              PIC X(1).
               88  PJ-ADD             VALUE "A".
               88  PJ-REWRITE         VALUE "R".
           05  PJ-EMPLOYEE-ID         PIC 9(6).
           05  PJ-REASON              PIC X(20).
           05  PJ-CHANGE-DATE         PIC 9(8).
           05  PJ-CHANGE-TIME         PIC 9(6).
           05  PJ-BEFORE-IMAGE        PIC X(400).
           05  PJ-AFTER-IMAGE         PIC X(400).
           05  FILLER                 PIC X(9).

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAIN: Find everyone due, write them state by state, and
      * list who went and who is held back
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           PERFORM 1000-READ-EMPLOYER
           OPEN I-O EMPMAST-FILE
           IF NOT EMPMAST-OK
               DISPLAY "ERROR: OPEN EMPMAST-FILE FAILED: "
                   WS-EMPMAST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT NH-RPT-FILE
           IF NOT EXTRACT-OK
               OR NOT NH-RPT-OK
               DISPLAY "ERROR: OUTPUT FILES FAILED TO OPEN"
               CLOSE EMPMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           MOVE NP-EMPLOYER-FEIN TO WS-HDR-FEIN
           WRITE NH-RPT-RECORD FROM WS-HDR-LINE
           PERFORM 2000-FIND-EMPLOYEES-DUE
           PERFORM 2500-SORT-BY-STATE
           MOVE SPACES TO NH-RPT-RECORD
           WRITE NH-RPT-RECORD
           MOVE "REPORTED TO THE STATE NEW-HIRE DIRECTORY"
               TO WS-SECTION-TEXT
           WRITE NH-RPT-RECORD FROM WS-SECTION-LINE
           WRITE NH-RPT-RECORD FROM WS-COL-LINE
           PERFORM VARYING WS-NHE-SUB FROM 1 BY 1
               UNTIL WS-NHE-SUB > WS-NHE-USED
               PERFORM 3000-REPORT-EMPLOYEE
           END-PERFORM
           IF WS-PRIOR-STATE NOT = SPACES
               PERFORM 3200-CLOSE-STATE
           END-IF
           IF WS-REPORTED-COUNT = 0
               WRITE NH-RPT-RECORD FROM WS-NONE-LINE
           END-IF
           PERFORM 4000-LIST-HELD-BACK
           MOVE WS-REPORTED-COUNT TO WS-TL-REPORTED
           MOVE WS-LATE-COUNT TO WS-TL-LATE
           MOVE WS-HELD-COUNT TO WS-TL-HELD
           MOVE SPACES TO NH-RPT-RECORD
           WRITE NH-RPT-RECORD
           WRITE NH-RPT-RECORD FROM WS-TOTAL-LINE
           CLOSE EMPMAST-FILE
           CLOSE EXTRACT-FILE
           CLOSE NH-RPT-FILE
           DISPLAY "NEW HIRES REPORTED: " WS-REPORTED-COUNT
           DISPLAY "REPORTED LATE:      " WS-LATE-COUNT
           DISPLAY "HELD BACK:          " WS-HELD-COUNT
           IF WS-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *===============================================================
      * 1000-READ-EMPLOYER: Nothing goes to a state without the
      * employer's FEIN and name on every header
      *===============================================================
       1000-READ-EMPLOYER SECTION.
       1000-EMPLOYER-PARA.
           OPEN INPUT PARM-FILE
           IF NOT PARM-OK
               DISPLAY "ERROR: OPEN NEWHIRPM FAILED: "
                   WS-PARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-RECORD
           END-READ
           CLOSE PARM-FILE
           IF NP-EMPLOYER-FEIN NOT NUMERIC
               OR NP-EMPLOYER-FEIN = 0
               OR NP-EMPLOYER-NAME = SPACES
               DISPLAY "ERROR: NEWHIRPM HAS NO EMPLOYER FEIN/NAME"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *===============================================================
      * 2000-FIND-EMPLOYEES-DUE: Browse the master for everyone the
      * state has not been told about. Complete records queue for
      * the extract; the rest are held back with what is missing.
      *===============================================================
       2000-FIND-EMPLOYEES-DUE SECTION.
       2000-FIND-PARA.
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
                       IF EM-NH-TO-REPORT
                           PERFORM 2100-CHECK-REQUIRED-DATA
                       END-IF
               END-READ
           END-PERFORM.

       2100-CHECK-REQUIRED-DATA SECTION.
       2100-CHECK-PARA.
           MOVE SPACES TO WS-MISSING
           MOVE 1 TO WS-MISSING-PTR
           IF EM-SSN-X NOT NUMERIC
               OR EM-SSN = 0
               STRING "SSN " DELIMITED SIZE
                   INTO WS-MISSING WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF
           IF EM-ADDR-STREET = SPACES
               OR EM-ADDR-CITY = SPACES
               OR EM-ADDR-STATE = SPACES
               OR EM-ADDR-ZIP = SPACES
               STRING "ADDRESS " DELIMITED SIZE
                   INTO WS-MISSING WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF
           IF EM-HIRE-DATE NOT NUMERIC
               OR EM-HIRE-DATE = 0
               OR EM-HIRE-MONTH < 1 OR EM-HIRE-MONTH > 12
               OR EM-HIRE-DAY < 1 OR EM-HIRE-DAY > 31
               STRING "HIRE-DATE " DELIMITED SIZE
                   INTO WS-MISSING WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF
           IF EM-STATE-CODE = SPACES
               STRING "WORK-STATE " DELIMITED SIZE
                   INTO WS-MISSING WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF
           IF WS-MISSING NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               IF WS-NHM-USED < 500
                   ADD 1 TO WS-NHM-USED
                   MOVE EM-STATE-CODE TO WS-NHM-STATE(WS-NHM-USED)
                   MOVE EM-EMPLOYEE-ID TO WS-NHM-EMP(WS-NHM-USED)
                   MOVE EM-LAST-NAME TO WS-NHM-NAME(WS-NHM-USED)
                   IF EM-NH-REHIRE
                       MOVE "REHIRE" TO WS-NHM-TYPE(WS-NHM-USED)
                   ELSE
                       MOVE "NEW" TO WS-NHM-TYPE(WS-NHM-USED)
                   END-IF
                   MOVE WS-MISSING TO WS-NHM-MISSING(WS-NHM-USED)
               ELSE
                   DISPLAY "HELD BACK, NOT LISTED: " EM-EMPLOYEE-ID
                       " MISSING " WS-MISSING
               END-IF
               EXIT SECTION
           END-IF
           IF WS-NHE-USED >= 2000
               DISPLAY "NEW-HIRE TABLE FULL, NEXT RUN: "
                   EM-EMPLOYEE-ID
               EXIT SECTION
           END-IF
           ADD 1 TO WS-NHE-USED
           MOVE EM-STATE-CODE TO WS-NHE-STATE(WS-NHE-USED)
           MOVE EM-EMPLOYEE-ID TO WS-NHE-EMP(WS-NHE-USED).

      *===============================================================
      * 2500-SORT-BY-STATE: Bubble-sort the queue into work-state
      * and employee order
      *===============================================================
       2500-SORT-BY-STATE SECTION.
       2500-SORT-PARA.
           PERFORM VARYING WS-NHE-PASS FROM 1 BY 1
               UNTIL WS-NHE-PASS >= WS-NHE-USED
               PERFORM VARYING WS-NHE-SUB FROM 1 BY 1
                   UNTIL WS-NHE-SUB > WS-NHE-USED - WS-NHE-PASS
                   IF WS-NHE-KEY(WS-NHE-SUB) >
                       WS-NHE-KEY(WS-NHE-SUB + 1)
                       MOVE WS-NHE-KEY(WS-NHE-SUB) TO WS-NHE-SWAP
                       MOVE WS-NHE-KEY(WS-NHE-SUB + 1)
                           TO WS-NHE-KEY(WS-NHE-SUB)
                       MOVE WS-NHE-SWAP
                           TO WS-NHE-KEY(WS-NHE-SUB + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *===============================================================
      * 3000-REPORT-EMPLOYEE: Write one employee record -- opening
      * the state's group when the state changes -- and stamp the
      * master sent
      *===============================================================
       3000-REPORT-EMPLOYEE SECTION.
       3000-REPORT-PARA.
           MOVE WS-NHE-EMP(WS-NHE-SUB) TO EM-EMPLOYEE-ID
           READ EMPMAST-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT ON MASTER: "
                       WS-NHE-EMP(WS-NHE-SUB)
                   EXIT SECTION
           END-READ
           IF WS-NHE-STATE(WS-NHE-SUB) NOT = WS-PRIOR-STATE
               IF WS-PRIOR-STATE NOT = SPACES
                   PERFORM 3200-CLOSE-STATE
               END-IF
               PERFORM 3100-OPEN-STATE
           END-IF
           MOVE EM-SSN TO WS-NHW-SSN
           MOVE EM-FIRST-NAME TO WS-NHW-FIRST-NAME
           MOVE EM-LAST-NAME TO WS-NHW-LAST-NAME
           MOVE EM-ADDR-STREET TO WS-NHW-STREET
           MOVE EM-ADDR-CITY TO WS-NHW-CITY
           MOVE EM-ADDR-STATE TO WS-NHW-ADDR-STATE
           MOVE EM-ADDR-ZIP TO WS-NHW-ZIP
           MOVE EM-HIRE-DATE TO WS-NHW-HIRE-DATE
           MOVE EM-NH-STATUS TO WS-NHW-HIRE-TYPE
           MOVE EM-STATE-CODE TO WS-NHW-WORK-STATE
           MOVE NP-EMPLOYER-FEIN TO WS-NHW-FEIN
           MOVE EM-EMPLOYEE-ID TO WS-NHW-EMPLOYEE-ID
           WRITE EXTRACT-RECORD FROM WS-NH-EMPLOYEE
           ADD 1 TO WS-STATE-COUNT
           ADD 1 TO WS-REPORTED-COUNT
           MOVE EM-STATE-CODE TO WS-NHL-STATE
           MOVE EM-EMPLOYEE-ID TO WS-NHL-EMP
           MOVE EM-LAST-NAME TO WS-NHL-NAME
           MOVE "XXX-XX-" TO WS-NHL-SSN
           MOVE EM-SSN-X(6:4) TO WS-NHL-SSN(8:4)
           MOVE EM-HIRE-DATE TO WS-NHL-HIRED
           IF EM-NH-REHIRE
               MOVE "REHIRE" TO WS-NHL-TYPE
           ELSE
               MOVE "NEW" TO WS-NHL-TYPE
           END-IF
           COMPUTE WS-NH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - FUNCTION INTEGER-OF-DATE(EM-HIRE-DATE)
           IF WS-NH-DAYS < 0
               MOVE 0 TO WS-NH-DAYS
           END-IF
           MOVE WS-NH-DAYS TO WS-NHL-DAYS
           IF WS-NH-DAYS > WS-NH-DEADLINE-DAYS
               MOVE "LATE" TO WS-NHL-LATE
               ADD 1 TO WS-LATE-COUNT
           ELSE
               MOVE SPACES TO WS-NHL-LATE
           END-IF
           WRITE NH-RPT-RECORD FROM WS-NH-LINE
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-BEFORE-IMAGE
           SET EM-NH-SENT TO TRUE
           MOVE WS-CURRENT-DATE TO EM-NH-SENT-DATE
           SET PJ-REWRITE TO TRUE
           MOVE "NEW HIRE REPORTED" TO PJ-REASON
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-AFTER-IMAGE
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR EMP "
                       EM-EMPLOYEE-ID
               NOT INVALID KEY
                   PERFORM 9000-JOURNAL-CHANGE
           END-REWRITE.

       3100-OPEN-STATE SECTION.
       3100-OPEN-STATE-PARA.
           MOVE WS-NHE-STATE(WS-NHE-SUB) TO WS-PRIOR-STATE
           MOVE 0 TO WS-STATE-COUNT
           MOVE WS-PRIOR-STATE TO WS-NSH-STATE
           MOVE NP-EMPLOYER-FEIN TO WS-NSH-FEIN
           MOVE NP-EMPLOYER-NAME TO WS-NSH-NAME
           MOVE NP-EMPLOYER-STREET TO WS-NSH-STREET
           MOVE NP-EMPLOYER-CITY TO WS-NSH-CITY
           MOVE NP-EMPLOYER-STATE TO WS-NSH-ADDR-STATE
           MOVE NP-EMPLOYER-ZIP TO WS-NSH-ZIP
           MOVE WS-CURRENT-DATE TO WS-NSH-FILE-DATE
           WRITE EXTRACT-RECORD FROM WS-NH-STATE-HEADER.

       3200-CLOSE-STATE SECTION.
       3200-CLOSE-STATE-PARA.
           MOVE WS-PRIOR-STATE TO WS-NST-STATE
           MOVE WS-STATE-COUNT TO WS-NST-COUNT
           WRITE EXTRACT-RECORD FROM WS-NH-STATE-TRAILER
           MOVE WS-PRIOR-STATE TO WS-STL-STATE
           MOVE WS-STATE-COUNT TO WS-STL-COUNT
           WRITE NH-RPT-RECORD FROM WS-STATE-TOTAL-LINE.

      *===============================================================
      * 4000-LIST-HELD-BACK: Everyone still owed to a state who
      * cannot be sent until the missing data is keyed
      *===============================================================
       4000-LIST-HELD-BACK SECTION.
       4000-HELD-PARA.
           MOVE SPACES TO NH-RPT-RECORD
           WRITE NH-RPT-RECORD
           MOVE "NOT REPORTED -- MISSING REQUIRED DATA (KEY IN EMPDEMO)"
               TO WS-SECTION-TEXT
           WRITE NH-RPT-RECORD FROM WS-SECTION-LINE
           WRITE NH-RPT-RECORD FROM WS-MISS-COL-LINE
           IF WS-NHM-USED = 0
               WRITE NH-RPT-RECORD FROM WS-NONE-LINE
           END-IF
           PERFORM VARYING WS-NHM-SUB FROM 1 BY 1
               UNTIL WS-NHM-SUB > WS-NHM-USED
               MOVE WS-NHM-STATE(WS-NHM-SUB) TO WS-NML-STATE
               MOVE WS-NHM-EMP(WS-NHM-SUB) TO WS-NML-EMP
               MOVE WS-NHM-NAME(WS-NHM-SUB) TO WS-NML-NAME
               MOVE WS-NHM-TYPE(WS-NHM-SUB) TO WS-NML-TYPE
               MOVE WS-NHM-MISSING(WS-NHM-SUB) TO WS-NML-MISSING
               WRITE NH-RPT-RECORD FROM WS-MISS-LINE
           END-PERFORM.

      *===============================================================
      * 9000-JOURNAL-CHANGE: The before and after images of the
      * master record just written to the shared change journal
      *===============================================================
       9000-JOURNAL-CHANGE SECTION.
       9000-JOURNAL-PARA.
           MOVE "NEWHIRE" TO PJ-PROGRAM-ID
           MOVE EM-EMPLOYEE-ID TO PJ-EMPLOYEE-ID
           CALL "PAYJRNL" USING WS-JOURNAL-REQUEST.
