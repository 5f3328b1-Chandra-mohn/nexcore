       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDEMO.
      *---------------------------------------------------------------
      * Employee personal-data intake.
      * Each EMPDEMO.DAT record HR keys (employee, social security
      * number, home address, hire date, and the work and residence
      * localities the pay run withholds local income tax for)
      * updates EMPMAST.DAT, where NEWHIRE reports new hires and
      * rehires to the state new-hire directory from it. A blank
      * field leaves what the master already holds, so a change of
      * address alone is a record with only the address keyed; an
      * address, when keyed, must be keyed whole. A locality keyed
      * NONE is taken off the master. An SSN that is not nine
      * digits, a hire date that is not a real date or is in the
      * future, a partial address, a locality not in the LOCLTAX.DAT
      * jurisdiction table, or an employee not on the master rejects
      * the record. Every record lists on the EMPDEMO.RPT report with
      * what happened to it; any reject ends the step with
      * condition code 4. Every record applied is journaled through
      * PAYJRNL.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMO-FEED-FILE ASSIGN TO "EMPDEMO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEMO-FEED-STATUS.
           SELECT LOCAL-TAX-FILE ASSIGN TO "LOCLTAX.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOCAL-TAX-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT DEMO-RPT-FILE ASSIGN TO "EMPDEMO.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEMO-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEMO-FEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      * One personal-data update; blank fields are not changed.
       01  DEMO-FEED-RECORD.
           05  DF-EMPLOYEE-ID         PIC 9(6).
           05  DF-SSN                 PIC X(9).
           05  DF-SSN-NUM REDEFINES DF-SSN
                                      PIC 9(9).
           05  DF-HOME-ADDRESS.
               10  DF-ADDR-STREET     PIC X(25).
               10  DF-ADDR-CITY       PIC X(15).
               10  DF-ADDR-STATE      PIC X(2).
               10  DF-ADDR-ZIP        PIC X(5).
           05  DF-HIRE-DATE           PIC X(8).
           05  DF-HIRE-DATE-NUM REDEFINES DF-HIRE-DATE
                                      PIC 9(8).
           05  DF-HIRE-DATE-PARTS REDEFINES DF-HIRE-DATE.
               10  DF-HIRE-YEAR       PIC 9(4).
               10  DF-HIRE-MONTH      PIC 9(2).
               10  DF-HIRE-DAY        PIC 9(2).
           05  DF-WORK-LOCALITY       PIC X(4).
           05  DF-RES-LOCALITY        PIC X(4).
           05  FILLER                 PIC X(2).
       FD  LOCAL-TAX-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      * Only the jurisdiction code is needed here.
       01  LOCAL-TAX-RECORD.
           05  LT-LOCAL-CODE          PIC X(4).
           05  FILLER                 PIC X(76).
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
      * Only the fields this intake needs are named.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID         PIC 9(6).
           05  EM-EMPLOYEE-NAME.
               10  EM-LAST-NAME       PIC X(20).
               10  EM-FIRST-NAME      PIC X(15).
           05  FILLER                 PIC X(256).
           05  EM-SSN                 PIC 9(9).
           05  EM-HOME-ADDRESS.
               10  EM-ADDR-STREET     PIC X(25).
               10  EM-ADDR-CITY       PIC X(15).
               10  EM-ADDR-STATE      PIC X(2).
               10  EM-ADDR-ZIP        PIC X(5).
           05  EM-HIRE-DATE           PIC 9(8).
           05  FILLER                 PIC X(9).
           05  EM-WORK-LOCALITY       PIC X(4).
           05  EM-RES-LOCALITY        PIC X(4).
           05  FILLER                 PIC X(22).
       FD  DEMO-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  DEMO-RPT-RECORD            PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-DEMO-FEED-STATUS        PIC XX.
           88  DEMO-FEED-OK           VALUE "00".
           88  DEMO-FEED-EOF          VALUE "10".
       01  WS-EMPMAST-STATUS          PIC XX.
           88  EMPMAST-OK             VALUE "00".
       01  WS-LOCAL-TAX-STATUS        PIC XX.
           88  LOCAL-TAX-OK           VALUE "00".
           88  LOCAL-TAX-EOF          VALUE "10".
       01  WS-DEMO-RPT-STATUS         PIC XX.
           88  DEMO-RPT-OK            VALUE "00".
       01  WS-EOF-FLAG                PIC 9 VALUE 0.
           88  END-OF-FEED            VALUE 1.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  FILLER                 PIC X(13).
       01  WS-FEED-COUNT              PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
      * The jurisdiction codes a locality may be keyed as
       01  WS-LOCAL-CODE-TABLE.
           05  WS-LOCAL-CODE          PIC X(4) OCCURS 50 TIMES.
       01  WS-LOCAL-COUNT             PIC 99 VALUE 0.
       01  WS-LOCAL-SUB               PIC 99 VALUE 0.
       01  WS-LOCAL-FOUND             PIC 9 VALUE 0.
           88  LOCAL-WAS-FOUND        VALUE 1.
       01  WS-LOCAL-CHECK             PIC X(4) VALUE SPACES.
       01  WS-HDR-LINE.
           05  FILLER                 PIC X(40)
               VALUE "PERSONAL DATA INTAKE -- RECORDS RECEIVED".
           05  FILLER                 PIC X(60) VALUE SPACES.
       01  WS-COL-LINE.
           05  FILLER                 PIC X(7) VALUE "EMP".
           05  FILLER                 PIC X(16) VALUE "NAME".
           05  FILLER                 PIC X(12) VALUE "SSN".
           05  FILLER                 PIC X(11) VALUE "CITY".
           05  FILLER                 PIC X(3) VALUE "ST".
           05  FILLER                 PIC X(6) VALUE "ZIP".
           05  FILLER                 PIC X(9) VALUE "HIRED".
           05  FILLER                 PIC X(5) VALUE "WORK".
           05  FILLER                 PIC X(5) VALUE "RES".
           05  FILLER                 PIC X(26) VALUE "RESULT".
       01  WS-DEMO-LINE.
           05  WS-DML-EMP             PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DML-NAME            PIC X(15).
           05  FILLER                 PIC X(1) VALUE SPACE.
      * Only the last four digits of an SSN print
           05  WS-DML-SSN             PIC X(11).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DML-CITY            PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DML-STATE           PIC X(2).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DML-ZIP             PIC X(5).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DML-HIRED           PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DML-WORK-LOC        PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DML-RES-LOC         PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DML-RESULT          PIC X(26).

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
      * 0000-MAIN: Apply every personal-data record on the feed
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           PERFORM 0100-LOAD-LOCALITIES
           OPEN INPUT DEMO-FEED-FILE
           IF NOT DEMO-FEED-OK
               DISPLAY "ERROR: OPEN EMPDEMO FAILED: "
                   WS-DEMO-FEED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O EMPMAST-FILE
           IF NOT EMPMAST-OK
               DISPLAY "ERROR: OPEN EMPMAST-FILE FAILED: "
                   WS-EMPMAST-STATUS
               CLOSE DEMO-FEED-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DEMO-RPT-FILE
           IF NOT DEMO-RPT-OK
               DISPLAY "ERROR: OPEN EMPDEMO.RPT FAILED: "
                   WS-DEMO-RPT-STATUS
               CLOSE DEMO-FEED-FILE
               CLOSE EMPMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE DEMO-RPT-RECORD FROM WS-HDR-LINE
           WRITE DEMO-RPT-RECORD FROM WS-COL-LINE
           PERFORM 1000-APPLY-FEED
               UNTIL END-OF-FEED
           CLOSE DEMO-FEED-FILE
           CLOSE EMPMAST-FILE
           CLOSE DEMO-RPT-FILE
           DISPLAY "RECORDS READ:       " WS-FEED-COUNT
           DISPLAY "APPLIED TO MASTER:  " WS-APPLIED-COUNT
           DISPLAY "REJECTED:           " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *===============================================================
      * 0100-LOAD-LOCALITIES: The jurisdiction codes from the local
      * tax table. Without the table no locality can be keyed.
      *===============================================================
       0100-LOAD-LOCALITIES SECTION.
       0100-LOAD-PARA.
           OPEN INPUT LOCAL-TAX-FILE
           IF NOT LOCAL-TAX-OK
               DISPLAY "LOCAL TAX TABLE NOT AVAILABLE: "
                   WS-LOCAL-TAX-STATUS
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOCAL-TAX-EOF
               READ LOCAL-TAX-FILE
                   AT END
                       SET LOCAL-TAX-EOF TO TRUE
                   NOT AT END
                       IF WS-LOCAL-COUNT < 50
                           AND LT-LOCAL-CODE NOT = SPACES
                           ADD 1 TO WS-LOCAL-COUNT
                           MOVE LT-LOCAL-CODE
                               TO WS-LOCAL-CODE(WS-LOCAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCAL-TAX-FILE.

       1000-APPLY-FEED SECTION.
       1000-FEED-PARA.
           READ DEMO-FEED-FILE
               AT END
                   SET END-OF-FEED TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-COUNT
                   MOVE SPACES TO WS-REJECT-REASON
                   MOVE SPACES TO EM-EMPLOYEE-NAME
                   PERFORM 2000-APPLY-DEMO
                   PERFORM 3000-LIST-RECORD
           END-READ.

      *===============================================================
      * 2000-APPLY-DEMO: Edit the record, then move every keyed
      * field onto the master.
      *===============================================================
       2000-APPLY-DEMO SECTION.
       2000-APPLY-PARA.
           IF DF-SSN NOT = SPACES
               IF DF-SSN NOT NUMERIC
                   OR DF-SSN-NUM = 0
                   MOVE "SSN NOT NINE DIGITS" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF DF-HOME-ADDRESS NOT = SPACES
               IF DF-ADDR-STREET = SPACES
                   OR DF-ADDR-CITY = SPACES
                   OR DF-ADDR-STATE = SPACES
                   OR DF-ADDR-ZIP = SPACES
                   MOVE "ADDRESS INCOMPLETE" TO WS-REJECT-REASON
               ELSE
                   IF DF-ADDR-ZIP NOT NUMERIC
                       MOVE "ZIP NOT NUMERIC" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF DF-HIRE-DATE NOT = SPACES
               IF DF-HIRE-DATE NOT NUMERIC
                   MOVE "HIRE DATE NOT A DATE" TO WS-REJECT-REASON
               ELSE
                   IF DF-HIRE-MONTH < 1 OR DF-HIRE-MONTH > 12
                       OR DF-HIRE-DAY < 1 OR DF-HIRE-DAY > 31
                       OR DF-HIRE-YEAR < 1900
                       MOVE "HIRE DATE NOT A DATE"
                           TO WS-REJECT-REASON
                   ELSE
                       IF DF-HIRE-DATE-NUM > WS-CURRENT-DATE
                           MOVE "HIRE DATE IN FUTURE"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF DF-WORK-LOCALITY NOT = SPACES
               AND DF-WORK-LOCALITY NOT = "NONE"
               MOVE DF-WORK-LOCALITY TO WS-LOCAL-CHECK
               PERFORM 2100-FIND-LOCALITY
               IF NOT LOCAL-WAS-FOUND
                   MOVE "UNKNOWN WORK LOCALITY" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF DF-RES-LOCALITY NOT = SPACES
               AND DF-RES-LOCALITY NOT = "NONE"
               MOVE DF-RES-LOCALITY TO WS-LOCAL-CHECK
               PERFORM 2100-FIND-LOCALITY
               IF NOT LOCAL-WAS-FOUND
                   MOVE "UNKNOWN RESIDENCE LOCALITY"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF DF-SSN = SPACES
               AND DF-HOME-ADDRESS = SPACES
               AND DF-HIRE-DATE = SPACES
               AND DF-WORK-LOCALITY = SPACES
               AND DF-RES-LOCALITY = SPACES
               MOVE "NOTHING KEYED" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               EXIT SECTION
           END-IF
           MOVE DF-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
                   MOVE SPACES TO EM-EMPLOYEE-NAME
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT SECTION
           END-READ
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-BEFORE-IMAGE
           IF DF-SSN NOT = SPACES
               MOVE DF-SSN-NUM TO EM-SSN
           END-IF
           IF DF-HOME-ADDRESS NOT = SPACES
               MOVE DF-HOME-ADDRESS TO EM-HOME-ADDRESS
           END-IF
           IF DF-HIRE-DATE NOT = SPACES
               MOVE DF-HIRE-DATE-NUM TO EM-HIRE-DATE
           END-IF
           EVALUATE DF-WORK-LOCALITY
               WHEN SPACES
                   CONTINUE
               WHEN "NONE"
                   MOVE SPACES TO EM-WORK-LOCALITY
               WHEN OTHER
                   MOVE DF-WORK-LOCALITY TO EM-WORK-LOCALITY
           END-EVALUATE
           EVALUATE DF-RES-LOCALITY
               WHEN SPACES
                   CONTINUE
               WHEN "NONE"
                   MOVE SPACES TO EM-RES-LOCALITY
               WHEN OTHER
                   MOVE DF-RES-LOCALITY TO EM-RES-LOCALITY
           END-EVALUATE
           SET PJ-REWRITE TO TRUE
           MOVE "PERSONAL DATA" TO PJ-REASON
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-AFTER-IMAGE
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 9000-JOURNAL-CHANGE
           END-REWRITE.

       2100-FIND-LOCALITY SECTION.
       2100-FIND-PARA.
           MOVE 0 TO WS-LOCAL-FOUND
           PERFORM VARYING WS-LOCAL-SUB FROM 1 BY 1
               UNTIL WS-LOCAL-SUB > WS-LOCAL-COUNT
               OR LOCAL-WAS-FOUND
               IF WS-LOCAL-CHECK = WS-LOCAL-CODE(WS-LOCAL-SUB)
                   SET LOCAL-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *===============================================================
      * 3000-LIST-RECORD: One report line per record read -- what HR
      * sent and whether it took.
      *===============================================================
       3000-LIST-RECORD SECTION.
       3000-LIST-PARA.
           MOVE DF-EMPLOYEE-ID TO WS-DML-EMP
           MOVE EM-LAST-NAME TO WS-DML-NAME
           MOVE SPACES TO WS-DML-SSN
           IF DF-SSN NOT = SPACES
               MOVE "XXX-XX-" TO WS-DML-SSN
               MOVE DF-SSN(6:4) TO WS-DML-SSN(8:4)
           END-IF
           MOVE DF-ADDR-CITY TO WS-DML-CITY
           MOVE DF-ADDR-STATE TO WS-DML-STATE
           MOVE DF-ADDR-ZIP TO WS-DML-ZIP
           MOVE DF-HIRE-DATE TO WS-DML-HIRED
           MOVE DF-WORK-LOCALITY TO WS-DML-WORK-LOC
           MOVE DF-RES-LOCALITY TO WS-DML-RES-LOC
           IF WS-REJECT-REASON = SPACES
               MOVE "APPLIED" TO WS-DML-RESULT
           ELSE
               MOVE WS-REJECT-REASON TO WS-DML-RESULT
               DISPLAY "PERSONAL DATA REJECTED FOR EMP "
                   DF-EMPLOYEE-ID ": " WS-REJECT-REASON
           END-IF
           WRITE DEMO-RPT-RECORD FROM WS-DEMO-LINE.

      *===============================================================
      * 9000-JOURNAL-CHANGE: The before and after images of the
      * master record just written to the shared change journal
      *===============================================================
       9000-JOURNAL-CHANGE SECTION.
       9000-JOURNAL-PARA.
           MOVE "EMPDEMO" TO PJ-PROGRAM-ID
           MOVE EM-EMPLOYEE-ID TO PJ-EMPLOYEE-ID
           CALL "PAYJRNL" USING WS-JOURNAL-REQUEST.
