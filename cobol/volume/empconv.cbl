       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCONV.
      *---------------------------------------------------------------
      * Employee master re-layout: 220-byte records to 400.
      * Reads the master in its original 220-byte layout (renamed
      * to EMPMASTO.DAT for the run) and writes every record to a
      * new EMPMAST.DAT in the 400-byte layout: the first 209 bytes
      * -- every field through the pending rate row -- carry over
      * unchanged, the W-4 elections start empty (a blank filing
      * status withholds as single with no adjustments until W4MAINT
      * applies a form), the YTD federal, state and FICA wage bases
      * start at the YTD gross (every dollar so far was taxed on
      * gross) with no 401(k) deferral on record, and the fields
      * after them start as an employee already on the master
      * before they existed: bank account verified (no prenote),
      * new-hire reporting and localities blank, workers' comp
      * class from the department, and every date, SSN and local
      * YTD amount zero so the pay run can add to them.
      * Records in and out must agree or the step ends with
      * condition code 8.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MAST-FILE ASSIGN TO "EMPMASTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-EMPLOYEE-ID
               FILE STATUS IS WS-OLD-MAST-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 220 CHARACTERS.
       01  OLD-MAST-RECORD.
           05  OM-EMPLOYEE-ID         PIC 9(6).
           05  OM-CARRIED-FIELDS      PIC X(203).
           05  OM-EXPANSION           PIC X(11).
       01  OLD-MAST-YTD-VIEW REDEFINES OLD-MAST-RECORD.
           05  FILLER                 PIC X(76).
           05  OM-YTD-GROSS           PIC 9(8)V99.
           05  FILLER                 PIC X(134).
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
      * The 209 carried bytes are not broken out; every field the
      * conversion sets is named.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID         PIC 9(6).
           05  EM-CARRIED-FIELDS      PIC X(203).
           05  EM-W4-DATA.
               10  EM-W4-FILING-STATUS  PIC X(1).
               10  EM-W4-DEPENDENT-AMT  PIC 9(5)V99.
               10  EM-W4-OTHER-INCOME   PIC 9(7)V99.
               10  EM-W4-DEDUCTIONS     PIC 9(7)V99.
               10  EM-W4-EXTRA-WHLD     PIC 9(4)V99.
               10  EM-W4-EXEMPT         PIC X(1).
               10  EM-W4-SIGNED-DATE    PIC 9(8).
           05  EM-YTD-FED-WAGES       PIC 9(8)V99.
           05  EM-YTD-STATE-WAGES     PIC 9(8)V99.
           05  EM-YTD-FICA-WAGES      PIC 9(8)V99.
           05  EM-YTD-DEFERRAL        PIC 9(6)V99.
           05  EM-PRENOTE-STATUS      PIC X(1).
           05  EM-PRENOTE-DATE        PIC 9(8).
           05  EM-SSN                 PIC 9(9).
           05  EM-HOME-ADDRESS.
               10  EM-ADDR-STREET     PIC X(25).
               10  EM-ADDR-CITY       PIC X(15).
               10  EM-ADDR-STATE      PIC X(2).
               10  EM-ADDR-ZIP        PIC X(5).
           05  EM-HIRE-DATE           PIC 9(8).
           05  EM-NH-STATUS           PIC X(1).
           05  EM-NH-SENT-DATE        PIC 9(8).
           05  EM-WORK-LOCALITY       PIC X(4).
           05  EM-RES-LOCALITY        PIC X(4).
           05  EM-YTD-LOCAL-WAGES     PIC 9(8)V99.
           05  EM-YTD-LOCAL-TAX       PIC 9(6)V99.
           05  EM-WC-CLASS            PIC X(4).
       WORKING-STORAGE SECTION.
       01  WS-OLD-MAST-STATUS         PIC XX.
           88  OLD-MAST-OK            VALUE "00".
       01  WS-EMPMAST-STATUS          PIC XX.
           88  EMPMAST-OK             VALUE "00".
       01  WS-EOF-FLAG                PIC 9 VALUE 0.
           88  END-OF-FILE            VALUE 1.
       01  WS-RECORDS-READ            PIC 9(7) VALUE 0.
       01  WS-RECORDS-WRITTEN         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAIN: Copy the master across in key order
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           OPEN INPUT OLD-MAST-FILE
           IF NOT OLD-MAST-OK
               DISPLAY "ERROR: OPEN EMPMASTO FAILED: "
                   WS-OLD-MAST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EMPMAST-FILE
           IF NOT EMPMAST-OK
               DISPLAY "ERROR: OPEN EMPMAST-FILE FAILED: "
                   WS-EMPMAST-STATUS
               CLOSE OLD-MAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-CONVERT-RECORD
               UNTIL END-OF-FILE
           CLOSE OLD-MAST-FILE
           CLOSE EMPMAST-FILE
           DISPLAY "RECORDS READ:     " WS-RECORDS-READ
           DISPLAY "RECORDS WRITTEN:  " WS-RECORDS-WRITTEN
           IF WS-RECORDS-WRITTEN NOT = WS-RECORDS-READ
               DISPLAY "ERROR: RECORD COUNTS DISAGREE"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-CONVERT-RECORD SECTION.
       1000-CONVERT-PARA.
           READ OLD-MAST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE OM-EMPLOYEE-ID TO EM-EMPLOYEE-ID
                   MOVE OM-CARRIED-FIELDS TO EM-CARRIED-FIELDS
                   INITIALIZE EM-W4-DATA
                   MOVE OM-YTD-GROSS TO EM-YTD-FED-WAGES
                   MOVE OM-YTD-GROSS TO EM-YTD-STATE-WAGES
                   MOVE OM-YTD-GROSS TO EM-YTD-FICA-WAGES
                   MOVE 0 TO EM-YTD-DEFERRAL
                   MOVE SPACE TO EM-PRENOTE-STATUS
                   MOVE 0 TO EM-PRENOTE-DATE
                   MOVE 0 TO EM-SSN
                   MOVE SPACES TO EM-HOME-ADDRESS
                   MOVE 0 TO EM-HIRE-DATE
                   MOVE SPACE TO EM-NH-STATUS
                   MOVE 0 TO EM-NH-SENT-DATE
                   MOVE SPACES TO EM-WORK-LOCALITY
                   MOVE SPACES TO EM-RES-LOCALITY
                   MOVE 0 TO EM-YTD-LOCAL-WAGES
                   MOVE 0 TO EM-YTD-LOCAL-TAX
                   MOVE SPACES TO EM-WC-CLASS
                   WRITE EMPLOYEE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "EMPLOYEE NOT CONVERTED: "
                               EM-EMPLOYEE-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-WRITTEN
                   END-WRITE
           END-READ.
