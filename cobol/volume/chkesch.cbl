       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKESCH.
      *---------------------------------------------------------------
      * Unclaimed payroll check escheatment.
      * A paper check still outstanding on CHKREG.DAT past the
      * dormancy period of the employee's work state (EMPMAST
      * state code; states not in the table use the ESCPARM
      * default) is unclaimed wages the state must receive. The
      * first run to find it mails the due-diligence letter to the
      * employee's last address on the master (ESCLTR.DAT) and
      * records it on the escheat history, ESCHIST.DAT. If the
      * check is still outstanding once the response window has
      * run (ESCPARM, default 60 days after the letter) it is
      * escheated: marked 'E' on the register, cancelled at the
      * bank through a positive-pay cancel line (POSPAYES.DAT, in
      * the POSPAYAD layout), and reported to the state on the
      * unclaimed-property file ESCRPT.DAT -- one detail per check
      * and a remittance total per state. The escheated amount is
      * booked to the GL feed PAYGLFD.DAT by department, Dr 230000
      * Net Pay Payable, Cr 260000 Unclaimed Wages Payable. A
      * check cashed, voided or reissued after its letter closes
      * its history as claimed. The register streams forward to
      * CHKREGES.DAT (operations rotates CHKREGES over CHKREG), and
      * everything done lists on CHKESCH.RPT. A check whose
      * employee is no longer on the master is held and listed,
      * and ends the step with condition code 4.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "ESCPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OLD-REG-FILE ASSIGN TO "CHKREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLD-REG-STATUS.
           SELECT NEW-REG-FILE ASSIGN TO "CHKREGES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NEW-REG-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT ESC-HIST-FILE ASSIGN TO "ESCHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESC-HIST-STATUS.
           SELECT LETTER-FILE ASSIGN TO "ESCLTR.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT POSPAY-ESC-FILE ASSIGN TO "POSPAYES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POSPAY-ESC-STATUS.
           SELECT ESC-RPT-FILE ASSIGN TO "ESCRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESC-RPT-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO "PAYGLFD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-FEED-STATUS.
           SELECT LIST-FILE ASSIGN TO "CHKESCH.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
      * Optional: days the employee has to answer the letter, and
      * the dormancy years for a state not in the table.
       01  PARM-RECORD.
           05  EP-RESPONSE-DAYS       PIC 9(3).
           05  EP-DEFAULT-YEARS       PIC 9(2).
           05  FILLER                 PIC X(15).
       FD  OLD-REG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  OLD-REG-RECORD.
           05  OK-CHECK-NUMBER        PIC 9(8).
           05  OK-EMPLOYEE-ID         PIC 9(6).
           05  OK-PAY-DATE            PIC 9(8).
           05  OK-AMOUNT              PIC 9(8)V99.
           05  OK-STATUS              PIC X(1).
               88  OK-ISSUED          VALUE "I".
               88  OK-VOIDED          VALUE "V".
               88  OK-REISSUED        VALUE "R".
               88  OK-CLEARED         VALUE "C".
           05  OK-REPLACES            PIC 9(8).
           05  OK-PAID-DATE           PIC 9(8).
           05  FILLER                 PIC X(1).
       FD  NEW-REG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  NEW-REG-RECORD.
           05  NK-CHECK-NUMBER        PIC 9(8).
           05  NK-EMPLOYEE-ID         PIC 9(6).
           05  NK-PAY-DATE            PIC 9(8).
           05  NK-AMOUNT              PIC 9(8)V99.
           05  NK-STATUS              PIC X(1).
               88  NK-ESCHEATED       VALUE "E".
           05  NK-REPLACES            PIC 9(8).
           05  NK-PAID-DATE           PIC 9(8).
           05  FILLER                 PIC X(1).
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
      * Only the fields this program needs are named.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID         PIC 9(6).
           05  EM-EMPLOYEE-NAME.
               10  EM-LAST-NAME       PIC X(20).
               10  EM-FIRST-NAME      PIC X(15).
           05  EM-DEPARTMENT          PIC X(4).
           05  FILLER                 PIC X(60).
           05  EM-STATE-CODE          PIC X(2).
           05  FILLER                 PIC X(190).
           05  EM-SSN                 PIC 9(9).
           05  EM-HOME-ADDRESS.
               10  EM-ADDR-STREET     PIC X(25).
               10  EM-ADDR-CITY       PIC X(15).
               10  EM-ADDR-STATE      PIC X(2).
               10  EM-ADDR-ZIP        PIC X(5).
           05  FILLER                 PIC X(47).
       FD  ESC-HIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      * Escheat history, one row per check that has had a letter:
      * 'L' letter sent and waiting, 'E' escheated to the state,
      * 'C' claimed -- cashed, voided or reissued after the letter.
       01  ESC-HIST-RECORD.
           05  EH-CHECK-NUMBER        PIC 9(8).
           05  EH-EMPLOYEE-ID         PIC 9(6).
           05  EH-STATE               PIC X(2).
           05  EH-AMOUNT              PIC 9(8)V99.
           05  EH-ISSUE-DATE          PIC 9(8).
           05  EH-LETTER-DATE         PIC 9(8).
           05  EH-STAGE               PIC X(1).
           05  EH-CLOSED-DATE         PIC 9(8).
           05  FILLER                 PIC X(29).
       FD  LETTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
      * Due-diligence letter, one per check, to the last address on
      * the master
       01  LETTER-RECORD.
           05  LT-CHECK-NUMBER        PIC 9(8).
           05  LT-EMPLOYEE-ID         PIC 9(6).
           05  LT-NAME                PIC X(36).
           05  LT-STREET              PIC X(25).
           05  LT-CITY                PIC X(15).
           05  LT-STATE               PIC X(2).
           05  LT-ZIP                 PIC X(5).
           05  LT-AMOUNT              PIC 9(8)V99.
           05  LT-ISSUE-DATE          PIC 9(8).
           05  LT-LETTER-DATE         PIC 9(8).
           05  LT-RESPOND-BY          PIC 9(8).
           05  LT-HOLDER-STATE        PIC X(2).
           05  FILLER                 PIC X(67).
       FD  POSPAY-ESC-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
      * Same layout CHKMAINT writes to POSPAYAD.DAT
       01  POSPAY-ESC-RECORD.
           05  PA-CHECK-NUMBER        PIC 9(8).
           05  PA-ISSUE-DATE          PIC 9(8).
           05  PA-AMOUNT              PIC 9(8)V99.
           05  PA-ACTION              PIC X(1).
               88  PA-CANCEL          VALUE "V".
           05  PA-PAYEE               PIC X(33).
       FD  ESC-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
      * State unclaimed-property report -- a 'D' detail per check
      * escheated (property type PY01, wages), then a 'T' total per
      * state with the item count and the remittance due.
       01  ESC-RPT-RECORD.
           05  ER-RECORD-TYPE         PIC X(1).
               88  ER-DETAIL          VALUE "D".
               88  ER-STATE-TOTAL     VALUE "T".
           05  ER-STATE               PIC X(2).
           05  ER-REPORT-DATE         PIC 9(8).
           05  ER-PROPERTY-TYPE       PIC X(4).
           05  ER-CHECK-NUMBER        PIC 9(8).
           05  ER-EMPLOYEE-ID         PIC 9(6).
           05  ER-OWNER-SSN           PIC 9(9).
           05  ER-OWNER-NAME          PIC X(36).
           05  ER-STREET              PIC X(25).
           05  ER-CITY                PIC X(15).
           05  ER-ADDR-STATE          PIC X(2).
           05  ER-ZIP                 PIC X(5).
           05  ER-AMOUNT              PIC 9(9)V99.
           05  ER-LAST-ACTIVITY       PIC 9(8).
           05  ER-ITEM-COUNT          PIC 9(5).
           05  FILLER                 PIC X(5).
       FD  GL-FEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
      * Same layout the pay run writes
       01  GL-FEED-RECORD.
           05  GLF-DEPT-CODE           PIC X(4).
           05  GLF-ACCOUNT-CODE        PIC X(6).
           05  GLF-DR-CR               PIC X(1).
               88  GLF-DEBIT           VALUE "D".
               88  GLF-CREDIT          VALUE "C".
           05  GLF-AMOUNT              PIC 9(9)V99.
           05  GLF-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(10).
       FD  LIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  LIST-RECORD                PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS             PIC XX.
           88  PARM-OK                VALUE "00".
       01  WS-OLD-REG-STATUS          PIC XX.
           88  OLD-REG-OK             VALUE "00".
       01  WS-NEW-REG-STATUS          PIC XX.
           88  NEW-REG-OK             VALUE "00".
       01  WS-EMPMAST-STATUS          PIC XX.
           88  EMPMAST-OK             VALUE "00".
       01  WS-ESC-HIST-STATUS         PIC XX.
           88  ESC-HIST-OK            VALUE "00".
           88  ESC-HIST-EOF           VALUE "10".
           88  ESC-HIST-NOT-FOUND     VALUE "35".
       01  WS-LETTER-STATUS           PIC XX.
           88  LETTER-OK              VALUE "00".
       01  WS-POSPAY-ESC-STATUS       PIC XX.
           88  POSPAY-ESC-OK          VALUE "00".
       01  WS-ESC-RPT-STATUS          PIC XX.
           88  ESC-RPT-OK             VALUE "00".
       01  WS-GL-FEED-STATUS          PIC XX.
           88  GL-FEED-OK             VALUE "00".
           88  GL-FEED-NOT-FOUND      VALUE "35".
       01  WS-LIST-STATUS             PIC XX.
           88  LIST-OK                VALUE "00".
       01  WS-REG-EOF-FLAG            PIC 9 VALUE 0.
           88  END-OF-REGISTER        VALUE 1.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  FILLER                 PIC X(13).
       01  WS-RESPONSE-DAYS           PIC 9(3) VALUE 60.
       01  WS-DEFAULT-YEARS           PIC 9(2) VALUE 1.
       01  WS-AGE-DAYS                PIC S9(7) VALUE 0.
       01  WS-THRESHOLD-DAYS          PIC 9(5) VALUE 0.
       01  WS-RESPOND-BY              PIC 9(8) VALUE 0.
       01  WS-REG-COUNT               PIC 9(7) VALUE 0.
       01  WS-LETTER-COUNT            PIC 9(5) VALUE 0.
       01  WS-WAITING-COUNT           PIC 9(5) VALUE 0.
       01  WS-ESCHEAT-COUNT           PIC 9(5) VALUE 0.
       01  WS-CLAIMED-COUNT           PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT              PIC 9(5) VALUE 0.
       01  WS-ESCHEAT-TOTAL           PIC 9(10)V99 VALUE 0.
       01  WS-ACTION                  PIC X(30) VALUE SPACES.
       01  WS-ON-MASTER               PIC 9 VALUE 0.
           88  EMP-ON-MASTER          VALUE 1.

      * Per-state dormancy periods for wages, in years; states not
      * listed use the default above.
       01  WS-STATE-RULE-LIST.
           05  FILLER  PIC X(04) VALUE "CA01".
           05  FILLER  PIC X(04) VALUE "NY01".
           05  FILLER  PIC X(04) VALUE "TX01".
           05  FILLER  PIC X(04) VALUE "FL01".
           05  FILLER  PIC X(04) VALUE "IL01".
           05  FILLER  PIC X(04) VALUE "PA02".
           05  FILLER  PIC X(04) VALUE "OH01".
           05  FILLER  PIC X(04) VALUE "GA01".
           05  FILLER  PIC X(04) VALUE "NC01".
           05  FILLER  PIC X(04) VALUE "WA01".
       01  WS-STATE-RULE-TABLE REDEFINES WS-STATE-RULE-LIST.
           05  WS-STATE-RULE OCCURS 10 TIMES.
               10  WS-SRL-STATE       PIC X(02).
               10  WS-SRL-YEARS       PIC 9(02).
       01  WS-SRL-IDX                 PIC 9(3) VALUE 0.
       01  WS-SRL-FOUND               PIC X VALUE "N".
           88  SRL-WAS-FOUND          VALUE "Y".
       01  WS-RULE-YEARS              PIC 9(2) VALUE 0.

      * ESCHIST.DAT held in storage while the register streams, and
      * rewritten whole at the end
       01  WS-EH-TABLE.
           05  WS-EH-ENTRY OCCURS 2000 TIMES.
               10  WS-EH-CHECK-NO     PIC 9(8).
               10  WS-EH-EMPLOYEE-ID  PIC 9(6).
               10  WS-EH-STATE        PIC X(2).
               10  WS-EH-AMOUNT       PIC 9(8)V99.
               10  WS-EH-ISSUE-DATE   PIC 9(8).
               10  WS-EH-LETTER-DATE  PIC 9(8).
               10  WS-EH-STAGE        PIC X(1).
                   88  WS-EH-LETTER-SENT VALUE "L".
                   88  WS-EH-ESCHEATED   VALUE "E".
                   88  WS-EH-CLAIMED     VALUE "C".
               10  WS-EH-CLOSED-DATE  PIC 9(8).
       01  WS-EH-USED                 PIC 9(4) VALUE 0.
       01  WS-EH-IDX                  PIC 9(4) VALUE 0.
       01  WS-EH-SUB                  PIC 9(4) VALUE 0.
       01  WS-EH-FOUND                PIC 9 VALUE 0.
           88  EH-WAS-FOUND           VALUE 1.

      * Checks escheated this run, sorted by state for the report
       01  WS-ES-TABLE.
           05  WS-ES-ENTRY OCCURS 500 TIMES.
               10  WS-ES-KEY.
                   15  WS-ES-STATE    PIC X(2).
                   15  WS-ES-CHECK-NO PIC 9(8).
               10  WS-ES-EMPLOYEE-ID  PIC 9(6).
               10  WS-ES-SSN          PIC 9(9).
               10  WS-ES-NAME         PIC X(36).
               10  WS-ES-STREET       PIC X(25).
               10  WS-ES-CITY         PIC X(15).
               10  WS-ES-ADDR-STATE   PIC X(2).
               10  WS-ES-ZIP          PIC X(5).
               10  WS-ES-AMOUNT       PIC 9(8)V99.
               10  WS-ES-ISSUE-DATE   PIC 9(8).
       01  WS-ES-SORT-TEMP            PIC X(126).
       01  WS-ES-USED                 PIC 9(3) VALUE 0.
       01  WS-ES-IDX                  PIC 9(3) VALUE 0.
       01  WS-SORT-I                  PIC 9(3) VALUE 0.
       01  WS-SORT-J                  PIC 9(3) VALUE 0.
       01  WS-THIS-STATE              PIC X(2) VALUE SPACES.
       01  WS-STATE-ITEMS             PIC 9(5) VALUE 0.
       01  WS-STATE-TOTAL             PIC 9(9)V99 VALUE 0.

      * Escheated amounts by department for the GL feed
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 50 TIMES.
               10  WS-GL-DEPT         PIC X(4).
               10  WS-GL-AMOUNT       PIC 9(9)V99.
       01  WS-GL-USED                 PIC 9(2) VALUE 0.
       01  WS-GL-IDX                  PIC 9(2) VALUE 0.
       01  WS-GL-FOUND                PIC 9 VALUE 0.
           88  GL-WAS-FOUND           VALUE 1.
       01  WS-TABLE-FULL              PIC 9 VALUE 0.
           88  A-TABLE-FILLED         VALUE 1.

       01  WS-HDR-LINE.
           05  FILLER                 PIC X(40)
               VALUE "UNCLAIMED PAYROLL CHECK ESCHEATMENT -- ".
           05  WS-HDR-DATE            PIC 9(8).
           05  FILLER                 PIC X(84) VALUE SPACES.
       01  WS-ACT-HDR-LINE.
           05  FILLER                 PIC X(132)
               VALUE "CHECK    EMP    NAME                 ST ISSUED
      -        "          AMOUNT   AGE ACTION".
       01  WS-ACT-LINE.
           05  WS-AL-CHECK            PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-AL-EMP              PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-AL-NAME             PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-AL-STATE            PIC X(2).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-AL-ISSUED           PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-AL-AMOUNT           PIC Z(10)9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-AL-AGE              PIC ZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-AL-ACTION           PIC X(30).
           05  FILLER                 PIC X(32) VALUE SPACES.
       01  WS-ESC-HDR-LINE.
           05  FILLER                 PIC X(132)
               VALUE "ESCHEATED TO THE STATE -- UNCLAIMED PROPERTY REPO
      -        "RT".
       01  WS-ESC-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-EL-STATE            PIC X(2).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-EL-CHECK            PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-EL-EMP              PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-EL-NAME             PIC X(36).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-EL-ISSUED           PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-EL-AMOUNT           PIC Z(10)9.99.
           05  FILLER                 PIC X(51) VALUE SPACES.
       01  WS-STATE-TOT-LINE.
           05  FILLER                 PIC X(8) VALUE "  STATE ".
           05  WS-ST-STATE            PIC X(2).
           05  FILLER                 PIC X(4) VALUE " -- ".
           05  WS-ST-ITEMS            PIC ZZZZ9.
           05  FILLER                 PIC X(20)
               VALUE " CHECKS, REMITTANCE ".
           05  WS-ST-AMOUNT           PIC Z(10)9.99.
           05  FILLER                 PIC X(79) VALUE SPACES.
       01  WS-GRAND-LINE.
           05  FILLER                 PIC X(25)
               VALUE "TOTAL REMITTANCE -- ".
           05  WS-GT-ITEMS            PIC ZZZZ9.
           05  FILLER                 PIC X(8) VALUE " CHECKS ".
           05  WS-GT-AMOUNT           PIC Z(10)9.99.
           05  FILLER                 PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAIN: Load the history, stream the register through
      * with letters and escheats applied, then report by state,
      * book the GL and rewrite the history
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN INPUT PARM-FILE
           IF PARM-OK
               READ PARM-FILE
                   NOT AT END
                       IF EP-RESPONSE-DAYS NUMERIC
                           AND EP-RESPONSE-DAYS > 0
                           MOVE EP-RESPONSE-DAYS TO WS-RESPONSE-DAYS
                       END-IF
                       IF EP-DEFAULT-YEARS NUMERIC
                           AND EP-DEFAULT-YEARS > 0
                           MOVE EP-DEFAULT-YEARS TO WS-DEFAULT-YEARS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           PERFORM 1000-LOAD-HISTORY
           OPEN INPUT OLD-REG-FILE
           IF NOT OLD-REG-OK
               DISPLAY "ERROR: OPEN CHKREG FAILED: "
                   WS-OLD-REG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPMAST-FILE
           IF NOT EMPMAST-OK
               DISPLAY "ERROR: OPEN EMPMAST-FILE FAILED: "
                   WS-EMPMAST-STATUS
               CLOSE OLD-REG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-REG-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT POSPAY-ESC-FILE
           OPEN OUTPUT ESC-RPT-FILE
           OPEN OUTPUT LIST-FILE
           IF NOT NEW-REG-OK
               OR NOT LETTER-OK
               OR NOT POSPAY-ESC-OK
               OR NOT ESC-RPT-OK
               OR NOT LIST-OK
               DISPLAY "ERROR: OUTPUT FILES FAILED TO OPEN"
               CLOSE OLD-REG-FILE
               CLOSE EMPMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           WRITE LIST-RECORD FROM WS-HDR-LINE
           MOVE SPACES TO LIST-RECORD
           WRITE LIST-RECORD
           WRITE LIST-RECORD FROM WS-ACT-HDR-LINE
           PERFORM 2000-PROCESS-REGISTER
               UNTIL END-OF-REGISTER
           CLOSE OLD-REG-FILE
           CLOSE NEW-REG-FILE
           CLOSE EMPMAST-FILE
           CLOSE LETTER-FILE
           CLOSE POSPAY-ESC-FILE
           PERFORM 4000-STATE-REPORT
           CLOSE ESC-RPT-FILE
           CLOSE LIST-FILE
           PERFORM 5000-BOOK-GL
           PERFORM 6000-REWRITE-HISTORY
           DISPLAY "REGISTER CHECKS:  " WS-REG-COUNT
           DISPLAY "LETTERS SENT:     " WS-LETTER-COUNT
           DISPLAY "AWAITING REPLY:   " WS-WAITING-COUNT
           DISPLAY "CLAIMED:          " WS-CLAIMED-COUNT
           DISPLAY "ESCHEATED:        " WS-ESCHEAT-COUNT
           DISPLAY "REMITTANCE TOTAL: " WS-ESCHEAT-TOTAL
           DISPLAY "HELD:             " WS-HELD-COUNT
           EVALUATE TRUE
               WHEN A-TABLE-FILLED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HELD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *===============================================================
      * 1000-LOAD-HISTORY: ESCHIST.DAT into storage; none on file is
      * the first run
      *===============================================================
       1000-LOAD-HISTORY SECTION.
       1000-LOAD-PARA.
           OPEN INPUT ESC-HIST-FILE
           IF ESC-HIST-NOT-FOUND
               EXIT SECTION
           END-IF
           IF NOT ESC-HIST-OK
               DISPLAY "ERROR: OPEN ESCHIST FAILED: "
                   WS-ESC-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ESC-HIST-EOF
               READ ESC-HIST-FILE
                   AT END
                       SET ESC-HIST-EOF TO TRUE
                   NOT AT END
                       IF WS-EH-USED >= 2000
                           DISPLAY "ERROR: ESCHIST.DAT EXCEEDS 2000 "
                               "CHECKS"
                           CLOSE ESC-HIST-FILE
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-EH-USED
                       MOVE EH-CHECK-NUMBER
                           TO WS-EH-CHECK-NO(WS-EH-USED)
                       MOVE EH-EMPLOYEE-ID
                           TO WS-EH-EMPLOYEE-ID(WS-EH-USED)
                       MOVE EH-STATE TO WS-EH-STATE(WS-EH-USED)
                       MOVE EH-AMOUNT TO WS-EH-AMOUNT(WS-EH-USED)
                       MOVE EH-ISSUE-DATE
                           TO WS-EH-ISSUE-DATE(WS-EH-USED)
                       MOVE EH-LETTER-DATE
                           TO WS-EH-LETTER-DATE(WS-EH-USED)
                       MOVE EH-STAGE TO WS-EH-STAGE(WS-EH-USED)
                       MOVE EH-CLOSED-DATE
                           TO WS-EH-CLOSED-DATE(WS-EH-USED)
               END-READ
           END-PERFORM
           CLOSE ESC-HIST-FILE.

      *===============================================================
      * 2000-PROCESS-REGISTER: Copy the register forward. An issued
      * check is aged against its state's dormancy -- letter first,
      * escheat once the response window has run; a check with a
      * letter out that has since been cashed, voided or reissued
      * is claimed.
      *===============================================================
       2000-PROCESS-REGISTER SECTION.
       2000-PROCESS-PARA.
           READ OLD-REG-FILE
               AT END
                   SET END-OF-REGISTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-REG-COUNT
                   MOVE OLD-REG-RECORD TO NEW-REG-RECORD
                   PERFORM 2100-FIND-HISTORY
                   EVALUATE TRUE
                       WHEN OK-ISSUED AND EH-WAS-FOUND
                           PERFORM 2400-CHECK-RESPONSE
                       WHEN OK-ISSUED
                           PERFORM 2200-CHECK-DORMANCY
                       WHEN EH-WAS-FOUND
                           PERFORM 2700-CLOSE-CLAIMED
                   END-EVALUATE
                   WRITE NEW-REG-RECORD
           END-READ.

       2100-FIND-HISTORY SECTION.
       2100-FIND-PARA.
           MOVE 0 TO WS-EH-FOUND
           PERFORM VARYING WS-EH-IDX FROM 1 BY 1
               UNTIL WS-EH-IDX > WS-EH-USED
               OR EH-WAS-FOUND
               IF OK-CHECK-NUMBER = WS-EH-CHECK-NO(WS-EH-IDX)
                   SET EH-WAS-FOUND TO TRUE
                   MOVE WS-EH-IDX TO WS-EH-SUB
               END-IF
           END-PERFORM.

      *===============================================================
      * 2200-CHECK-DORMANCY: An issued check with no letter yet --
      * past the work state's dormancy period, the due-diligence
      * letter goes to the employee's last address
      *===============================================================
       2200-CHECK-DORMANCY SECTION.
       2200-DORMANCY-PARA.
           PERFORM 2150-READ-EMPLOYEE
           IF EMP-ON-MASTER
               MOVE EM-STATE-CODE TO WS-THIS-STATE
           ELSE
               MOVE SPACES TO WS-THIS-STATE
           END-IF
           PERFORM 2250-SELECT-STATE-RULE
           COMPUTE WS-THRESHOLD-DAYS = WS-RULE-YEARS * 365
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) -
               FUNCTION INTEGER-OF-DATE(OK-PAY-DATE)
           IF WS-AGE-DAYS NOT > WS-THRESHOLD-DAYS
               EXIT SECTION
           END-IF
           IF NOT EMP-ON-MASTER
               MOVE "NOT ON MASTER -- HELD" TO WS-ACTION
               ADD 1 TO WS-HELD-COUNT
               PERFORM 3000-LIST-ACTION
               EXIT SECTION
           END-IF
           IF WS-EH-USED >= 2000
               DISPLAY "ESCHEAT HISTORY FULL -- NO LETTER FOR CHECK "
                   OK-CHECK-NUMBER
               SET A-TABLE-FILLED TO TRUE
               EXIT SECTION
           END-IF
           COMPUTE WS-RESPOND-BY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               + WS-RESPONSE-DAYS)
           MOVE SPACES TO LETTER-RECORD
           MOVE OK-CHECK-NUMBER TO LT-CHECK-NUMBER
           MOVE OK-EMPLOYEE-ID TO LT-EMPLOYEE-ID
           STRING EM-FIRST-NAME DELIMITED SPACES
                  " " DELIMITED SIZE
                  EM-LAST-NAME DELIMITED SPACES
               INTO LT-NAME
           END-STRING
           MOVE EM-ADDR-STREET TO LT-STREET
           MOVE EM-ADDR-CITY TO LT-CITY
           MOVE EM-ADDR-STATE TO LT-STATE
           MOVE EM-ADDR-ZIP TO LT-ZIP
           MOVE OK-AMOUNT TO LT-AMOUNT
           MOVE OK-PAY-DATE TO LT-ISSUE-DATE
           MOVE WS-CURRENT-DATE TO LT-LETTER-DATE
           MOVE WS-RESPOND-BY TO LT-RESPOND-BY
           MOVE WS-THIS-STATE TO LT-HOLDER-STATE
           WRITE LETTER-RECORD
           ADD 1 TO WS-EH-USED
           MOVE OK-CHECK-NUMBER TO WS-EH-CHECK-NO(WS-EH-USED)
           MOVE OK-EMPLOYEE-ID TO WS-EH-EMPLOYEE-ID(WS-EH-USED)
           MOVE WS-THIS-STATE TO WS-EH-STATE(WS-EH-USED)
           MOVE OK-AMOUNT TO WS-EH-AMOUNT(WS-EH-USED)
           MOVE OK-PAY-DATE TO WS-EH-ISSUE-DATE(WS-EH-USED)
           MOVE WS-CURRENT-DATE TO WS-EH-LETTER-DATE(WS-EH-USED)
           SET WS-EH-LETTER-SENT(WS-EH-USED) TO TRUE
           MOVE 0 TO WS-EH-CLOSED-DATE(WS-EH-USED)
           ADD 1 TO WS-LETTER-COUNT
           MOVE "DUE-DILIGENCE LETTER SENT" TO WS-ACTION
           PERFORM 3000-LIST-ACTION.

       2150-READ-EMPLOYEE SECTION.
       2150-READ-EMP-PARA.
           MOVE 0 TO WS-ON-MASTER
           MOVE OK-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE SPACES TO EM-EMPLOYEE-NAME
               NOT INVALID KEY
                   SET EMP-ON-MASTER TO TRUE
           END-READ.

       2250-SELECT-STATE-RULE SECTION.
       2250-RULE-PARA.
           MOVE WS-DEFAULT-YEARS TO WS-RULE-YEARS
           MOVE "N" TO WS-SRL-FOUND
           PERFORM VARYING WS-SRL-IDX FROM 1 BY 1
               UNTIL WS-SRL-IDX > 10
               OR SRL-WAS-FOUND
               IF WS-THIS-STATE = WS-SRL-STATE(WS-SRL-IDX)
                   SET SRL-WAS-FOUND TO TRUE
                   MOVE WS-SRL-YEARS(WS-SRL-IDX) TO WS-RULE-YEARS
               END-IF
           END-PERFORM.

      *===============================================================
      * 2400-CHECK-RESPONSE: An issued check whose letter is out --
      * escheated once the response window has run with the check
      * still uncashed
      *===============================================================
       2400-CHECK-RESPONSE SECTION.
       2400-RESPONSE-PARA.
           IF NOT WS-EH-LETTER-SENT(WS-EH-SUB)
               EXIT SECTION
           END-IF
           COMPUTE WS-RESPOND-BY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EH-LETTER-DATE(WS-EH-SUB))
               + WS-RESPONSE-DAYS)
           IF WS-CURRENT-DATE < WS-RESPOND-BY
               ADD 1 TO WS-WAITING-COUNT
               EXIT SECTION
           END-IF
           PERFORM 2150-READ-EMPLOYEE
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) -
               FUNCTION INTEGER-OF-DATE(OK-PAY-DATE)
           MOVE WS-EH-STATE(WS-EH-SUB) TO WS-THIS-STATE
           IF NOT EMP-ON-MASTER
               MOVE "NOT ON MASTER -- HELD" TO WS-ACTION
               ADD 1 TO WS-HELD-COUNT
               PERFORM 3000-LIST-ACTION
               EXIT SECTION
           END-IF
           IF WS-ES-USED >= 500
               DISPLAY "ESCHEAT TABLE FULL -- CHECK "
                   OK-CHECK-NUMBER " HELD TO NEXT RUN"
               SET A-TABLE-FILLED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM 2500-ESCHEAT-CHECK.

      *===============================================================
      * 2500-ESCHEAT-CHECK: Mark the check escheated on the
      * register, cancel it at the bank, and queue it for the state
      * report and the GL
      *===============================================================
       2500-ESCHEAT-CHECK SECTION.
       2500-ESCHEAT-PARA.
           SET NK-ESCHEATED TO TRUE
           INITIALIZE POSPAY-ESC-RECORD
           MOVE OK-CHECK-NUMBER TO PA-CHECK-NUMBER
           MOVE OK-PAY-DATE TO PA-ISSUE-DATE
           MOVE OK-AMOUNT TO PA-AMOUNT
           SET PA-CANCEL TO TRUE
           MOVE SPACES TO PA-PAYEE
           WRITE POSPAY-ESC-RECORD
           ADD 1 TO WS-ES-USED
           MOVE WS-THIS-STATE TO WS-ES-STATE(WS-ES-USED)
           MOVE OK-CHECK-NUMBER TO WS-ES-CHECK-NO(WS-ES-USED)
           MOVE OK-EMPLOYEE-ID TO WS-ES-EMPLOYEE-ID(WS-ES-USED)
           MOVE EM-SSN TO WS-ES-SSN(WS-ES-USED)
           MOVE SPACES TO WS-ES-NAME(WS-ES-USED)
           STRING EM-FIRST-NAME DELIMITED SPACES
                  " " DELIMITED SIZE
                  EM-LAST-NAME DELIMITED SPACES
               INTO WS-ES-NAME(WS-ES-USED)
           END-STRING
           MOVE EM-ADDR-STREET TO WS-ES-STREET(WS-ES-USED)
           MOVE EM-ADDR-CITY TO WS-ES-CITY(WS-ES-USED)
           MOVE EM-ADDR-STATE TO WS-ES-ADDR-STATE(WS-ES-USED)
           MOVE EM-ADDR-ZIP TO WS-ES-ZIP(WS-ES-USED)
           MOVE OK-AMOUNT TO WS-ES-AMOUNT(WS-ES-USED)
           MOVE OK-PAY-DATE TO WS-ES-ISSUE-DATE(WS-ES-USED)
           PERFORM 2600-ADD-GL-DEPT
           SET WS-EH-ESCHEATED(WS-EH-SUB) TO TRUE
           MOVE WS-CURRENT-DATE TO WS-EH-CLOSED-DATE(WS-EH-SUB)
           ADD 1 TO WS-ESCHEAT-COUNT
           ADD OK-AMOUNT TO WS-ESCHEAT-TOTAL
           MOVE "ESCHEATED -- CHECK CANCELLED" TO WS-ACTION
           PERFORM 3000-LIST-ACTION.

       2600-ADD-GL-DEPT SECTION.
       2600-GL-DEPT-PARA.
           MOVE 0 TO WS-GL-FOUND
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-USED
               OR GL-WAS-FOUND
               IF WS-GL-DEPT(WS-GL-IDX) = EM-DEPARTMENT
                   SET GL-WAS-FOUND TO TRUE
                   ADD OK-AMOUNT TO WS-GL-AMOUNT(WS-GL-IDX)
               END-IF
           END-PERFORM
           IF GL-WAS-FOUND
               EXIT SECTION
           END-IF
           IF WS-GL-USED >= 50
      * Past 50 departments the rest book to the last one
               ADD OK-AMOUNT TO WS-GL-AMOUNT(50)
               EXIT SECTION
           END-IF
           ADD 1 TO WS-GL-USED
           MOVE EM-DEPARTMENT TO WS-GL-DEPT(WS-GL-USED)
           MOVE OK-AMOUNT TO WS-GL-AMOUNT(WS-GL-USED).

      *===============================================================
      * 2700-CLOSE-CLAIMED: The check is no longer outstanding after
      * its letter went out -- the employee cashed it or had it
      * voided or reissued, so there is nothing to escheat
      *===============================================================
       2700-CLOSE-CLAIMED SECTION.
       2700-CLAIMED-PARA.
           IF NOT WS-EH-LETTER-SENT(WS-EH-SUB)
               EXIT SECTION
           END-IF
           SET WS-EH-CLAIMED(WS-EH-SUB) TO TRUE
           MOVE WS-CURRENT-DATE TO WS-EH-CLOSED-DATE(WS-EH-SUB)
           ADD 1 TO WS-CLAIMED-COUNT
           MOVE WS-EH-STATE(WS-EH-SUB) TO WS-THIS-STATE
           MOVE 0 TO WS-AGE-DAYS
           MOVE SPACES TO EM-EMPLOYEE-NAME
           EVALUATE TRUE
               WHEN OK-CLEARED
                   MOVE "CLAIMED -- CHECK CASHED" TO WS-ACTION
               WHEN OK-REISSUED
                   MOVE "CLAIMED -- CHECK REISSUED" TO WS-ACTION
               WHEN OTHER
                   MOVE "CLAIMED -- CHECK VOIDED" TO WS-ACTION
           END-EVALUATE
           PERFORM 3000-LIST-ACTION.

       3000-LIST-ACTION SECTION.
       3000-LIST-PARA.
           MOVE OK-CHECK-NUMBER TO WS-AL-CHECK
           MOVE OK-EMPLOYEE-ID TO WS-AL-EMP
           MOVE EM-LAST-NAME TO WS-AL-NAME
           MOVE WS-THIS-STATE TO WS-AL-STATE
           MOVE OK-PAY-DATE TO WS-AL-ISSUED
           MOVE OK-AMOUNT TO WS-AL-AMOUNT
           MOVE WS-AGE-DAYS TO WS-AL-AGE
           MOVE WS-ACTION TO WS-AL-ACTION
           WRITE LIST-RECORD FROM WS-ACT-LINE.

      *===============================================================
      * 4000-STATE-REPORT: The checks escheated this run in state
      * order -- a report detail per check, and a remittance total
      * for each state
      *===============================================================
       4000-STATE-REPORT SECTION.
       4000-STATE-RPT-PARA.
           MOVE SPACES TO LIST-RECORD
           WRITE LIST-RECORD
           WRITE LIST-RECORD FROM WS-ESC-HDR-LINE
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-ES-USED
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-ES-USED - WS-SORT-I
                   IF WS-ES-KEY(WS-SORT-J) >
                       WS-ES-KEY(WS-SORT-J + 1)
                       MOVE WS-ES-ENTRY(WS-SORT-J)
                           TO WS-ES-SORT-TEMP
                       MOVE WS-ES-ENTRY(WS-SORT-J + 1)
                           TO WS-ES-ENTRY(WS-SORT-J)
                       MOVE WS-ES-SORT-TEMP
                           TO WS-ES-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-THIS-STATE
           MOVE 0 TO WS-STATE-ITEMS
           MOVE 0 TO WS-STATE-TOTAL
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
               UNTIL WS-ES-IDX > WS-ES-USED
               IF WS-ES-STATE(WS-ES-IDX) NOT = WS-THIS-STATE
                   AND WS-ES-IDX > 1
                   PERFORM 4100-STATE-TOTAL
               END-IF
               MOVE WS-ES-STATE(WS-ES-IDX) TO WS-THIS-STATE
               MOVE SPACES TO ESC-RPT-RECORD
               INITIALIZE ESC-RPT-RECORD
               SET ER-DETAIL TO TRUE
               MOVE WS-ES-STATE(WS-ES-IDX) TO ER-STATE
               MOVE WS-CURRENT-DATE TO ER-REPORT-DATE
               MOVE "PY01" TO ER-PROPERTY-TYPE
               MOVE WS-ES-CHECK-NO(WS-ES-IDX) TO ER-CHECK-NUMBER
               MOVE WS-ES-EMPLOYEE-ID(WS-ES-IDX) TO ER-EMPLOYEE-ID
               MOVE WS-ES-SSN(WS-ES-IDX) TO ER-OWNER-SSN
               MOVE WS-ES-NAME(WS-ES-IDX) TO ER-OWNER-NAME
               MOVE WS-ES-STREET(WS-ES-IDX) TO ER-STREET
               MOVE WS-ES-CITY(WS-ES-IDX) TO ER-CITY
               MOVE WS-ES-ADDR-STATE(WS-ES-IDX) TO ER-ADDR-STATE
               MOVE WS-ES-ZIP(WS-ES-IDX) TO ER-ZIP
               MOVE WS-ES-AMOUNT(WS-ES-IDX) TO ER-AMOUNT
               MOVE WS-ES-ISSUE-DATE(WS-ES-IDX) TO ER-LAST-ACTIVITY
               WRITE ESC-RPT-RECORD
               ADD 1 TO WS-STATE-ITEMS
               ADD WS-ES-AMOUNT(WS-ES-IDX) TO WS-STATE-TOTAL
               MOVE WS-ES-STATE(WS-ES-IDX) TO WS-EL-STATE
               MOVE WS-ES-CHECK-NO(WS-ES-IDX) TO WS-EL-CHECK
               MOVE WS-ES-EMPLOYEE-ID(WS-ES-IDX) TO WS-EL-EMP
               MOVE WS-ES-NAME(WS-ES-IDX) TO WS-EL-NAME
               MOVE WS-ES-ISSUE-DATE(WS-ES-IDX) TO WS-EL-ISSUED
               MOVE WS-ES-AMOUNT(WS-ES-IDX) TO WS-EL-AMOUNT
               WRITE LIST-RECORD FROM WS-ESC-LINE
           END-PERFORM
           IF WS-ES-USED > 0
               PERFORM 4100-STATE-TOTAL
           END-IF
           MOVE WS-ESCHEAT-COUNT TO WS-GT-ITEMS
           MOVE WS-ESCHEAT-TOTAL TO WS-GT-AMOUNT
           MOVE SPACES TO LIST-RECORD
           WRITE LIST-RECORD
           WRITE LIST-RECORD FROM WS-GRAND-LINE.

       4100-STATE-TOTAL SECTION.
       4100-STATE-TOT-PARA.
           MOVE SPACES TO ESC-RPT-RECORD
           INITIALIZE ESC-RPT-RECORD
           SET ER-STATE-TOTAL TO TRUE
           MOVE WS-THIS-STATE TO ER-STATE
           MOVE WS-CURRENT-DATE TO ER-REPORT-DATE
           MOVE "PY01" TO ER-PROPERTY-TYPE
           MOVE WS-STATE-TOTAL TO ER-AMOUNT
           MOVE WS-STATE-ITEMS TO ER-ITEM-COUNT
           WRITE ESC-RPT-RECORD
           MOVE WS-THIS-STATE TO WS-ST-STATE
           MOVE WS-STATE-ITEMS TO WS-ST-ITEMS
           MOVE WS-STATE-TOTAL TO WS-ST-AMOUNT
           WRITE LIST-RECORD FROM WS-STATE-TOT-LINE
           MOVE 0 TO WS-STATE-ITEMS
           MOVE 0 TO WS-STATE-TOTAL.

      *===============================================================
      * 5000-BOOK-GL: The escheated wages move off Net Pay Payable
      * to Unclaimed Wages Payable, department by department, on
      * the GL feed the pay run writes
      *===============================================================
       5000-BOOK-GL SECTION.
       5000-GL-PARA.
           IF WS-GL-USED = 0
               EXIT SECTION
           END-IF
           OPEN EXTEND GL-FEED-FILE
           IF GL-FEED-NOT-FOUND
               OPEN OUTPUT GL-FEED-FILE
           END-IF
           IF NOT GL-FEED-OK
               DISPLAY "ERROR: OPEN GL-FEED-FILE FAILED: "
                   WS-GL-FEED-STATUS " -- ESCHEAT NOT BOOKED"
               SET A-TABLE-FILLED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-USED
               INITIALIZE GL-FEED-RECORD
               MOVE WS-GL-DEPT(WS-GL-IDX) TO GLF-DEPT-CODE
               MOVE "230000" TO GLF-ACCOUNT-CODE
               SET GLF-DEBIT TO TRUE
               MOVE WS-GL-AMOUNT(WS-GL-IDX) TO GLF-AMOUNT
               MOVE WS-CURRENT-DATE TO GLF-RUN-DATE
               WRITE GL-FEED-RECORD
               INITIALIZE GL-FEED-RECORD
               MOVE WS-GL-DEPT(WS-GL-IDX) TO GLF-DEPT-CODE
               MOVE "260000" TO GLF-ACCOUNT-CODE
               SET GLF-CREDIT TO TRUE
               MOVE WS-GL-AMOUNT(WS-GL-IDX) TO GLF-AMOUNT
               MOVE WS-CURRENT-DATE TO GLF-RUN-DATE
               WRITE GL-FEED-RECORD
           END-PERFORM
           CLOSE GL-FEED-FILE.

      *===============================================================
      * 6000-REWRITE-HISTORY: ESCHIST.DAT back out with this run's
      * letters, escheats and claims
      *===============================================================
       6000-REWRITE-HISTORY SECTION.
       6000-REWRITE-PARA.
           OPEN OUTPUT ESC-HIST-FILE
           IF NOT ESC-HIST-OK
               DISPLAY "ERROR: OPEN ESCHIST FOR OUTPUT FAILED: "
                   WS-ESC-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-EH-IDX FROM 1 BY 1
               UNTIL WS-EH-IDX > WS-EH-USED
               MOVE SPACES TO ESC-HIST-RECORD
               MOVE WS-EH-CHECK-NO(WS-EH-IDX) TO EH-CHECK-NUMBER
               MOVE WS-EH-EMPLOYEE-ID(WS-EH-IDX) TO EH-EMPLOYEE-ID
               MOVE WS-EH-STATE(WS-EH-IDX) TO EH-STATE
               MOVE WS-EH-AMOUNT(WS-EH-IDX) TO EH-AMOUNT
               MOVE WS-EH-ISSUE-DATE(WS-EH-IDX) TO EH-ISSUE-DATE
               MOVE WS-EH-LETTER-DATE(WS-EH-IDX) TO EH-LETTER-DATE
               MOVE WS-EH-STAGE(WS-EH-IDX) TO EH-STAGE
               MOVE WS-EH-CLOSED-DATE(WS-EH-IDX) TO EH-CLOSED-DATE
               WRITE ESC-HIST-RECORD
           END-PERFORM
           CLOSE ESC-HIST-FILE.
