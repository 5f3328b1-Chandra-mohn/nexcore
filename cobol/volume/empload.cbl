      * path the fields the pay run itself maintains (leave
      * balances, accrual class, pay frequency, and the YTD
      * employer match) are preserved from the existing record, not
      * reset to conversion defaults -- as are the W-4 elections
      * W4MAINT maintains and the YTD taxable wage bases. A new
      * record starts its wage bases at the input YTD gross. A new
      * hire's bank account, or a refresh that changes one, is put
      * in for a direct-deposit prenote; an unchanged account keeps
      * its prenote standing. A new hire is also put in for state
      * new-hire reporting (NEWHIRE), and a refresh keeps the
      * personal data and localities EMPDEMO keys, the pay run's
      * local-tax YTD, and the workers' comp class WCMAINT keys.
      * Every add and refresh is journaled through PAYJRNL.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  IR-FILLER              PIC X(2).
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
      * Same layout REALISTIC-BATCH-TEST declares for EMPMAST.DAT.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID         PIC 9(6).
      * Zero date = nothing pending.
           05  EM-NEW-PAY-RATE        PIC 9(5)V99.
           05  EM-RATE-EFF-DATE       PIC 9(8).
      * Federal W-4 elections (W4MAINT intake) driving the annual
      * percentage method: filing status ('S' single or married
      * filing separately, 'M' married filing jointly, 'H' head of
      * household), the step 3 dependents credit, step 4 other
      * income, deductions and extra withholding per period, and
      * the exempt claim. A blank filing status -- no W-4 on file
      * -- withholds as single with no adjustments.
           05  EM-W4-DATA.
               10  EM-W4-FILING-STATUS  PIC X(1).
                   88  EM-W4-SINGLE     VALUE "S".
                   88  EM-W4-MARRIED    VALUE "M".
                   88  EM-W4-HEAD-HOUSE VALUE "H".
               10  EM-W4-DEPENDENT-AMT  PIC 9(5)V99.
               10  EM-W4-OTHER-INCOME   PIC 9(7)V99.
               10  EM-W4-DEDUCTIONS     PIC 9(7)V99.
               10  EM-W4-EXTRA-WHLD     PIC 9(4)V99.
               10  EM-W4-EXEMPT         PIC X(1).
                   88  EM-W4-IS-EXEMPT  VALUE "Y".
               10  EM-W4-SIGNED-DATE    PIC 9(8).
      * Year-to-date taxable wage bases after the pre-tax
      * deductions -- federal (W-2 box 1), state, and FICA (boxes
      * 3/5, capped at the wage limit) -- and the 401(k) elective
      * deferral (box 12 code D). The pay run tests the FICA limit
      * against EM-YTD-FICA-WAGES; year-end rollover zeroes all
      * four with the other YTD fields.
           05  EM-YTD-FED-WAGES       PIC 9(8)V99.
           05  EM-YTD-STATE-WAGES     PIC 9(8)V99.
           05  EM-YTD-FICA-WAGES      PIC 9(8)V99.
           05  EM-YTD-DEFERRAL        PIC 9(6)V99.
      * Direct-deposit prenote: a new or changed bank account is set
      * 'N' by its intake (EMPLOAD, ACHRET notice of change); the pay
      * run sends the zero-dollar prenote, marks it 'P' with the
      * date sent, and pays by check until the waiting period passes
      * with no return -- then blank, live deposits. ACHRET marks a
      * returned prenote 'R', which stays on checks until the bank
      * details change again. Blank = account verified.
           05  EM-PRENOTE-STATUS      PIC X(1).
               88  EM-PRENOTE-NEEDED  VALUE "N".
               88  EM-PRENOTE-PENDING VALUE "P".
               88  EM-PRENOTE-RETURNED VALUE "R".
           05  EM-PRENOTE-DATE        PIC 9(8).
      * New-hire reporting: social security number, home address and
      * hire date (EMPDEMO intake; a TERMPROC rehire resets the hire
      * date), and where the employee stands with the state new-hire
      * directory -- 'N' new hire or 'R' rehire still to report, 'S'
      * sent by NEWHIRE on EM-NH-SENT-DATE. Blank = on the master
      * before new-hire reporting, never reported.
           05  EM-SSN                 PIC 9(9).
           05  EM-HOME-ADDRESS.
               10  EM-ADDR-STREET     PIC X(25).
               10  EM-ADDR-CITY       PIC X(15).
               10  EM-ADDR-STATE      PIC X(2).
               10  EM-ADDR-ZIP        PIC X(5).
           05  EM-HIRE-DATE           PIC 9(8).
           05  EM-NH-STATUS           PIC X(1).
               88  EM-NH-NEW-HIRE     VALUE "N".
               88  EM-NH-REHIRE       VALUE "R".
               88  EM-NH-TO-REPORT    VALUES "N" "R".
               88  EM-NH-SENT         VALUE "S".
           05  EM-NH-SENT-DATE        PIC 9(8).
      * Local income tax: the jurisdictions (LOCLTAX.DAT codes) the
      * employee works and lives in, and the year-to-date local
      * wages and tax withheld for the W-2. Blank = no local tax.
           05  EM-WORK-LOCALITY       PIC X(4).
           05  EM-RES-LOCALITY        PIC X(4).
           05  EM-YTD-LOCAL-WAGES     PIC 9(8)V99.
           05  EM-YTD-LOCAL-TAX       PIC 9(6)V99.
      * Workers' compensation class (WCRATE.DAT code) the employee's
      * own-department pay is rated under, kept by WCMAINT. Blank =
      * the class DEPTREF.DAT carries for the department.
           05  EM-WC-CLASS            PIC X(4).
       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS            PIC XX.
           88  INPUT-OK               VALUE "00".
       01  WS-SAVE-OTHER-TODATE       PIC 9(6)V99 VALUE 0.
       01  WS-SAVE-NEW-RATE           PIC 9(5)V99 VALUE 0.
       01  WS-SAVE-RATE-EFF           PIC 9(8) VALUE 0.
       01  WS-SAVE-W4-DATA            PIC X(41) VALUE SPACES.
       01  WS-SAVE-YTD-FED-WAGES      PIC 9(8)V99 VALUE 0.
       01  WS-SAVE-YTD-STATE-WAGES    PIC 9(8)V99 VALUE 0.
       01  WS-SAVE-YTD-FICA-WAGES     PIC 9(8)V99 VALUE 0.
       01  WS-SAVE-YTD-DEFERRAL       PIC 9(6)V99 VALUE 0.
       01  WS-SAVE-BANK-ROUTING       PIC X(9) VALUE SPACES.
       01  WS-SAVE-BANK-ACCOUNT       PIC X(17) VALUE SPACES.
       01  WS-SAVE-PRENOTE-STATUS     PIC X(1) VALUE SPACE.
       01  WS-SAVE-PRENOTE-DATE       PIC 9(8) VALUE 0.
       01  WS-SAVE-SSN                PIC 9(9) VALUE 0.
       01  WS-SAVE-HOME-ADDRESS       PIC X(47) VALUE SPACES.
       01  WS-SAVE-HIRE-DATE          PIC 9(8) VALUE 0.
       01  WS-SAVE-NH-STATUS          PIC X(1) VALUE SPACE.
       01  WS-SAVE-NH-SENT-DATE       PIC 9(8) VALUE 0.
       01  WS-SAVE-WORK-LOCALITY      PIC X(4) VALUE SPACES.
       01  WS-SAVE-RES-LOCALITY       PIC X(4) VALUE SPACES.
       01  WS-SAVE-YTD-LOCAL-WAGES    PIC 9(8)V99 VALUE 0.
       01  WS-SAVE-YTD-LOCAL-TAX      PIC 9(6)V99 VALUE 0.
       01  WS-SAVE-WC-CLASS           PIC X(4) VALUE SPACES.

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
           MOVE 0 TO EM-OTHER-DED-TODATE
           MOVE 0 TO EM-NEW-PAY-RATE
           MOVE 0 TO EM-RATE-EFF-DATE
           INITIALIZE EM-W4-DATA
           MOVE IR-YTD-GROSS TO EM-YTD-FED-WAGES
           MOVE IR-YTD-GROSS TO EM-YTD-STATE-WAGES
           MOVE IR-YTD-GROSS TO EM-YTD-FICA-WAGES
           MOVE 0 TO EM-YTD-DEFERRAL
      * A new hire's first deposit waits on a prenote
           MOVE 0 TO EM-PRENOTE-DATE
           IF EM-BANK-ROUTING NOT = SPACES
               AND EM-BANK-ACCOUNT NOT = SPACES
               SET EM-PRENOTE-NEEDED TO TRUE
           ELSE
               MOVE SPACE TO EM-PRENOTE-STATUS
           END-IF
      * Owed to the state new-hire directory once EMPDEMO has keyed
      * the SSN, address and hire date
           MOVE 0 TO EM-SSN
           MOVE SPACES TO EM-HOME-ADDRESS
           MOVE 0 TO EM-HIRE-DATE
           SET EM-NH-NEW-HIRE TO TRUE
           MOVE 0 TO EM-NH-SENT-DATE
      * Localities come through EMPDEMO as well
           MOVE SPACES TO EM-WORK-LOCALITY
           MOVE SPACES TO EM-RES-LOCALITY
           MOVE 0 TO EM-YTD-LOCAL-WAGES
           MOVE 0 TO EM-YTD-LOCAL-TAX
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-AFTER-IMAGE
           WRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   PERFORM 2200-REFRESH-EXISTING
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-ADDED
                   SET PJ-ADD TO TRUE
                   MOVE "NEW HIRE LOAD" TO PJ-REASON
                   MOVE SPACES TO PJ-BEFORE-IMAGE
                   PERFORM 9000-JOURNAL-CHANGE
           END-WRITE.

      *===============================================================
           MOVE IR-BANK-ROUTING TO EM-BANK-ROUTING
           MOVE IR-BANK-ACCOUNT TO EM-BANK-ACCOUNT
           MOVE IR-FILLER TO EM-FILLER
           MOVE SPACES TO EM-WC-CLASS.

      *===============================================================
      * 2200-REFRESH-EXISTING: The id is already on the master --
                       EM-EMPLOYEE-ID
                   EXIT SECTION
           END-READ
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-BEFORE-IMAGE
           MOVE EM-VAC-BALANCE TO WS-SAVE-VAC-BALANCE
           MOVE EM-SICK-BALANCE TO WS-SAVE-SICK-BALANCE
           MOVE EM-ACCRUAL-CLASS TO WS-SAVE-ACCRUAL-CLASS
      * Future-dated rate rows survive a conversion refresh too
           MOVE EM-NEW-PAY-RATE TO WS-SAVE-NEW-RATE
           MOVE EM-RATE-EFF-DATE TO WS-SAVE-RATE-EFF
      * The W-4 elections are W4MAINT's to own
           MOVE EM-W4-DATA TO WS-SAVE-W4-DATA
      * The YTD wage bases are the pay run's to roll
           MOVE EM-YTD-FED-WAGES TO WS-SAVE-YTD-FED-WAGES
           MOVE EM-YTD-STATE-WAGES TO WS-SAVE-YTD-STATE-WAGES
           MOVE EM-YTD-FICA-WAGES TO WS-SAVE-YTD-FICA-WAGES
           MOVE EM-YTD-DEFERRAL TO WS-SAVE-YTD-DEFERRAL
      * The prenote state belongs to the bank account it proved
           MOVE EM-BANK-ROUTING TO WS-SAVE-BANK-ROUTING
           MOVE EM-BANK-ACCOUNT TO WS-SAVE-BANK-ACCOUNT
           MOVE EM-PRENOTE-STATUS TO WS-SAVE-PRENOTE-STATUS
           MOVE EM-PRENOTE-DATE TO WS-SAVE-PRENOTE-DATE
      * Personal data and new-hire reporting are EMPDEMO's, TERMPROC's
      * and NEWHIRE's to own
           MOVE EM-SSN TO WS-SAVE-SSN
           MOVE EM-HOME-ADDRESS TO WS-SAVE-HOME-ADDRESS
           MOVE EM-HIRE-DATE TO WS-SAVE-HIRE-DATE
           MOVE EM-NH-STATUS TO WS-SAVE-NH-STATUS
           MOVE EM-NH-SENT-DATE TO WS-SAVE-NH-SENT-DATE
      * ... and so are the localities; the local YTD is the pay
      * run's
           MOVE EM-WORK-LOCALITY TO WS-SAVE-WORK-LOCALITY
           MOVE EM-RES-LOCALITY TO WS-SAVE-RES-LOCALITY
           MOVE EM-YTD-LOCAL-WAGES TO WS-SAVE-YTD-LOCAL-WAGES
           MOVE EM-YTD-LOCAL-TAX TO WS-SAVE-YTD-LOCAL-TAX
      * The workers' comp class override is WCMAINT's
           MOVE EM-WC-CLASS TO WS-SAVE-WC-CLASS
           PERFORM 2100-BUILD-MASTER-RECORD
           MOVE WS-SAVE-VAC-BALANCE TO EM-VAC-BALANCE
           MOVE WS-SAVE-SICK-BALANCE TO EM-SICK-BALANCE
           MOVE WS-SAVE-OTHER-TODATE TO EM-OTHER-DED-TODATE
           MOVE WS-SAVE-NEW-RATE TO EM-NEW-PAY-RATE
           MOVE WS-SAVE-RATE-EFF TO EM-RATE-EFF-DATE
           MOVE WS-SAVE-W4-DATA TO EM-W4-DATA
           MOVE WS-SAVE-YTD-FED-WAGES TO EM-YTD-FED-WAGES
           MOVE WS-SAVE-YTD-STATE-WAGES TO EM-YTD-STATE-WAGES
           MOVE WS-SAVE-YTD-FICA-WAGES TO EM-YTD-FICA-WAGES
           MOVE WS-SAVE-YTD-DEFERRAL TO EM-YTD-DEFERRAL
           MOVE WS-SAVE-SSN TO EM-SSN
           MOVE WS-SAVE-HOME-ADDRESS TO EM-HOME-ADDRESS
           MOVE WS-SAVE-HIRE-DATE TO EM-HIRE-DATE
           MOVE WS-SAVE-NH-STATUS TO EM-NH-STATUS
           MOVE WS-SAVE-NH-SENT-DATE TO EM-NH-SENT-DATE
           MOVE WS-SAVE-WORK-LOCALITY TO EM-WORK-LOCALITY
           MOVE WS-SAVE-RES-LOCALITY TO EM-RES-LOCALITY
           MOVE WS-SAVE-YTD-LOCAL-WAGES TO EM-YTD-LOCAL-WAGES
           MOVE WS-SAVE-YTD-LOCAL-TAX TO EM-YTD-LOCAL-TAX
           MOVE WS-SAVE-WC-CLASS TO EM-WC-CLASS
      * Same account, same prenote standing; a new or changed
      * account starts a fresh prenote; no account needs none
           EVALUATE TRUE
               WHEN EM-BANK-ROUTING = WS-SAVE-BANK-ROUTING
                   AND EM-BANK-ACCOUNT = WS-SAVE-BANK-ACCOUNT
                   MOVE WS-SAVE-PRENOTE-STATUS TO EM-PRENOTE-STATUS
                   MOVE WS-SAVE-PRENOTE-DATE TO EM-PRENOTE-DATE
               WHEN EM-BANK-ROUTING = SPACES
                   OR EM-BANK-ACCOUNT = SPACES
                   MOVE SPACE TO EM-PRENOTE-STATUS
                   MOVE 0 TO EM-PRENOTE-DATE
               WHEN OTHER
                   SET EM-PRENOTE-NEEDED TO TRUE
                   MOVE 0 TO EM-PRENOTE-DATE
           END-EVALUATE
           SET PJ-REWRITE TO TRUE
           MOVE "MASTER REFRESH" TO PJ-REASON
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-AFTER-IMAGE
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT APPLIED: "
                       EM-EMPLOYEE-ID
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-REPLACED
                   PERFORM 9000-JOURNAL-CHANGE
           END-REWRITE.

      *===============================================================
      * 9000-JOURNAL-CHANGE: The before and after images of the
      * master record just written to the shared change journal
      *===============================================================
       9000-JOURNAL-CHANGE SECTION.
       9000-JOURNAL-PARA.
           MOVE "EMPLOAD" TO PJ-PROGRAM-ID
           MOVE EM-EMPLOYEE-ID TO PJ-EMPLOYEE-ID
           CALL "PAYJRNL" USING WS-JOURNAL-REQUEST.
