               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAX-PARM-STATUS.
           SELECT FED-WHLD-FILE ASSIGN TO "FEDWHTAX.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FED-WHLD-STATUS.
           SELECT DED-TREAT-FILE ASSIGN TO "DEDTREAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DED-TREAT-STATUS.
           SELECT EMP-DED-FILE ASSIGN TO "EMPDED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ED-KEY
               FILE STATUS IS WS-EMP-DED-STATUS.
           SELECT RESTART-FILE ASSIGN TO "PAYCHKPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-W2-STATUS.
           SELECT W2-HIST-FILE ASSIGN TO "W2HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-W2-HIST-STATUS.
           SELECT PERIOD-CTL-FILE ASSIGN TO "PAYPDCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.
           SELECT STUB-PRINT-FILE ASSIGN TO "PAYSTUB.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STUB-PRINT-STATUS.
           SELECT STUB-ELEC-FILE ASSIGN TO "PAYSTUBE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STUB-ELEC-STATUS.
           SELECT STUB-YTD-FILE ASSIGN TO "STUBYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-EMPLOYEE-ID
               FILE STATUS IS WS-STUB-YTD-STATUS.
           SELECT RETRO-REQ-FILE ASSIGN TO "RETROREQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARD-WHLD-STATUS.
           SELECT EXP-REIMB-FILE ASSIGN TO "EXPREIMB.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXP-REIMB-STATUS.
           SELECT EXP-HELD-FILE ASSIGN TO "EXPHELD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXP-HELD-STATUS.
           SELECT GARN-MAST-FILE ASSIGN TO "GARNMAST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUI-WAGE-STATUS.
           SELECT LOCAL-TAX-FILE ASSIGN TO "LOCLTAX.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOCAL-TAX-STATUS.
           SELECT LOCAL-QTD-FILE ASSIGN TO "LOCLQTD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOCAL-QTD-STATUS.
           SELECT LOCAL-REMIT-FILE ASSIGN TO "LOCLREM.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOCAL-REMIT-STATUS.
           SELECT WC-RATE-FILE ASSIGN TO "WCRATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WC-RATE-STATUS.
           SELECT WC-QTD-FILE ASSIGN TO "WCQTD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WC-QTD-STATUS.
           SELECT WC-PERIOD-FILE ASSIGN TO "WCPREM.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WC-PERIOD-STATUS.
           SELECT WC-QTR-FILE ASSIGN TO "WCQTR.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WC-QTR-STATUS.
           SELECT DEP-LIAB-FILE ASSIGN TO "DEPLIAB.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEP-LIAB-STATUS.
           SELECT DEP-DUE-FILE ASSIGN TO "DEPDUE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEP-DUE-STATUS.
           SELECT ACA-HOURS-FILE ASSIGN TO "ACAHRS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACA-HOURS-STATUS.
           SELECT LOA-FILE ASSIGN TO "LOAMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMPLOYEE-ID
               FILE STATUS IS WS-LOA-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TIMECARD-STATUS.
           SELECT PREVIEW-FILE ASSIGN TO "PAYPREV.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PREVIEW-STATUS.
           SELECT PREVIEW-PARM-FILE ASSIGN TO "PAYPRVPM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PREVIEW-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE
           05  UR-FILLER              PIC X(2).
       FD  DEPT-REF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 33 CHARACTERS.
      * Department reference record -- optional; when present, drives
      * the department table instead of the hardcoded defaults.
      * DR-WC-CLASS is the workers' comp class the department's pay
      * is rated under where the employee carries no class.
       01  DEPT-REF-RECORD.
           05  DR-DEPT-CODE           PIC X(4).
           05  DR-DEPT-NAME           PIC X(25).
           05  DR-WC-CLASS            PIC X(4).
       FD  TAX-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 95 CHARACTERS.
           05  TY-MATCH-PCT           PIC V99.
           05  TY-MATCH-CAP-PCT       PIC V99.
           05  TY-MATCH-ANNUAL-LIMIT  PIC 9(6)V99.
       FD  FED-WHLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
      * Federal income-tax withholding bracket row (annual
      * percentage method) -- optional; when present, the rows for
      * the run's tax year replace the built-in table. Each row is
      * one bracket of one filing status: annualized wages from the
      * floor up withhold the base tax plus the rate on the excess.
       01  FED-WHLD-RECORD.
           05  FW-TAX-YEAR            PIC 9(4).
           05  FW-FILING-STATUS       PIC X(1).
           05  FW-WAGE-FLOOR          PIC 9(7)V99.
           05  FW-BASE-TAX            PIC 9(7)V99.
           05  FW-RATE                PIC V9(4).
           05  FILLER                 PIC X(13).
       FD  DED-TREAT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      * Deduction code table row -- optional; when present,
      * overrides or extends the built-in codes. 'Y' in a reduces
      * flag takes the deduction out of that wage base before the
      * tax on it is computed (pre-tax). The bucket rolls the code
      * into the health ('H'), 401(k) elective deferral ('R') or
      * other ('O') totals the register, the match, and the W-2
      * carry. Method 'F' takes the employee's flat per-period
      * amount, 'P' the employee's percent of gross. A nonzero
      * annual limit caps what the code takes in a tax year. The
      * GL account is the liability the withholding is credited
      * to, the payee the carrier or agency it is remitted to.
       01  DED-TREAT-RECORD.
           05  DT-DED-CODE            PIC X(4).
           05  DT-DESCRIPTION         PIC X(20).
           05  DT-REDUCES-FED         PIC X(1).
           05  DT-REDUCES-STATE       PIC X(1).
           05  DT-REDUCES-FICA        PIC X(1).
           05  DT-BUCKET              PIC X(1).
           05  DT-GL-ACCOUNT          PIC X(6).
           05  DT-PAYEE               PIC X(20).
           05  DT-CALC-METHOD         PIC X(1).
           05  DT-ANNUAL-LIMIT        PIC 9(7)V99.
           05  FILLER                 PIC X(16).
      * Per-employee deductions (DEDMAINT intake): any number of
      * codes per employee, each active from its start date through
      * its stop date (zero = open-ended), with the flat amount or
      * the percent of gross its code's method calls for and the
      * year-to-date the pay run has taken on the row. An employee
      * with any row here is deducted by code alone; one with none
      * still uses the health, 401(k) and other amounts on the
      * master or input record.
       FD  EMP-DED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  EMP-DED-RECORD.
           05  ED-KEY.
               10  ED-EMPLOYEE-ID     PIC 9(6).
               10  ED-DED-CODE        PIC X(4).
               10  ED-START-DATE      PIC 9(8).
           05  ED-STOP-DATE           PIC 9(8).
           05  ED-AMOUNT              PIC 9(5)V99.
           05  ED-PERCENT             PIC V9(4).
           05  ED-YTD-YEAR            PIC 9(4).
           05  ED-YTD-AMOUNT          PIC 9(7)V99.
           05  ED-LAST-CHANGED        PIC 9(8).
           05  FILLER                 PIC X(42).
       FD  RESTART-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 885 CHARACTERS.
       01  Q941-RECORD                PIC X(132).
       FD  W2-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 170 CHARACTERS.
      * Year-end W-2 extract -- one detail record per employee with
      * the YTD boxes, then one employer summary record ('S'). The
      * gross stays beside the box 1 federal wages, the box 3/5
      * FICA wages (capped at the wage limit), the state wages, the
      * box 12 code D 401(k) deferral, the box 18-20 local
      * wages and tax with the locality they were withheld for, and
      * the employee's SSN from the master (zero when not on file).
       01  W2-RECORD.
           05  W2-RECORD-TYPE         PIC X(1).
               88  W2-DETAIL          VALUE "D".
           05  W2-FED-TAX             PIC 9(8)V99.
           05  W2-FICA-TAX            PIC 9(8)V99.
           05  W2-STATE-TAX           PIC 9(8)V99.
           05  W2-FED-WAGES           PIC 9(9)V99.
           05  W2-FICA-WAGES          PIC 9(9)V99.
           05  W2-STATE-WAGES         PIC 9(9)V99.
           05  W2-BOX12-CODE          PIC X(1).
           05  W2-BOX12-AMOUNT        PIC 9(8)V99.
           05  W2-LOCAL-CODE          PIC X(4).
           05  W2-LOCAL-WAGES         PIC 9(9)V99.
           05  W2-LOCAL-TAX           PIC 9(8)V99.
           05  W2-SSN                 PIC 9(9).
           05  FILLER                 PIC X(7).
       FD  W2-HIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
      * Retained W-2 history -- every W-2 detail record and the
      * employer summary (employee 999999) exactly as filed, kept by
      * tax year once the rollover has zeroed the YTD fields. W2CORR
      * reads a year's filed W-2 from here as the previously
      * reported amounts of a W-2c and rewrites it corrected.
       01  W2-HIST-RECORD.
           05  WH-KEY.
               10  WH-TAX-YEAR        PIC 9(4).
               10  WH-EMPLOYEE-ID     PIC 9(6).
           05  WH-W2-IMAGE            PIC X(170).
           05  WH-CORRECTION-COUNT    PIC 9(3).
           05  WH-LAST-CORRECTED      PIC 9(8).
           05  FILLER                 PIC X(9).
       FD  PERIOD-CTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
           05  FILLER                 PIC X(1).
       FD  WORKSHEET-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 500 CHARACTERS.
      * Pay-calculation worksheet record, one per employee per run,
      * keyed by employee id + run date: every intermediate the
      * calculation produced, with the rates used, so a disputed
      * from the worksheet filler so the benefits remittance
      * extract rebuilds carrier money from this file alone.
           05  WK-EMPLOYER-MATCH      PIC 9(6)V99.
      * Federal and state taxable wages after the pre-tax
      * deductions (the FICA base is WK-FICA-TAXABLE), for the
      * 941 wage lines. Worksheets written before the 400-byte
      * layout were converted by WKCONV with both set to gross.
           05  WK-FED-WAGES           PIC 9(8)V99.
           05  WK-STATE-WAGES         PIC 9(8)V99.
      * Every deduction code taken this period with its amount --
      * the health, 401(k) and other fields above are their bucket
      * totals. Worksheets written before the codes carry no count.
           05  WK-DED-COUNT           PIC 9(2).
           05  WK-DED-ENTRY OCCURS 12 TIMES.
               10  WK-DED-CODE        PIC X(4).
               10  WK-DED-AMOUNT      PIC 9(5)V99.
      * Home department and the bank account the net was paid to,
      * for the next period's preview comparison. Worksheets
      * written before these were recorded carry spaces.
           05  WK-DEPARTMENT          PIC X(4).
           05  WK-BANK-ROUTING        PIC X(9).
           05  WK-BANK-ACCOUNT        PIC X(17).
      * Local income tax withheld and the jurisdiction and wages it
      * was figured on. Worksheets written before the 500-byte
      * layout were converted by WKCONV2 with no locality.
           05  WK-LOCAL-CODE          PIC X(4).
           05  WK-LOCAL-WAGES         PIC 9(8)V99.
           05  WK-LOCAL-TAX           PIC 9(6)V99.
      * Workers' comp class and exposure payroll (gross less the
      * overtime premium) the pay was rated under -- a split card's
      * share under the split department's class -- and the
      * overtime premium left out. Worksheets written before the
      * class was recorded carry spaces.
           05  WK-WC-CLASS            PIC X(4).
           05  WK-WC-EXPOSURE         PIC 9(8)V99.
           05  WK-WC-SPLIT-CLASS      PIC X(4).
           05  WK-WC-SPLIT-EXPOSURE   PIC 9(8)V99.
           05  WK-WC-OT-EXCLUDED      PIC 9(7)V99.
      * Non-taxable expense reimbursement paid with the check --
      * included in WK-NET-PAY, never in gross. Worksheets written
      * before reimbursements were paid carry spaces.
           05  WK-EXP-REIMB           PIC 9(7)V99.
           05  FILLER                 PIC X(32).
       FD  CHECK-PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
      * Persistent check register -- appended by the pay run as
      * checks are cut, voided/reissued by CHKMAINT, escheated by
      * CHKESCH
       01  CHECK-REG-RECORD.
           05  CK-CHECK-NUMBER        PIC 9(8).
           05  CK-EMPLOYEE-ID         PIC 9(6).
               88  CK-VOIDED          VALUE "V".
               88  CK-REISSUED        VALUE "R".
               88  CK-CLEARED         VALUE "C".
               88  CK-ESCHEATED       VALUE "E".
           05  CK-REPLACES            PIC 9(8).
      * Date the bank paid the check, stamped by BANKRECN when the
      * paid-items file clears it; zero until then.
               88  PP-ISSUE           VALUE "I".
               88  PP-CANCEL          VALUE "V".
           05  PP-PAYEE               PIC X(33).
      * Earnings statements, split the way the statement streams
      * are: the print stream for employees paid by paper check
      * (the stub goes out with the check), the electronic-delivery
      * stream for direct deposit, each statement there opened by
      * an '@E' header line carrying the employee id.
       FD  STUB-PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  STUB-PRINT-RECORD          PIC X(132).
       FD  STUB-ELEC-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  STUB-ELEC-RECORD           PIC X(132).
       FD  STUB-YTD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
      * Year-to-date earnings-statement amounts per employee, one
      * slot per statement line (see WS-STUB-LABEL-VALUES) plus the
      * hours and net pay -- rolled by every pay, retro, and
      * supplemental run, started over when the tax year changes.
      * STUBSEED builds it from the PAYWORK worksheet history.
       01  STUB-YTD-RECORD.
           05  SY-EMPLOYEE-ID         PIC 9(6).
           05  SY-TAX-YEAR            PIC 9(4).
           05  SY-HOURS               PIC 9(5)V99 OCCURS 3 TIMES.
           05  SY-AMOUNT              PIC 9(8)V99 OCCURS 17 TIMES.
           05  SY-NET-PAY             PIC S9(9)V99.
           05  SY-LOCAL-TAX           PIC 9(8)V99.
      * Non-taxable expense reimbursements paid with the checks;
      * records written before they were carried hold spaces.
           05  SY-EXP-REIMB           PIC 9(8)V99.
           05  FILLER                 PIC X(18).
       FD  RETRO-REQ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
           05  CW-AMOUNT              PIC 9(4)V99.
           05  CW-PAY-DATE            PIC 9(8).
           05  FILLER                 PIC X(4).
       FD  EXP-REIMB-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
      * Approved expense reimbursements from accounts payable, one
      * line per item, paid through payroll as non-taxable money
      * added to net pay. An optional trailer (employee ID 999999)
      * carries the item count and amount the feed was cut with.
       01  EXP-REIMB-RECORD.
           05  XR-EMPLOYEE-ID         PIC 9(6).
               88  XR-TRAILER         VALUE 999999.
           05  XR-EXPENSE-TYPE        PIC X(4).
               88  XR-TYPE-VALID      VALUE "MILE" "TRVL" "MEAL"
                                            "LODG" "OTHR".
           05  XR-AMOUNT              PIC 9(5)V99.
           05  XR-EXPENSE-DATE        PIC 9(8).
           05  XR-REFERENCE           PIC X(12).
           05  FILLER                 PIC X(13).
       01  EXP-REIMB-TRAILER REDEFINES EXP-REIMB-RECORD.
           05  FILLER                 PIC 9(6).
           05  XT-ITEM-COUNT          PIC 9(6).
           05  XT-AMOUNT-TOTAL        PIC 9(9)V99.
           05  FILLER                 PIC X(27).
       FD  EXP-HELD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
      * Reimbursement items not paid this run -- employee not paid,
      * held, or rejected -- in the EXPREIMB layout with a fresh
      * trailer, ready to resubmit with the next period's feed.
       01  EXP-HELD-RECORD.
           05  XH-EMPLOYEE-ID         PIC 9(6).
           05  XH-EXPENSE-TYPE        PIC X(4).
           05  XH-AMOUNT              PIC 9(5)V99.
           05  XH-EXPENSE-DATE        PIC 9(8).
           05  XH-REFERENCE           PIC X(12).
           05  FILLER                 PIC X(13).
       01  EXP-HELD-TRAILER REDEFINES EXP-HELD-RECORD.
           05  XHT-EMPLOYEE-ID        PIC 9(6).
           05  XHT-ITEM-COUNT         PIC 9(6).
           05  XHT-AMOUNT-TOTAL       PIC 9(9)V99.
           05  FILLER                 PIC X(27).
       FD  GARN-MAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SUI-WAGE-RECORD            PIC X(80).
       FD  LOCAL-TAX-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      * Local (city, county, school district) income tax
      * jurisdiction, one per code an employee's work or residence
      * locality may name. Method 'P' withholds the resident or
      * nonresident percentage of the state-taxable wages; 'F' a
      * flat amount every pay with wages. A wage base of zero is
      * no annual cap.
       01  LOCAL-TAX-RECORD.
           05  LT-LOCAL-CODE          PIC X(4).
           05  LT-LOCAL-NAME          PIC X(20).
           05  LT-METHOD              PIC X(1).
               88  LT-FLAT-AMOUNT-METHOD VALUE "F".
               88  LT-PERCENT-METHOD  VALUE "P".
           05  LT-RES-RATE            PIC V9(5).
           05  LT-NONRES-RATE         PIC V9(5).
           05  LT-FLAT-AMOUNT         PIC 9(4)V99.
           05  LT-WAGE-BASE           PIC 9(8)V99.
           05  FILLER                 PIC X(29).
       FD  LOCAL-QTD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
      * Quarter-to-date local wages and tax withheld, one record
      * per jurisdiction, rolled forward by every run that
      * withholds local tax and started over when the quarter
      * changes. The quarter-end run remits from it.
       01  LOCAL-QTD-RECORD.
           05  LQ-YEAR                PIC 9(4).
           05  LQ-QUARTER             PIC 9(1).
           05  LQ-LOCAL-CODE          PIC X(4).
           05  LQ-WAGES               PIC 9(10)V99.
           05  LQ-TAX                 PIC 9(8)V99.
           05  LQ-PAY-COUNT           PIC 9(7).
           05  FILLER                 PIC X(22).
       FD  LOCAL-REMIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  LOCAL-REMIT-RECORD         PIC X(132).
       FD  WC-RATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
      * Workers' compensation manual rate, one per class code and
      * state the carrier's policy rates: the premium per $100 of
      * exposure payroll.
       01  WC-RATE-RECORD.
           05  WR-CLASS-CODE          PIC X(4).
           05  WR-STATE-CODE          PIC X(2).
           05  WR-CLASS-DESC          PIC X(30).
           05  WR-RATE                PIC 9(3)V9(4).
           05  FILLER                 PIC X(17).
       FD  WC-QTD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
      * Quarter-to-date workers' comp exposure payroll and the
      * overtime premium left out of it, one record per class and
      * state, rolled forward by every run that pays wages and
      * started over when the quarter changes. The quarter-end run
      * reports the carrier's premium audit figures from it.
       01  WC-QTD-RECORD.
           05  WQ-YEAR                PIC 9(4).
           05  WQ-QUARTER             PIC 9(1).
           05  WQ-CLASS-CODE          PIC X(4).
           05  WQ-STATE-CODE          PIC X(2).
           05  WQ-EXPOSURE            PIC 9(10)V99.
           05  WQ-OT-EXCLUDED         PIC 9(9)V99.
           05  WQ-PAY-COUNT           PIC 9(7).
           05  FILLER                 PIC X(19).
       FD  WC-PERIOD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  WC-PERIOD-RECORD           PIC X(132).
       FD  WC-QTR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  WC-QTR-RECORD              PIC X(132).
       FD  DEP-LIAB-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      * Federal deposit liability -- one record appended by every
      * regular, retro and supplemental run: the withholding and
      * both halves of FICA the run incurred on its pay date.
      * DEPSCHED schedules the deposits from these.
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
      * Federal deposits due, as DEPSCHED schedules them and DEPCONF
      * closes them. Only the fields the quarter-end proof reads
      * are named.
       01  DEP-DUE-RECORD.
           05  DD-YEAR                PIC 9(4).
           05  DD-QUARTER             PIC 9(1).
           05  DD-DUE-DATE            PIC 9(8).
           05  DD-RULE                PIC X(1).
           05  FILLER                 PIC X(16).
           05  DD-FED-TAX             PIC 9(9)V99.
           05  DD-FICA                PIC 9(9)V99.
           05  DD-AMOUNT-DUE          PIC 9(10)V99.
           05  DD-AMOUNT-PAID         PIC 9(10)V99.
           05  DD-PAID-DATE           PIC 9(8).
           05  FILLER                 PIC X(15).
           05  DD-STATUS              PIC X(1).
               88  DD-OPEN            VALUE "O".
               88  DD-SHORT           VALUE "S".
           05  FILLER                 PIC X(20).
       FD  ACA-HOURS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
      * ACA hours of service -- one record appended per employee paid
      * by a timecard run: the hours worked and the paid vacation and
      * sick hours the card carried, dated by the period end (the
      * pay date when no period control is on file). ACAMEAS
      * measures full-time status from these.
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
       FD  LOA-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
      * Leave of absence (LOAMAINT intake), one row per employee.
      * Status 'L' on leave, 'R' returned and repaying arrears, 'C'
      * closed. Every normal timecard run adds the health
      * deductions an employee on leave misses to the arrears
      * balance, once per pay date (LV-LAST-ACCRUED); after the
      * return each period's health deduction carries up to
      * LV-RECOVERY-AMT more until the balance is recovered.
       01  LOA-RECORD.
           05  LV-EMPLOYEE-ID         PIC 9(6).
           05  LV-LEAVE-TYPE          PIC X(1).
           05  LV-STATUS              PIC X(1).
               88  LV-ON-LEAVE        VALUE "L".
               88  LV-RECOVERING      VALUE "R".
               88  LV-CLOSED          VALUE "C".
           05  LV-START-DATE          PIC 9(8).
           05  LV-EXPECTED-RETURN     PIC 9(8).
           05  LV-RETURN-DATE         PIC 9(8).
           05  LV-PERIODS-MISSED      PIC 9(3).
           05  LV-LAST-ACCRUED        PIC 9(8).
           05  LV-ARREARS-TOTAL       PIC 9(6)V99.
           05  LV-RECOVERED           PIC 9(6)V99.
           05  LV-ARREARS-BAL         PIC 9(6)V99.
           05  LV-RECOVERY-PERIODS    PIC 9(2).
           05  LV-RECOVERY-AMT        PIC 9(5)V99.
           05  LV-LAST-CHANGED        PIC 9(8).
           05  FILLER                 PIC X(16).
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
      * Employee master -- the static and YTD half of the old
      * combined input record (same picture-for-picture layout, EM-
      * names), keyed by employee id, maintained across pay periods.
      * The trailing expansion area is carved up as new per-employee
      * attributes are added (EMPCONV lengthened the original
      * 220-byte records to 400 when the W-4 elections arrived).
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID         PIC 9(6).
           05  EM-EMPLOYEE-NAME.
      * payout) has been produced. Blank status pays as active.
           05  EM-STATUS              PIC X(1).
               88  EM-TERMINATED      VALUE "T".
               88  EM-ON-LEAVE        VALUE "L".
           05  EM-TERM-DATE           PIC 9(8).
           05  EM-TERM-REASON         PIC X(2).
           05  EM-FINAL-PAID          PIC X(1).
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
       FD  TIMECARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
           05  TC-SPLIT-DEPT          PIC X(4).
           05  TC-SPLIT-HOURS         PIC 9(3)V99.
           05  FILLER                 PIC X(3).
       FD  PREVIEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  PREVIEW-RECORD             PIC X(132).
       FD  PREVIEW-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
      * Preview parameter record -- optional; the swing percentage
      * over which a change from the prior period is flagged.
       01  PREVIEW-PARM-RECORD.
           05  PV-VARIANCE-PCT        PIC 9(3).
           05  FILLER                 PIC X(7).
       WORKING-STORAGE SECTION.
      * Dataset-name overrides (defaults below, overridable from
      * TAXPARM.DAT so testing against non-production datasets
       01  WS-TAX-PARM-STATUS         PIC XX.
           88  TAX-PARM-OK            VALUE "00".
       01  WS-TAX-YEAR                PIC 9(4) VALUE 0.
       01  WS-FED-WHLD-STATUS         PIC XX.
           88  FED-WHLD-OK            VALUE "00".
           88  FED-WHLD-EOF           VALUE "10".
       01  WS-RUN-MODE                PIC X(1) VALUE 'N'.
           88  WS-YEAR-END-MODE       VALUE 'Y'.
           88  WS-QUARTER-END-MODE    VALUE 'Q'.
           88  WS-RETRO-MODE          VALUE 'R'.
           88  WS-SUPP-MODE           VALUE 'S'.
           88  WS-PREVIEW-MODE        VALUE 'P'.
           88  WS-NORMAL-MODE         VALUE 'N'.
       01  WS-ROLLOVER-COUNT          PIC 9(7) VALUE 0.
       01  WS-W2-STATUS               PIC XX.
           88  W2-OK                  VALUE "00".
       01  WS-W2-HIST-STATUS          PIC XX.
           88  W2-HIST-OK             VALUE "00".
           88  W2-HIST-NOT-FOUND      VALUE "35".
      * The tax year the W-2s are retained under -- TAXPARM's tax
      * year, else this year -- and whether W2HIST.DAT opened.
       01  WS-W2-TAX-YEAR             PIC 9(4) VALUE 0.
       01  WS-W2-HIST-OPEN            PIC X(1) VALUE "N".
       01  WS-W2-RETAINED             PIC 9(7) VALUE 0.
       01  WS-W2-ALREADY-KEPT         PIC 9(7) VALUE 0.
       01  WS-W2-SSN                  PIC 9(9) VALUE 0.
      * W-2 extract work fields and employer-summary accumulators.
      * The per-employee FICA box is rebuilt from the wage-base
      * logic, state tax from the employee's state rate row, and
      * federal tax is the YTD withholding that remains. The YTD
      * wage bases are staged by the caller: from the master's
      * pre-tax wage bases, or -- for the legacy input, which
      * carries only YTD gross -- from gross with no deferral.
       01  WS-W2-YTD-FED-WAGES        PIC 9(8)V99 VALUE 0.
       01  WS-W2-YTD-STATE-WAGES      PIC 9(8)V99 VALUE 0.
       01  WS-W2-YTD-FICA-BASE        PIC 9(8)V99 VALUE 0.
       01  WS-W2-YTD-DEFERRAL         PIC 9(6)V99 VALUE 0.
       01  WS-W2-FICA-WAGES           PIC 9(8)V99 VALUE 0.
       01  WS-W2-FICA                 PIC 9(8)V99 VALUE 0.
       01  WS-W2-STATE                PIC 9(8)V99 VALUE 0.
       01  WS-W2-FED                  PIC S9(8)V99 VALUE 0.
       01  WS-W2-LOCAL-CODE           PIC X(4) VALUE SPACES.
       01  WS-W2-YTD-LOCAL-WAGES      PIC 9(8)V99 VALUE 0.
       01  WS-W2-YTD-LOCAL-TAX        PIC 9(6)V99 VALUE 0.
       01  WS-W2-TOT-LOCAL-WAGES      PIC 9(11)V99 VALUE 0.
       01  WS-W2-TOT-LOCAL            PIC 9(10)V99 VALUE 0.
       01  WS-W2-TOT-GROSS            PIC 9(11)V99 VALUE 0.
       01  WS-W2-TOT-FED              PIC 9(10)V99 VALUE 0.
       01  WS-W2-TOT-FICA             PIC 9(10)V99 VALUE 0.
       01  WS-W2-TOT-STATE            PIC 9(10)V99 VALUE 0.
       01  WS-W2-TOT-YTD-TAX          PIC 9(11)V99 VALUE 0.
       01  WS-W2-TOT-FED-WAGES        PIC 9(11)V99 VALUE 0.
       01  WS-W2-TOT-FICA-WAGES       PIC 9(11)V99 VALUE 0.
       01  WS-W2-TOT-STATE-WAGES      PIC 9(11)V99 VALUE 0.
       01  WS-W2-TOT-DEFERRAL         PIC 9(10)V99 VALUE 0.
       01  WS-W2-RECON-DIFF           PIC S9(11)V99 VALUE 0.
       01  WS-QTD-STATUS              PIC XX.
           88  QTD-OK                 VALUE "00".
           88  CHECK-REG-NOT-FOUND    VALUE "35".
       01  WS-POSPAY-STATUS           PIC XX.
           88  POSPAY-OK              VALUE "00".
      * Earnings-statement streams and their YTD file, the current
      * amounts staged per statement line by 2491-STAGE-STUB-CURRENT
      * (regular, retro, or supplemental pay), and the lines.
       01  WS-STUB-PRINT-STATUS       PIC XX.
           88  STUB-PRINT-OK          VALUE "00".
           88  STUB-PRINT-NOT-FOUND   VALUE "35".
       01  WS-STUB-ELEC-STATUS        PIC XX.
           88  STUB-ELEC-OK           VALUE "00".
           88  STUB-ELEC-NOT-FOUND    VALUE "35".
       01  WS-STUB-YTD-STATUS         PIC XX.
           88  STUB-YTD-OK            VALUE "00".
           88  STUB-YTD-NOT-FOUND     VALUE "35".
       01  WS-STUB-KIND               PIC X(1) VALUE "R".
           88  STUB-REGULAR           VALUE "R".
           88  STUB-RETRO             VALUE "A".
           88  STUB-SUPPLEMENTAL      VALUE "S".
       01  WS-STUB-ROUTE              PIC X(1) VALUE "P".
           88  STUB-ROUTE-PRINT       VALUE "P".
           88  STUB-ROUTE-ELEC        VALUE "E".
       01  WS-STUB-YTD-FLAG           PIC X(1) VALUE "N".
           88  STUB-YTD-ON-FILE       VALUE "Y".
       01  WS-STUB-CURRENT.
           05  WS-SC-HOURS            PIC 9(5)V99 OCCURS 3 TIMES.
           05  WS-SC-AMOUNT           PIC 9(8)V99 OCCURS 17 TIMES.
           05  WS-SC-NET              PIC S9(8)V99.
           05  WS-SC-LOCAL-TAX        PIC 9(6)V99.
           05  WS-SC-EXP-REIMB        PIC 9(7)V99.
       01  WS-STUB-LABEL-VALUES.
           05  FILLER                 PIC X(24) VALUE "REGULAR PAY".
           05  FILLER                 PIC X(24) VALUE "OVERTIME PAY".
           05  FILLER                 PIC X(24)
               VALUE "DOUBLE-TIME PAY".
           05  FILLER                 PIC X(24) VALUE "SHIFT PREMIUM".
           05  FILLER                 PIC X(24) VALUE "LEAVE PAY".
           05  FILLER                 PIC X(24) VALUE "BONUS".
           05  FILLER                 PIC X(24) VALUE "COMMISSION".
           05  FILLER                 PIC X(24)
               VALUE "RETRO/SUPPLEMENTAL PAY".
           05  FILLER                 PIC X(24)
               VALUE "FEDERAL INCOME TAX".
           05  FILLER                 PIC X(24)
               VALUE "STATE INCOME TAX".
           05  FILLER                 PIC X(24)
               VALUE "SOCIAL SEC/MEDICARE".
           05  FILLER                 PIC X(24)
               VALUE "HEALTH (PRE-TAX)".
           05  FILLER                 PIC X(24)
               VALUE "401(K) (PRE-TAX)".
           05  FILLER                 PIC X(24)
               VALUE "OTHER DEDUCTION".
           05  FILLER                 PIC X(24) VALUE "GARNISHMENT".
           05  FILLER                 PIC X(24) VALUE "CARD PAYMENT".
           05  FILLER                 PIC X(24)
               VALUE "EMPLOYER 401(K) MATCH".
       01  WS-STUB-LABEL-TABLE REDEFINES WS-STUB-LABEL-VALUES.
           05  WS-STUB-LABEL          PIC X(24) OCCURS 17 TIMES.
       01  WS-STUB-IDX                PIC 99 VALUE 0.
       01  WS-STUB-FROM               PIC 99 VALUE 0.
       01  WS-STUB-THRU               PIC 99 VALUE 0.
       01  WS-STUB-TOT-CUR            PIC S9(9)V99 VALUE 0.
       01  WS-STUB-TOT-YTD            PIC S9(9)V99 VALUE 0.
       01  WS-STUB-CHECK-NO           PIC 9(8) VALUE 0.
       01  WS-STUB-PRINT-COUNT        PIC 9(7) VALUE 0.
       01  WS-STUB-ELEC-COUNT         PIC 9(7) VALUE 0.
       01  WS-STUB-LINE               PIC X(132).
       01  WS-STUB-ELEC-HEADER.
           05  FILLER                 PIC X(2) VALUE "@E".
           05  WS-SEH-EMP-ID          PIC 9(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-SEH-NAME            PIC X(35).
           05  FILLER                 PIC X(87) VALUE SPACES.
       01  WS-STUB-HEAD-LINE.
           05  FILLER                 PIC X(20)
               VALUE "EARNINGS STATEMENT".
           05  WS-SH-KIND             PIC X(14).
           05  FILLER                 PIC X(9) VALUE "PAY DATE ".
           05  WS-SH-PAY-DATE         PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(9) VALUE "EMPLOYEE ".
           05  WS-SH-EMP-ID           PIC 9(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-SH-NAME             PIC X(35).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(5) VALUE "DEPT ".
           05  WS-SH-DEPT             PIC X(4).
           05  FILLER                 PIC X(16) VALUE SPACES.
       01  WS-STUB-COL-HEAD.
           05  FILLER                 PIC X(24) VALUE "DESCRIPTION".
           05  FILLER                 PIC X(10) VALUE "   HOURS".
           05  FILLER                 PIC X(16)
               VALUE "      CURRENT".
           05  FILLER                 PIC X(17)
               VALUE "   YEAR-TO-DATE".
           05  FILLER                 PIC X(65) VALUE SPACES.
       01  WS-STUB-DETAIL.
           05  WS-SD-LABEL            PIC X(24).
           05  WS-SD-HOURS            PIC Z(4)9.99 BLANK WHEN ZERO.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-SD-CURRENT          PIC Z(8)9.99-.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-SD-YTD              PIC Z(9)9.99-.
           05  FILLER                 PIC X(68) VALUE SPACES.
       01  WS-STUB-LEAVE-LINE.
           05  FILLER                 PIC X(27)
               VALUE "LEAVE BALANCES -- VACATION ".
           05  WS-SL-VAC              PIC ZZ9.99.
           05  FILLER                 PIC X(11) VALUE " HRS  SICK ".
           05  WS-SL-SICK             PIC ZZ9.99.
           05  FILLER                 PIC X(4) VALUE " HRS".
           05  FILLER                 PIC X(78) VALUE SPACES.
       01  WS-PERIOD-CTL-STATUS       PIC XX.
           88  PERIOD-CTL-OK          VALUE "00".
       01  WS-REQUESTED-PERIOD        PIC 9(3) VALUE 0.
       01  WS-NEXT-CHECK-NUMBER       PIC 9(8) VALUE 100001.
       01  WS-CHECKS-CUT              PIC 9(7) VALUE 0.
      * This payment's prenote handling, set from the master by
      * 2465-CHECK-PRENOTE and posted back by 2466: send the prenote
      * now, still waiting, waiting period over (goes live), or held
      * on a returned prenote. Send, wait and hold pay by check.
       01  WS-PRENOTE-ACTION          PIC X(1) VALUE SPACE.
           88  PRENOTE-NO-ACTION      VALUE SPACE.
           88  PRENOTE-TO-SEND        VALUE "S".
           88  PRENOTE-WAITING        VALUE "W".
           88  PRENOTE-GOES-LIVE      VALUE "L".
           88  PRENOTE-HELD           VALUE "H".
           88  PRENOTE-PAYS-BY-CHECK  VALUES "S" "W" "H".
      * Calendar days from the prenote to the first live deposit --
      * room for the receiving bank's return to come back through
      * ACHRET first
       01  WS-PRENOTE-WAIT-DAYS       PIC 9(3) VALUE 10.
       01  WS-PRENOTE-TODAY           PIC 9(8) VALUE 0.
       01  WS-PRENOTE-DAYS            PIC S9(7) VALUE 0.
       01  WS-PRENOTES-SENT           PIC 9(7) VALUE 0.
       01  WS-PRENOTES-CLEARED        PIC 9(7) VALUE 0.
       01  WS-PRENOTE-CHECKS          PIC 9(7) VALUE 0.
       01  WS-Q941-STATUS             PIC XX.
           88  Q941-OK                VALUE "00".
      * Per-run employer tax liability split, accumulated in
       01  WS-Q941-MONTH-TOT          PIC 9(10)V99 VALUE 0.
       01  WS-Q941-GRAND-TOT          PIC 9(11)V99 VALUE 0.
       01  WS-Q941-RECON-DIFF         PIC S9(11)V99 VALUE 0.
      * Quarter's taxable wage bases summed from the PAYWORK
      * worksheets, printed under the liability summary
       01  WS-Q941-WAGE-TOTALS.
           05  WS-Q941-GROSS-WAGES    PIC 9(11)V99 VALUE 0.
           05  WS-Q941-FED-WAGES      PIC 9(11)V99 VALUE 0.
           05  WS-Q941-STATE-WAGES    PIC 9(11)V99 VALUE 0.
           05  WS-Q941-FICA-WAGES     PIC 9(11)V99 VALUE 0.
           05  WS-Q941-WORKSHEETS     PIC 9(7) VALUE 0.
       01  WS-Q941-WAGE-LINE.
           05  WS-Q941-WAGE-LABEL     PIC X(36).
           05  WS-Q941-WAGE-AMT       PIC Z(10)9.99.
           05  FILLER                 PIC X(82) VALUE SPACES.
      * Leave accrual: per-hour accrual rates by class, balance
      * caps, and this period's working values. Master-driven runs
      * only -- the legacy combined input carries no leave fields.
       01  WS-RETRO-PERIODS           PIC 9(3) VALUE 0.
       01  WS-RETRO-DELTA             PIC 9(7)V99 VALUE 0.
       01  WS-RETRO-ONE-DELTA         PIC 9(7)V99 VALUE 0.
      * The part of the delta that is overtime premium -- the raise
      * on the hours above straight time -- which workers' comp
      * exposure leaves out
       01  WS-RETRO-OT-PREM           PIC 9(7)V99 VALUE 0.
       01  WS-RETRO-ONE-PREM          PIC 9(7)V99 VALUE 0.
       01  WS-RETRO-GRAND             PIC 9(9)V99 VALUE 0.
       01  WS-DEPT-RETRO-TABLE.
           05  WS-DRT-ENTRY OCCURS 10 TIMES.
           05  WS-DSU-ENTRY OCCURS 10 TIMES.
               10  WS-DSU-DEPT-CODE   PIC X(4).
               10  WS-DSU-TAX         PIC 9(9)V99.
      * Local income tax: the LOCLTAX.DAT jurisdictions loaded
      * whole, one jurisdiction withheld per payment (2235), the
      * run's wages and tax per jurisdiction rolled into
      * LOCLQTD.DAT, and the quarter's remittance listed for
      * accounts payable at quarter end on LOCLREM.RPT.
       01  WS-LOCAL-TAX-STATUS        PIC XX.
           88  LOCAL-TAX-OK           VALUE "00".
           88  LOCAL-TAX-EOF          VALUE "10".
       01  WS-LOCAL-QTD-STATUS        PIC XX.
           88  LOCAL-QTD-OK           VALUE "00".
           88  LOCAL-QTD-EOF          VALUE "10".
       01  WS-LOCAL-REMIT-STATUS      PIC XX.
           88  LOCAL-REMIT-OK         VALUE "00".
       01  WS-LT-TABLE.
           05  WS-LT-ENTRY OCCURS 50 TIMES.
               10  WS-LT-CODE         PIC X(4).
               10  WS-LT-NAME         PIC X(20).
               10  WS-LT-METHOD       PIC X(1).
               10  WS-LT-RES-RATE     PIC V9(5).
               10  WS-LT-NONRES-RATE  PIC V9(5).
               10  WS-LT-FLAT-AMOUNT  PIC 9(4)V99.
               10  WS-LT-WAGE-BASE    PIC 9(8)V99.
               10  WS-LT-RUN-WAGES    PIC 9(10)V99.
               10  WS-LT-RUN-TAX      PIC 9(8)V99.
               10  WS-LT-RUN-COUNT    PIC 9(7).
               10  WS-LT-QTD-WAGES    PIC 9(10)V99.
               10  WS-LT-QTD-TAX      PIC 9(8)V99.
               10  WS-LT-QTD-COUNT    PIC 9(7).
       01  WS-LT-COUNT                PIC 99 VALUE 0.
       01  WS-LT-SUB                  PIC 99 VALUE 0.
       01  WS-LT-HIT                  PIC 99 VALUE 0.
       01  WS-LT-FOUND                PIC 9 VALUE 0.
           88  LT-WAS-FOUND           VALUE 1.
       01  WS-LOCAL-CODE              PIC X(4) VALUE SPACES.
       01  WS-LOCAL-RESIDENT          PIC X(1) VALUE "N".
           88  LOCAL-IS-RESIDENT      VALUE "Y".
       01  WS-LOCAL-BASIS             PIC 9(8)V99 VALUE 0.
       01  WS-LOCAL-WAGES             PIC 9(8)V99 VALUE 0.
       01  WS-LOCAL-TAXABLE           PIC 9(8)V99 VALUE 0.
       01  WS-LOCAL-TAX               PIC 9(6)V99 VALUE 0.
       01  WS-LOCAL-ROOM              PIC S9(9)V99 VALUE 0.
       01  WS-RUN-LOCAL-TOT           PIC 9(9)V99 VALUE 0.
       01  WS-LOCAL-QTD-YEAR          PIC 9(4) VALUE 0.
       01  WS-LOCAL-QTD-QUARTER       PIC 9(1) VALUE 0.
       01  WS-LOCAL-REM-TOTALS.
           05  WS-LR-TOT-WAGES        PIC 9(11)V99 VALUE 0.
           05  WS-LR-TOT-TAX          PIC 9(10)V99 VALUE 0.
           05  WS-LR-TOT-COUNT        PIC 9(7) VALUE 0.
       01  WS-LR-LINE.
           05  WS-LRL-CODE            PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-LRL-NAME            PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-LRL-WAGES           PIC Z(10)9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-LRL-TAX             PIC Z(9)9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-LRL-COUNT           PIC Z(6)9.
           05  FILLER                 PIC X(66) VALUE SPACES.
      * Workers' compensation: the WCRATE.DAT manual rates loaded
      * whole, each payment's exposure payroll (gross less the
      * overtime premium the rating rules leave out) charged to its
      * class and state (2340), the run's figures rolled into
      * WCQTD.DAT and listed on WCPREM.RPT, and the quarter's
      * premium audit figures listed on WCQTR.RPT at quarter end.
       01  WS-WC-RATE-STATUS          PIC XX.
           88  WC-RATE-OK             VALUE "00".
           88  WC-RATE-EOF            VALUE "10".
       01  WS-WC-QTD-STATUS           PIC XX.
           88  WC-QTD-OK              VALUE "00".
           88  WC-QTD-EOF             VALUE "10".
       01  WS-WC-PERIOD-STATUS        PIC XX.
           88  WC-PERIOD-OK           VALUE "00".
       01  WS-WC-QTR-STATUS           PIC XX.
           88  WC-QTR-OK              VALUE "00".
      * Federal deposit liability: this run's record on DEPLIAB.DAT,
      * and the quarter-end proof of DEPDUE.DAT against QTDCTL.DAT
       01  WS-DEP-LIAB-STATUS         PIC XX.
           88  DEP-LIAB-OK            VALUE "00".
           88  DEP-LIAB-NOT-FOUND     VALUE "35".
       01  WS-DEP-DUE-STATUS          PIC XX.
           88  DEP-DUE-OK             VALUE "00".
           88  DEP-DUE-EOF            VALUE "10".
      * ACA hours history, appended by timecard runs
       01  WS-ACA-HOURS-STATUS        PIC XX.
           88  ACA-HOURS-OK           VALUE "00".
           88  ACA-HOURS-NOT-FOUND    VALUE "35".
       01  WS-ACA-HOURS-OPEN          PIC X(1) VALUE "N".
           88  ACA-HOURS-IS-OPEN      VALUE "Y".
       01  WS-ACA-HOURS-COUNT         PIC 9(7) VALUE 0.
      * Leave of absence: arrears charged this run to employees on
      * leave, and recovered from those back at work
       01  WS-LOA-STATUS              PIC XX.
           88  LOA-OK                 VALUE "00".
           88  LOA-NOT-FOUND          VALUE "35".
       01  WS-LOA-OPEN                PIC X(1) VALUE "N".
           88  LOA-IS-OPEN            VALUE "Y".
       01  WS-LOA-SCAN-FLAG           PIC X(1) VALUE "N".
           88  LOA-SCAN-DONE          VALUE "Y".
       01  WS-LOA-RECOVERY            PIC 9(5)V99 VALUE 0.
       01  WS-LOA-CHARGE              PIC 9(5)V99 VALUE 0.
       01  WS-LOA-EDA-SUB             PIC 99 VALUE 0.
       01  WS-LOA-CHARGED-COUNT       PIC 9(5) VALUE 0.
       01  WS-LOA-CHARGED-AMT         PIC 9(8)V99 VALUE 0.
       01  WS-LOA-RECOVERED-COUNT     PIC 9(5) VALUE 0.
       01  WS-LOA-RECOVERED-AMT       PIC 9(8)V99 VALUE 0.
       01  WS-DEP-RECON.
           05  WS-DR-QTD-FED          PIC 9(11)V99.
           05  WS-DR-QTD-FICA         PIC 9(11)V99.
           05  WS-DR-QTD-LIABILITY    PIC 9(11)V99.
           05  WS-DR-SCHED-FED        PIC 9(11)V99.
           05  WS-DR-SCHED-FICA       PIC 9(11)V99.
           05  WS-DR-SCHED-DUE        PIC 9(11)V99.
           05  WS-DR-PAID             PIC 9(11)V99.
           05  WS-DR-ITEMS            PIC 9(5).
           05  WS-DR-OPEN-ITEMS       PIC 9(5).
           05  WS-DR-DIFF             PIC S9(11)V99.
       01  WS-WR-TABLE.
           05  WS-WR-ENTRY OCCURS 100 TIMES.
               10  WS-WR-CLASS        PIC X(4).
               10  WS-WR-STATE        PIC X(2).
               10  WS-WR-DESC         PIC X(30).
               10  WS-WR-RATE         PIC 9(3)V9(4).
       01  WS-WR-COUNT                PIC 9(3) VALUE 0.
       01  WS-WR-SUB                  PIC 9(3) VALUE 0.
       01  WS-WR-HIT                  PIC 9(3) VALUE 0.
       01  WS-WR-FOUND                PIC 9 VALUE 0.
           88  WR-WAS-FOUND           VALUE 1.
      * Exposure by state and class -- the run's, and the quarter's
      * once the run is rolled or the quarter-end run reads it back
       01  WS-WX-TABLE.
           05  WS-WX-ENTRY OCCURS 100 TIMES.
               10  WS-WX-KEY.
                   15  WS-WX-STATE    PIC X(2).
                   15  WS-WX-CLASS    PIC X(4).
               10  WS-WX-RUN-EXPOSURE PIC 9(10)V99.
               10  WS-WX-RUN-EXCLUDED PIC 9(9)V99.
               10  WS-WX-RUN-COUNT    PIC 9(7).
               10  WS-WX-QTD-EXPOSURE PIC 9(10)V99.
               10  WS-WX-QTD-EXCLUDED PIC 9(9)V99.
               10  WS-WX-QTD-COUNT    PIC 9(7).
       01  WS-WX-COUNT                PIC 9(3) VALUE 0.
       01  WS-WX-SUB                  PIC 9(3) VALUE 0.
       01  WS-WX-HIT                  PIC 9(3) VALUE 0.
       01  WS-WX-FOUND                PIC 9 VALUE 0.
           88  WX-WAS-FOUND           VALUE 1.
       01  WS-WX-SORT-I               PIC 9(3) VALUE 0.
       01  WS-WX-SORT-J               PIC 9(3) VALUE 0.
       01  WS-WX-SORT-TEMP            PIC X(66).
      * One payment's charge: the class the primary department's
      * share rates under, and a split card's share under the split
      * department's class when that differs
       01  WS-WC-STATE                PIC X(2) VALUE SPACES.
       01  WS-WC-CLASS                PIC X(4) VALUE SPACES.
       01  WS-WC-EXPOSURE             PIC 9(8)V99 VALUE 0.
       01  WS-WC-OT-EXCLUDED          PIC 9(7)V99 VALUE 0.
       01  WS-WC-PRI-EXPOSURE         PIC 9(8)V99 VALUE 0.
       01  WS-WC-PRI-EXCLUDED         PIC 9(7)V99 VALUE 0.
       01  WS-WC-SPLIT-CLASS          PIC X(4) VALUE SPACES.
       01  WS-WC-SPL-EXPOSURE         PIC 9(8)V99 VALUE 0.
       01  WS-WC-SPL-EXCLUDED         PIC 9(7)V99 VALUE 0.
       01  WS-WC-DEPT-SUB             PIC 99 VALUE 0.
       01  WS-WC-POST-KEY.
           05  WS-WC-POST-STATE       PIC X(2).
           05  WS-WC-POST-CLASS       PIC X(4).
       01  WS-WC-POST-EXPOSURE        PIC 9(8)V99 VALUE 0.
       01  WS-WC-POST-EXCLUDED        PIC 9(7)V99 VALUE 0.
       01  WS-RUN-WC-EXPOSURE         PIC 9(10)V99 VALUE 0.
       01  WS-WC-QTD-YEAR             PIC 9(4) VALUE 0.
       01  WS-WC-QTD-QUARTER          PIC 9(1) VALUE 0.
      * Report work: which figures print, the state break, and the
      * state and report totals
       01  WS-WC-RPT-MODE             PIC X(1) VALUE "P".
           88  WC-RPT-PERIOD          VALUE "P".
           88  WC-RPT-QUARTER         VALUE "Q".
       01  WS-WC-RPT-STATE            PIC X(2) VALUE SPACES.
       01  WS-WC-RPT-EXPOSURE         PIC 9(10)V99 VALUE 0.
       01  WS-WC-RPT-EXCLUDED         PIC 9(9)V99 VALUE 0.
       01  WS-WC-RPT-COUNT            PIC 9(7) VALUE 0.
       01  WS-WC-RPT-PREMIUM          PIC 9(10)V99 VALUE 0.
       01  WS-WC-RPT-LINES            PIC 9(3) VALUE 0.
       01  WS-WC-RPT-TOTALS.
           05  WS-WCT-ST-EXPOSURE     PIC 9(11)V99 VALUE 0.
           05  WS-WCT-ST-EXCLUDED     PIC 9(10)V99 VALUE 0.
           05  WS-WCT-ST-PREMIUM      PIC 9(10)V99 VALUE 0.
           05  WS-WCT-ST-COUNT        PIC 9(7) VALUE 0.
           05  WS-WCT-GR-EXPOSURE     PIC 9(11)V99 VALUE 0.
           05  WS-WCT-GR-EXCLUDED     PIC 9(10)V99 VALUE 0.
           05  WS-WCT-GR-PREMIUM      PIC 9(10)V99 VALUE 0.
           05  WS-WCT-GR-COUNT        PIC 9(7) VALUE 0.
       01  WS-WC-OUT-LINE             PIC X(132).
       01  WS-WC-HDR-LINE.
           05  FILLER                 PIC X(4) VALUE "ST".
           05  FILLER                 PIC X(6) VALUE "CLASS".
           05  FILLER                 PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                 PIC X(16)
               VALUE "      EXPOSURE".
           05  FILLER                 PIC X(15) VALUE "  OT PREM EXCL".
           05  FILLER                 PIC X(10) VALUE "RATE/$100".
           05  FILLER                 PIC X(15) VALUE "  EST PREMIUM".
           05  FILLER                 PIC X(9) VALUE "   PAYS".
           05  FILLER                 PIC X(25) VALUE "NOTE".
       01  WS-WC-LINE.
           05  WS-WCL-STATE           PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-WCL-CLASS           PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-WCL-DESC            PIC X(30).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-WCL-EXPOSURE        PIC Z(10)9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-WCL-EXCLUDED        PIC Z(9)9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-WCL-RATE            PIC ZZ9.9999 BLANK WHEN ZERO.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-WCL-PREMIUM         PIC Z(9)9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-WCL-COUNT           PIC Z(6)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-WCL-NOTE            PIC X(10).
           05  FILLER                 PIC X(15) VALUE SPACES.
      * Card-payment payroll deductions: enrollments loaded whole,
      * the period's withholding accumulated per enrollee, and the
      * CARDWHLD bridge file cut at end of run.
           88  CE-WAS-FOUND           VALUE 1.
       01  WS-CARD-DED                PIC 9(4)V99 VALUE 0.
       01  WS-CARD-DED-TOTAL          PIC 9(9)V99 VALUE 0.
      * Non-taxable expense reimbursements: EXPREIMB items loaded
      * whole, each employee's unpaid items added to net pay after
      * the taxes and deductions are figured, the paid items posted
      * per department to their own GL expense account (540000),
      * and the feed proved against what was paid and held.
       01  WS-EXP-REIMB-STATUS        PIC XX.
           88  EXP-REIMB-OK           VALUE "00".
           88  EXP-REIMB-EOF          VALUE "10".
       01  WS-EXP-HELD-STATUS         PIC XX.
           88  EXP-HELD-OK            VALUE "00".
       01  WS-XR-TABLE.
           05  WS-XR-ENTRY OCCURS 500 TIMES.
               10  WS-XR-EMP          PIC 9(6).
               10  WS-XR-TYPE         PIC X(4).
               10  WS-XR-AMOUNT       PIC 9(5)V99.
               10  WS-XR-DATE         PIC 9(8).
               10  WS-XR-REF          PIC X(12).
               10  WS-XR-PAID-FLAG    PIC X.
                   88  XR-ITEM-PAID   VALUE "Y".
                   88  XR-ITEM-UNPAID VALUE "N".
       01  WS-XR-USED                 PIC 9(3) VALUE 0.
       01  WS-XR-IDX                  PIC 9(3) VALUE 0.
       01  WS-XR-FEED-FLAG            PIC X VALUE "N".
           88  XR-FEED-LOADED         VALUE "Y".
       01  WS-XR-TRAILER-FLAG         PIC X VALUE "N".
           88  XR-TRAILER-FOUND       VALUE "Y".
       01  WS-XR-FEED-COUNT           PIC 9(6) VALUE 0.
       01  WS-XR-FEED-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-XR-TRL-COUNT            PIC 9(6) VALUE 0.
       01  WS-XR-TRL-TOTAL            PIC 9(9)V99 VALUE 0.
       01  WS-XR-REJECT-COUNT         PIC 9(6) VALUE 0.
       01  WS-XR-REJECT-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-XR-PAID-COUNT           PIC 9(6) VALUE 0.
       01  WS-XR-PAID-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-XR-HELD-COUNT           PIC 9(6) VALUE 0.
       01  WS-XR-HELD-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-XR-PROVE-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-XR-PRT-LABEL            PIC X(12) VALUE SPACES.
       01  WS-XR-BALANCE-FLAG         PIC X VALUE "Y".
           88  XR-IN-BALANCE          VALUE "Y".
           88  XR-OUT-OF-BALANCE      VALUE "N".
       01  WS-EXP-REIMB               PIC 9(7)V99 VALUE 0.
       01  WS-DEPT-XR-TABLE.
           05  WS-DXR-ENTRY OCCURS 10 TIMES.
               10  WS-DXR-DEPT-CODE   PIC X(4).
               10  WS-DXR-REIMB       PIC 9(9)V99.
       01  WS-DXR-IDX                 PIC 99 VALUE 0.
      * Garnishment order master, loaded whole for the run; flat
      * EM-GARNISH-DED still applies to employees with no orders on
      * file. Withholding per order this run accumulates beside
      * Entry Detail Record (type 6) -- one PPD credit per employee
       01  WS-ACH-ENTRY-DETAIL.
           05  FILLER                 PIC X(1) VALUE "6".
      * Transaction code: 22 checking credit, 23 checking prenote
           05  WS-AED-TRAN-CODE       PIC X(2) VALUE "22".
           05  WS-AED-RECEIVING-DFI   PIC 9(8).
           05  WS-AED-CHECK-DIGIT     PIC X(1).
           05  WS-AED-DFI-ACCOUNT     PIC X(17).
           88  ERR-UNKNOWN-EMPL       VALUE 800.
           88  ERR-LEAVE-BALANCE      VALUE 900.
           88  ERR-TERMINATED         VALUE 950.
           88  ERR-ON-LEAVE           VALUE 960.
       01  WS-ERROR-MESSAGE           PIC X(50) VALUE SPACES.
       01  WS-DEPT-FOUND              PIC 9 VALUE 0.
           88  DEPT-WAS-FOUND         VALUE 1.
       01  WS-PAGE-COUNT              PIC 9(3) VALUE 0.
       01  WS-LINE-COUNT              PIC 9(3) VALUE 0.
       01  WS-LINES-PER-PAGE          PIC 9(3) VALUE 55.
      * Tax rates and limits (constants). The flat federal rate
      * now applies only when the bracket table holds no row for
      * the employee's filing status.
       01  WS-FED-TAX-RATE            PIC V9(4) VALUE 0.2200.
       01  WS-STATE-TAX-RATE          PIC V9(4) VALUE 0.0650.
       01  WS-FICA-RATE               PIC V9(4) VALUE 0.0765.
           05  WS-DEPT-ENTRY OCCURS 10 TIMES.
               10  WS-DEPT-CODE       PIC X(4).
               10  WS-DEPT-NAME       PIC X(25).
               10  WS-DEPT-WC-CLASS   PIC X(4).
               10  WS-DEPT-EMP-COUNT  PIC 9(5) VALUE 0.
               10  WS-DEPT-GROSS-TOT  PIC 9(10)V99 VALUE 0.
               10  WS-DEPT-TAX-TOT    PIC 9(9)V99 VALUE 0.
       01  WS-DEPT-SORT-TEMP.
           05  WS-SORT-DEPT-CODE      PIC X(4).
           05  WS-SORT-DEPT-NAME      PIC X(25).
           05  WS-SORT-DEPT-WC-CLASS  PIC X(4).
           05  WS-SORT-DEPT-EMP-COUNT PIC 9(5).
           05  WS-SORT-DEPT-GROSS-TOT PIC 9(10)V99.
           05  WS-SORT-DEPT-TAX-TOT   PIC 9(9)V99.
           88  STATE-WAS-FOUND        VALUE 1.
           88  STATE-NOT-FOUND        VALUE 0.
       01  WS-EFFECTIVE-STATE-RATE    PIC V9(4) VALUE 0.
      * Federal withholding brackets (annual percentage method) for
      * the run's tax year -- built-in defaults, replaced by the
      * FEDWHTAX.DAT rows for the year when the file has any -- and
      * the per-employee working fields of the calculation.
       01  WS-FWB-TABLE.
           05  WS-FWB-ENTRY OCCURS 40 TIMES.
               10  WS-FWB-STATUS      PIC X(1).
               10  WS-FWB-FLOOR       PIC 9(7)V99.
               10  WS-FWB-BASE-TAX    PIC 9(7)V99.
               10  WS-FWB-RATE        PIC V9(4).
       01  WS-FWB-COUNT               PIC 99 VALUE 0.
       01  WS-FWB-SUB                 PIC 99 VALUE 0.
       01  WS-FWB-HIT                 PIC 99 VALUE 0.
       01  WS-FWB-FILE-ROWS           PIC 99 VALUE 0.
       01  WS-FWB-YEAR                PIC 9(4) VALUE 0.
       01  WS-FW-STATUS               PIC X(1) VALUE "S".
       01  WS-FW-DEPENDENT-AMT        PIC 9(5)V99 VALUE 0.
       01  WS-FW-OTHER-INCOME         PIC 9(7)V99 VALUE 0.
       01  WS-FW-DEDUCTIONS           PIC 9(7)V99 VALUE 0.
       01  WS-FW-EXTRA-WHLD           PIC 9(4)V99 VALUE 0.
       01  WS-FW-EXEMPT               PIC X(1) VALUE "N".
       01  WS-FW-ANNUAL-WAGE          PIC S9(9)V99 VALUE 0.
       01  WS-FW-ANNUAL-TAX           PIC S9(9)V99 VALUE 0.
       01  WS-FW-FLAT-COUNT           PIC 9(7) VALUE 0.
      * Deduction code table (built-in codes, DEDTREAT.DAT
      * overrides): which wage bases each pre-tax deduction comes
      * out of -- Section 125 health reduces federal, state and
      * FICA wages, a traditional 401(k) federal and state only --
      * its bucket, method, annual limit, GL account and payee,
      * with the run's total taken per code; and the period's
      * taxable wage bases 2205-SET-WAGE-BASES builds from them.
       01  WS-DED-TREAT-STATUS        PIC XX.
           88  DED-TREAT-OK           VALUE "00".
           88  DED-TREAT-EOF          VALUE "10".
       01  WS-DT-TABLE.
           05  WS-DT-ENTRY OCCURS 50 TIMES.
               10  WS-DT-CODE         PIC X(4).
               10  WS-DT-DESC         PIC X(20).
               10  WS-DT-FED          PIC X(1).
               10  WS-DT-STATE        PIC X(1).
               10  WS-DT-FICA         PIC X(1).
               10  WS-DT-BUCKET       PIC X(1).
               10  WS-DT-GL-ACCOUNT   PIC X(6).
               10  WS-DT-PAYEE        PIC X(20).
               10  WS-DT-METHOD       PIC X(1).
               10  WS-DT-LIMIT        PIC 9(7)V99.
               10  WS-DT-RUN-AMT      PIC 9(9)V99.
       01  WS-DT-COUNT                PIC 99 VALUE 0.
       01  WS-DT-SUB                  PIC 99 VALUE 0.
       01  WS-DT-FOUND                PIC 9 VALUE 0.
           88  DT-WAS-FOUND           VALUE 1.
       01  WS-DT-LOOKUP-CODE          PIC X(4) VALUE SPACES.
       01  WS-DT-LOOKUP-AMT           PIC 9(6)V99 VALUE 0.
      * The employee's deductions for the period: the EMPDED rows
      * on file (year-to-date as of this tax year), and the codes
      * actually taken -- each with its code-table entry, the row
      * it came from (start date; zero for the fixed master
      * fields), the split department's share, and the row's
      * year-to-date after this period.
       01  WS-EMP-DED-STATUS          PIC XX.
           88  EMP-DED-OK             VALUE "00".
           88  EMP-DED-NOT-FOUND      VALUE "35".
       01  WS-EMP-DED-FLAG            PIC X(1) VALUE "N".
           88  EMP-DED-AVAILABLE      VALUE "Y".
       01  WS-ED-CODED-FLAG           PIC X(1) VALUE "N".
           88  ED-CODE-DRIVEN         VALUE "Y".
       01  WS-EDR-DONE-FLAG           PIC X(1) VALUE "N".
           88  EDR-DONE               VALUE "Y".
       01  WS-EDR-TABLE.
           05  WS-EDR-ENTRY OCCURS 30 TIMES.
               10  WS-EDR-CODE        PIC X(4).
               10  WS-EDR-START       PIC 9(8).
               10  WS-EDR-STOP        PIC 9(8).
               10  WS-EDR-AMOUNT      PIC 9(5)V99.
               10  WS-EDR-PERCENT     PIC V9(4).
               10  WS-EDR-YTD         PIC 9(7)V99.
       01  WS-EDR-COUNT               PIC 99 VALUE 0.
       01  WS-EDR-SUB                 PIC 99 VALUE 0.
       01  WS-EDR-SUB2                PIC 99 VALUE 0.
       01  WS-EDA-TABLE.
           05  WS-EDA-ENTRY OCCURS 12 TIMES.
               10  WS-EDA-CODE        PIC X(4).
               10  WS-EDA-DT-SUB      PIC 99.
               10  WS-EDA-START       PIC 9(8).
               10  WS-EDA-AMOUNT      PIC 9(5)V99.
               10  WS-EDA-SPLIT       PIC 9(5)V99.
               10  WS-EDA-YTD         PIC 9(7)V99.
       01  WS-EDA-COUNT               PIC 99 VALUE 0.
       01  WS-EDA-SUB                 PIC 99 VALUE 0.
       01  WS-ED-THIS-AMT             PIC 9(7)V99 VALUE 0.
       01  WS-ED-CODE-YTD             PIC 9(9)V99 VALUE 0.
       01  WS-ED-BUCKET-HEALTH        PIC 9(6)V99 VALUE 0.
       01  WS-ED-BUCKET-RETIRE        PIC 9(6)V99 VALUE 0.
       01  WS-ED-BUCKET-OTHER         PIC 9(6)V99 VALUE 0.
       01  WS-ED-SAVE-HEALTH          PIC 9(4)V99 VALUE 0.
       01  WS-ED-SAVE-RETIRE          PIC 9(4)V99 VALUE 0.
       01  WS-ED-SAVE-OTHER           PIC 9(4)V99 VALUE 0.
       01  WS-ED-CODED-COUNT          PIC 9(7) VALUE 0.
       01  WS-ED-LIMIT-COUNT          PIC 9(7) VALUE 0.
      * Coded deductions by department and code-table entry, for
      * the GL feed's per-code liability credits -- matched by
      * department code like the match table, since the summary
      * sort permutes the department table
       01  WS-DEPT-DED-CODE-TABLE.
           05  WS-DDC-ENTRY OCCURS 10 TIMES.
               10  WS-DDC-DEPT-CODE   PIC X(4).
               10  WS-DDC-AMT         PIC 9(7)V99 OCCURS 50 TIMES.
       01  WS-DDC-IDX                 PIC 99 VALUE 0.
       01  WS-DDC-SEPARATE            PIC 9(9)V99 VALUE 0.
       01  WS-PRETAX-FED              PIC 9(6)V99 VALUE 0.
       01  WS-PRETAX-STATE            PIC 9(6)V99 VALUE 0.
       01  WS-PRETAX-FICA             PIC 9(6)V99 VALUE 0.
       01  WS-FED-WAGES               PIC 9(8)V99 VALUE 0.
       01  WS-STATE-WAGES             PIC 9(8)V99 VALUE 0.
       01  WS-FICA-WAGES              PIC 9(8)V99 VALUE 0.
       01  WS-YTD-FICA-BASE           PIC 9(8)V99 VALUE 0.
      * Grand total accumulators
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-GROSS         PIC 9(12)V99 VALUE 0.
               88  BATCH-ERROR        VALUE 8.
               88  BATCH-SEVERE       VALUE 12.

      * Pre-payroll variance preview (TY-RUN-MODE "P"): the whole
      * period is calculated and compared with each employee's most
      * recent prior PAYWORK worksheet; nothing is posted anywhere.
       01  WS-PREVIEW-STATUS          PIC XX.
           88  PREVIEW-OK             VALUE "00".
       01  WS-PREVIEW-PARM-STATUS     PIC XX.
           88  PREVIEW-PARM-OK        VALUE "00".
       01  WS-PV-VARIANCE-PCT         PIC 9(3) VALUE 25.
      * Each employee's latest worksheet before today
       01  WS-PV-PRIOR-TABLE.
           05  WS-PVP-ENTRY OCCURS 3000 TIMES.
               10  WS-PVP-EMP         PIC 9(6).
               10  WS-PVP-RUN-DATE    PIC 9(8).
               10  WS-PVP-DEPT        PIC X(4).
               10  WS-PVP-GROSS       PIC 9(8)V99.
               10  WS-PVP-TAX         PIC 9(8)V99.
               10  WS-PVP-DED         PIC 9(7)V99.
               10  WS-PVP-NET         PIC S9(8)V99.
               10  WS-PVP-ROUTING     PIC X(9).
               10  WS-PVP-ACCOUNT     PIC X(17).
               10  WS-PVP-MATCHED     PIC X(1).
               10  WS-PVP-HAS-BANK    PIC X(1).
       01  WS-PVP-USED                PIC 9(4) VALUE 0.
       01  WS-PVP-SUB                 PIC 9(4) VALUE 0.
       01  WS-PVP-FOUND               PIC 9 VALUE 0.
           88  PVP-WAS-FOUND          VALUE 1.
      * The prior run the matched employees were last paid in --
      * an unmatched worksheet from that run still counts toward
      * last period's department totals
       01  WS-PV-LAST-RUN-DATE        PIC 9(8) VALUE 0.
      * Last period's totals by department slot; slot 11 holds
      * worksheets whose department is no longer on the table
       01  WS-PV-PRIOR-DEPT-TABLE.
           05  WS-PVD-ENTRY OCCURS 11 TIMES.
               10  WS-PVD-EMP-COUNT   PIC 9(5).
               10  WS-PVD-GROSS       PIC 9(10)V99.
               10  WS-PVD-TAX         PIC 9(9)V99.
               10  WS-PVD-DED         PIC 9(9)V99.
               10  WS-PVD-NET         PIC S9(10)V99.
       01  WS-PVD-SUB                 PIC 99 VALUE 0.
       01  WS-PV-FLAG-COUNT           PIC 9(5) VALUE 0.
       01  WS-PV-FIRST-COUNT          PIC 9(5) VALUE 0.
       01  WS-PV-ZERO-COUNT           PIC 9(5) VALUE 0.
       01  WS-PV-SWING-COUNT          PIC 9(5) VALUE 0.
       01  WS-PV-BANK-COUNT           PIC 9(5) VALUE 0.
       01  WS-PV-CUR-AMT              PIC S9(10)V99 VALUE 0.
       01  WS-PV-PRI-AMT              PIC S9(10)V99 VALUE 0.
       01  WS-PV-DIFF                 PIC S9(10)V99 VALUE 0.
       01  WS-PV-PCT                  PIC 9(4)V9 VALUE 0.
       01  WS-PV-ITEM                 PIC X(10) VALUE SPACES.
       01  WS-PV-EDIT-AMT             PIC Z(9)9.99-.
       01  WS-PV-ACCT-SUB             PIC S99 VALUE 0.
       01  WS-PV-MASK-INPUT           PIC X(17) VALUE SPACES.
       01  WS-PV-MASK-ACCOUNT         PIC X(17) VALUE SPACES.
       01  WS-PV-HDR-LINE.
           05  FILLER                 PIC X(40)
               VALUE "PRE-PAYROLL VARIANCE PREVIEW -- NOTHING ".
           05  FILLER                 PIC X(18)
               VALUE "POSTED -- RUN OF ".
           05  WS-PVH-DATE            PIC X(10).
           05  FILLER                 PIC X(10)
               VALUE "  SWING > ".
           05  WS-PVH-PCT             PIC ZZ9.
           05  FILLER                 PIC X(1) VALUE "%".
           05  FILLER                 PIC X(50) VALUE SPACES.
       01  WS-PV-COL-LINE.
           05  FILLER                 PIC X(7) VALUE "EMP".
           05  FILLER                 PIC X(21) VALUE "NAME".
           05  FILLER                 PIC X(5) VALUE "DEPT".
           05  FILLER                 PIC X(18) VALUE "FLAG".
           05  FILLER                 PIC X(11) VALUE "ITEM".
           05  FILLER                 PIC X(18)
               VALUE "    PRIOR PERIOD".
           05  FILLER                 PIC X(18)
               VALUE "    THIS PERIOD".
           05  FILLER                 PIC X(34) VALUE " CHANGE %".
       01  WS-PV-DETAIL-LINE.
           05  WS-PVL-EMP             PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PVL-NAME            PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PVL-DEPT            PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PVL-FLAG            PIC X(17).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PVL-ITEM            PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PVL-PRIOR           PIC X(17) JUSTIFIED RIGHT.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PVL-CURRENT         PIC X(17) JUSTIFIED RIGHT.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-PVL-PCT             PIC ZZZ9.9 BLANK WHEN ZERO.
           05  FILLER                 PIC X(27) VALUE SPACES.
       01  WS-PV-REJECT-LINE.
           05  WS-PVR-EMP             PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PVR-NAME            PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PVR-DEPT            PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  FILLER                 PIC X(18) VALUE "REJECTED".
           05  WS-PVR-MESSAGE         PIC X(50).
           05  FILLER                 PIC X(31) VALUE SPACES.
       01  WS-PV-DEPT-HDR-LINE.
           05  FILLER                 PIC X(40)
               VALUE "DEPARTMENT TOTALS -- THIS PERIOD AGAINST".
           05  FILLER                 PIC X(12) VALUE " LAST PERIOD".
           05  FILLER                 PIC X(80) VALUE SPACES.
       01  WS-PV-DEPT-COL-LINE.
           05  FILLER                 PIC X(21) VALUE "DEPT".
           05  FILLER                 PIC X(8) VALUE "PERIOD".
           05  FILLER                 PIC X(6) VALUE "  EMPS".
           05  FILLER                 PIC X(14) VALUE "         GROSS".
           05  FILLER                 PIC X(13) VALUE "        TAXES".
           05  FILLER                 PIC X(13) VALUE "   DEDUCTIONS".
           05  FILLER                 PIC X(15) VALUE "            NET".
           05  FILLER                 PIC X(42) VALUE SPACES.
       01  WS-PV-DEPT-LINE.
           05  WS-PVT-CODE            PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PVT-NAME            PIC X(15).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PVT-PERIOD          PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PVT-EMPS            PIC ZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PVT-GROSS           PIC Z(9)9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PVT-TAX             PIC Z(8)9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PVT-DED             PIC Z(8)9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PVT-NET             PIC Z(9)9.99-.
           05  FILLER                 PIC X(43) VALUE SPACES.
       01  WS-PV-NONE-LINE.
           05  FILLER                 PIC X(40)
               VALUE "NO VARIANCES FLAGGED FOR THIS PERIOD".
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  WS-PV-SIGNOFF-LINE.
           05  FILLER                 PIC X(40)
               VALUE "PREVIEW SIGNED OFF BY: _________________".
           05  FILLER                 PIC X(20)
               VALUE "  DATE: ___________".
           05  FILLER                 PIC X(72) VALUE SPACES.
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
      * 0000-MAIN: Main control paragraph
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           IF WS-PREVIEW-MODE
               PERFORM 2000-PROCESS-RECORDS
               PERFORM 2790-PREVIEW-DEPT-TOTALS
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           IF WS-YEAR-END-MODE
               PERFORM 1070-YEAR-END-ROLLOVER
           ELSE
               PERFORM 2950-WRITE-GL-FEED
               PERFORM 2960-WRITE-GARN-OUTPUTS
               PERFORM 2970-WRITE-CARD-WITHHELD
               PERFORM 2975-ACCRUE-LOA-ARREARS
               PERFORM 2978-PROVE-EXP-REIMB
               PERFORM 3000-PRINT-SUMMARY
           END-IF
           PERFORM 9000-TERMINATE
      * wage bases -- without the table every state falls back to
      * the built-in default base
               PERFORM 1045-LOAD-SUI-TABLE
      * The local remittance names each jurisdiction it lists
               PERFORM 1044-LOAD-LOCAL-TABLE
      * ... and the workers' comp audit prices each class
               PERFORM 1041-LOAD-WC-RATES
               GO TO 1000-INIT-EXIT
           END-IF
      * Retro mode opens only the files it needs itself (see
           IF WS-RETRO-MODE
               DISPLAY "RETRO ADJUSTMENT MODE"
               PERFORM 1040-LOAD-STATE-TABLE
               PERFORM 1044-LOAD-LOCAL-TABLE
               PERFORM 1041-LOAD-WC-RATES
               GO TO 1000-INIT-EXIT
           END-IF
      * Off-cycle supplemental runs sit outside the PAYPDCTL period
           IF WS-SUPP-MODE
               DISPLAY "OFF-CYCLE SUPPLEMENTAL MODE"
               PERFORM 1040-LOAD-STATE-TABLE
               PERFORM 1044-LOAD-LOCAL-TABLE
               PERFORM 1041-LOAD-WC-RATES
               GO TO 1000-INIT-EXIT
           END-IF
      * Refuse a duplicate or out-of-sequence pay period before
      * anything opens for output -- a preview of a period the real
      * run would refuse is refused the same way
           IF (WS-NORMAL-MODE OR WS-PREVIEW-MODE)
               AND WS-REQUESTED-PERIOD > 0
               PERFORM 1035-CHECK-PAY-PERIOD
           END-IF
      * Load the multi-state tax-rate table
           PERFORM 1040-LOAD-STATE-TABLE
      * Load the workers' comp manual rates
           PERFORM 1041-LOAD-WC-RATES
      * Load the federal withholding brackets for the tax year
           PERFORM 1042-LOAD-FED-BRACKETS
      * Load the local income tax jurisdictions
           PERFORM 1044-LOAD-LOCAL-TABLE
      * Load the per-state unemployment wage bases and rates
           PERFORM 1045-LOAD-SUI-TABLE
      * Load the deduction code table
           PERFORM 1047-LOAD-DED-TREATMENT
      * Load the garnishment order master
           PERFORM 1048-LOAD-GARN-ORDERS
      * Load the card-payment deduction enrollments
           PERFORM 1049-LOAD-CARD-ENROLLS
      * Load the approved expense reimbursements
           PERFORM 1051-LOAD-EXP-REIMB
      * Check for a checkpoint from a prior, interrupted run -- a
      * preview always calculates the whole period from the top
           IF NOT WS-PREVIEW-MODE
               PERFORM 1050-CHECK-FOR-RESTART
           END-IF
      * Initialize counters and accumulators
           INITIALIZE WS-GRAND-TOTALS
           MOVE 0 TO WS-RECORDS-READ
               MOVE 0 TO WS-DEPT-HOURS-TOT(WS-DEPT-IDX)
               MOVE 0 TO WS-DEPT-OT-HOURS(WS-DEPT-IDX)
           END-PERFORM
           INITIALIZE WS-DEPT-DED-CODE-TABLE
           INITIALIZE WS-DEPT-XR-TABLE
      * Restore pre-restart accumulators from the checkpoint so a
      * restarted run's summary, GL feed, and ACH totals include
      * activity from before the restart, not just after it
                       TO WS-DEPT-OT-HOURS(WS-DEPT-IDX)
               END-PERFORM
           END-IF
      * A preview opens its inputs read-only and writes only its
      * own report -- none of the payroll output files below
           IF WS-PREVIEW-MODE
               PERFORM 1100-OPEN-PREVIEW
               GO TO 1000-INIT-EXIT
           END-IF
      * Open all files -- master-driven when the employee master
      * and timecard feed are both present, legacy combined input
      * otherwise
               MOVE "A" TO WS-BATCH-STATUS
               STOP RUN
           END-IF
           PERFORM 1069-OPEN-STUB-FILES
           PERFORM 1067-OPEN-EMP-DED
           IF WS-MASTER-MODE
               PERFORM 1072-OPEN-ACA-HOURS
               PERFORM 1073-OPEN-LOA
           END-IF
      * Write report headers
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDR-PAGE
                                   WS-DEPT-CODE(WS-DEPT-REF-COUNT)
                               MOVE DR-DEPT-NAME TO
                                   WS-DEPT-NAME(WS-DEPT-REF-COUNT)
                               MOVE DR-WC-CLASS TO
                                   WS-DEPT-WC-CLASS(WS-DEPT-REF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           MOVE "ADMN" TO WS-DEPT-CODE(9)
           MOVE "ADMINISTRATION" TO WS-DEPT-NAME(9)
           MOVE "EXEC" TO WS-DEPT-CODE(10)
           MOVE "EXECUTIVE" TO WS-DEPT-NAME(10)
      * Workers' comp: every built-in department rates as clerical
      * office (8810) except outside sales (8742)
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > 10
               MOVE "8810" TO WS-DEPT-WC-CLASS(WS-DEPT-IDX)
           END-PERFORM
           MOVE "8742" TO WS-DEPT-WC-CLASS(3).

      *===============================================================
      * 1030-READ-TAX-PARMS: Override the FICA wage base limit for
                       IF TY-RUN-MODE = "S"
                           SET WS-SUPP-MODE TO TRUE
                       END-IF
                       IF TY-RUN-MODE = "P"
                           SET WS-PREVIEW-MODE TO TRUE
                       END-IF
                       IF TY-INPUT-FILE-DSN NOT = SPACES
                           MOVE TY-INPUT-FILE-DSN TO WS-INPUT-FILE-DSN
                       END-IF
               MOVE 0 TO WS-PDC-END(WS-PDC-THIS)
               MOVE WS-RUN-FREQUENCY TO WS-PDC-FREQ(WS-PDC-THIS)
           END-IF
      * A preview needs only the window -- the period is left
      * exactly as it stands for the real run
           IF WS-PREVIEW-MODE
               EXIT SECTION
           END-IF
           MOVE "P" TO WS-PDC-STATUS(WS-PDC-THIS)
           MOVE WS-CURRENT-DATE TO WS-PDC-PAY-DATE(WS-PDC-THIS)
           PERFORM 1038-REWRITE-PERIOD-FILE.
           MOVE .0475 TO WS-STATE-RATE(10)
           MOVE 10 TO WS-STATE-COUNT.

      *===============================================================
      * 1041-LOAD-WC-RATES: The workers' comp manual rates, and an
      * empty exposure table for the run to charge into. Without
      * WCRATE.DAT exposure is still charged and reported by class,
      * but no premium can be estimated.
      *===============================================================
       1041-LOAD-WC-RATES SECTION.
       1041-WC-RATE-PARA.
           INITIALIZE WS-WR-TABLE
           MOVE 0 TO WS-WR-COUNT
           INITIALIZE WS-WX-TABLE
           MOVE 0 TO WS-WX-COUNT
           OPEN INPUT WC-RATE-FILE
           IF NOT WC-RATE-OK
               DISPLAY "WORKERS' COMP RATE TABLE NOT AVAILABLE: "
                   WS-WC-RATE-STATUS
               EXIT SECTION
           END-IF
           PERFORM UNTIL WC-RATE-EOF
               READ WC-RATE-FILE
                   AT END
                       SET WC-RATE-EOF TO TRUE
                   NOT AT END
                       IF WR-CLASS-CODE NOT = SPACES
                           IF WS-WR-COUNT < 100
                               ADD 1 TO WS-WR-COUNT
                               MOVE WR-CLASS-CODE
                                   TO WS-WR-CLASS(WS-WR-COUNT)
                               MOVE WR-STATE-CODE
                                   TO WS-WR-STATE(WS-WR-COUNT)
                               MOVE WR-CLASS-DESC
                                   TO WS-WR-DESC(WS-WR-COUNT)
                               MOVE WR-RATE
                                   TO WS-WR-RATE(WS-WR-COUNT)
                           ELSE
                               DISPLAY "WORKERS' COMP RATE TABLE "
                                   "FULL, DROPPING: " WR-CLASS-CODE
                                   " " WR-STATE-CODE
                               IF WS-BATCH-RETURN-CODE < 4
                                   MOVE 4 TO WS-BATCH-RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WC-RATE-FILE
           DISPLAY "WORKERS' COMP RATES LOADED: " WS-WR-COUNT.

      *===============================================================
      * 1042-LOAD-FED-BRACKETS: Built-in annual percentage-method
      * brackets (the 2024 standard-withholding tables: single or
      * married filing separately, married filing jointly, head of
      * household). When FEDWHTAX.DAT carries rows for the run's
      * tax year (TAXPARM's, else the calendar year) those rows
      * replace the built-in table whole.
      *===============================================================
       1042-LOAD-FED-BRACKETS SECTION.
       1042-FED-BRACKET-PARA.
           MOVE "S" TO WS-FWB-STATUS(1)
           MOVE 0.00 TO WS-FWB-FLOOR(1)
           MOVE 0.00 TO WS-FWB-BASE-TAX(1)
           MOVE .0000 TO WS-FWB-RATE(1)
           MOVE "S" TO WS-FWB-STATUS(2)
           MOVE 6000.00 TO WS-FWB-FLOOR(2)
           MOVE 0.00 TO WS-FWB-BASE-TAX(2)
           MOVE .1000 TO WS-FWB-RATE(2)
           MOVE "S" TO WS-FWB-STATUS(3)
           MOVE 17600.00 TO WS-FWB-FLOOR(3)
           MOVE 1160.00 TO WS-FWB-BASE-TAX(3)
           MOVE .1200 TO WS-FWB-RATE(3)
           MOVE "S" TO WS-FWB-STATUS(4)
           MOVE 53150.00 TO WS-FWB-FLOOR(4)
           MOVE 5426.00 TO WS-FWB-BASE-TAX(4)
           MOVE .2200 TO WS-FWB-RATE(4)
           MOVE "S" TO WS-FWB-STATUS(5)
           MOVE 106525.00 TO WS-FWB-FLOOR(5)
           MOVE 17168.50 TO WS-FWB-BASE-TAX(5)
           MOVE .2400 TO WS-FWB-RATE(5)
           MOVE "S" TO WS-FWB-STATUS(6)
           MOVE 197950.00 TO WS-FWB-FLOOR(6)
           MOVE 39110.50 TO WS-FWB-BASE-TAX(6)
           MOVE .3200 TO WS-FWB-RATE(6)
           MOVE "S" TO WS-FWB-STATUS(7)
           MOVE 249725.00 TO WS-FWB-FLOOR(7)
           MOVE 55678.50 TO WS-FWB-BASE-TAX(7)
           MOVE .3500 TO WS-FWB-RATE(7)
           MOVE "S" TO WS-FWB-STATUS(8)
           MOVE 615350.00 TO WS-FWB-FLOOR(8)
           MOVE 183647.25 TO WS-FWB-BASE-TAX(8)
           MOVE .3700 TO WS-FWB-RATE(8)
           MOVE "M" TO WS-FWB-STATUS(9)
           MOVE 0.00 TO WS-FWB-FLOOR(9)
           MOVE 0.00 TO WS-FWB-BASE-TAX(9)
           MOVE .0000 TO WS-FWB-RATE(9)
           MOVE "M" TO WS-FWB-STATUS(10)
           MOVE 16300.00 TO WS-FWB-FLOOR(10)
           MOVE 0.00 TO WS-FWB-BASE-TAX(10)
           MOVE .1000 TO WS-FWB-RATE(10)
           MOVE "M" TO WS-FWB-STATUS(11)
           MOVE 39500.00 TO WS-FWB-FLOOR(11)
           MOVE 2320.00 TO WS-FWB-BASE-TAX(11)
           MOVE .1200 TO WS-FWB-RATE(11)
           MOVE "M" TO WS-FWB-STATUS(12)
           MOVE 110600.00 TO WS-FWB-FLOOR(12)
           MOVE 10852.00 TO WS-FWB-BASE-TAX(12)
           MOVE .2200 TO WS-FWB-RATE(12)
           MOVE "M" TO WS-FWB-STATUS(13)
           MOVE 217350.00 TO WS-FWB-FLOOR(13)
           MOVE 34337.00 TO WS-FWB-BASE-TAX(13)
           MOVE .2400 TO WS-FWB-RATE(13)
           MOVE "M" TO WS-FWB-STATUS(14)
           MOVE 400200.00 TO WS-FWB-FLOOR(14)
           MOVE 78221.00 TO WS-FWB-BASE-TAX(14)
           MOVE .3200 TO WS-FWB-RATE(14)
           MOVE "M" TO WS-FWB-STATUS(15)
           MOVE 503750.00 TO WS-FWB-FLOOR(15)
           MOVE 111357.00 TO WS-FWB-BASE-TAX(15)
           MOVE .3500 TO WS-FWB-RATE(15)
           MOVE "M" TO WS-FWB-STATUS(16)
           MOVE 747500.00 TO WS-FWB-FLOOR(16)
           MOVE 196669.50 TO WS-FWB-BASE-TAX(16)
           MOVE .3700 TO WS-FWB-RATE(16)
           MOVE "H" TO WS-FWB-STATUS(17)
           MOVE 0.00 TO WS-FWB-FLOOR(17)
           MOVE 0.00 TO WS-FWB-BASE-TAX(17)
           MOVE .0000 TO WS-FWB-RATE(17)
           MOVE "H" TO WS-FWB-STATUS(18)
           MOVE 13300.00 TO WS-FWB-FLOOR(18)
           MOVE 0.00 TO WS-FWB-BASE-TAX(18)
           MOVE .1000 TO WS-FWB-RATE(18)
           MOVE "H" TO WS-FWB-STATUS(19)
           MOVE 29850.00 TO WS-FWB-FLOOR(19)
           MOVE 1655.00 TO WS-FWB-BASE-TAX(19)
           MOVE .1200 TO WS-FWB-RATE(19)
           MOVE "H" TO WS-FWB-STATUS(20)
           MOVE 76400.00 TO WS-FWB-FLOOR(20)
           MOVE 7241.00 TO WS-FWB-BASE-TAX(20)
           MOVE .2200 TO WS-FWB-RATE(20)
           MOVE "H" TO WS-FWB-STATUS(21)
           MOVE 113800.00 TO WS-FWB-FLOOR(21)
           MOVE 15469.00 TO WS-FWB-BASE-TAX(21)
           MOVE .2400 TO WS-FWB-RATE(21)
           MOVE "H" TO WS-FWB-STATUS(22)
           MOVE 205250.00 TO WS-FWB-FLOOR(22)
           MOVE 37417.00 TO WS-FWB-BASE-TAX(22)
           MOVE .3200 TO WS-FWB-RATE(22)
           MOVE "H" TO WS-FWB-STATUS(23)
           MOVE 257000.00 TO WS-FWB-FLOOR(23)
           MOVE 53977.00 TO WS-FWB-BASE-TAX(23)
           MOVE .3500 TO WS-FWB-RATE(23)
           MOVE "H" TO WS-FWB-STATUS(24)
           MOVE 622650.00 TO WS-FWB-FLOOR(24)
           MOVE 181954.50 TO WS-FWB-BASE-TAX(24)
           MOVE .3700 TO WS-FWB-RATE(24)
           MOVE 24 TO WS-FWB-COUNT
           MOVE WS-TAX-YEAR TO WS-FWB-YEAR
           IF WS-FWB-YEAR = 0
               MOVE WS-CURRENT-YEAR TO WS-FWB-YEAR
           END-IF
           MOVE 0 TO WS-FWB-FILE-ROWS
           OPEN INPUT FED-WHLD-FILE
           IF FED-WHLD-OK
               PERFORM UNTIL FED-WHLD-EOF
                   READ FED-WHLD-FILE
                       AT END
                           SET FED-WHLD-EOF TO TRUE
                       NOT AT END
                           IF FW-TAX-YEAR = WS-FWB-YEAR
                               PERFORM 1043-APPLY-BRACKET-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FED-WHLD-FILE
               IF WS-FWB-FILE-ROWS > 0
                   DISPLAY "FEDERAL WITHHOLDING BRACKETS FROM "
                       "FEDWHTAX.DAT: " WS-FWB-FILE-ROWS
               ELSE
                   DISPLAY "NO FEDWHTAX.DAT ROWS FOR TAX YEAR "
                       WS-FWB-YEAR " - BUILT-IN BRACKETS USED"
               END-IF
           END-IF.

       1043-APPLY-BRACKET-ROW SECTION.
       1043-BRACKET-ROW-PARA.
           IF WS-FWB-FILE-ROWS = 0
               MOVE 0 TO WS-FWB-COUNT
           END-IF
           ADD 1 TO WS-FWB-FILE-ROWS
           IF WS-FWB-COUNT >= 40
      * A bracket past the cap would under-withhold everyone above
      * it -- drop loudly and fail the run
               DISPLAY "FED BRACKET TABLE FULL, DROPPING: "
                   FW-FILING-STATUS " " FW-WAGE-FLOOR
               IF WS-BATCH-RETURN-CODE < 8
                   MOVE 8 TO WS-BATCH-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-FWB-COUNT
               MOVE FW-FILING-STATUS TO WS-FWB-STATUS(WS-FWB-COUNT)
               MOVE FW-WAGE-FLOOR TO WS-FWB-FLOOR(WS-FWB-COUNT)
               MOVE FW-BASE-TAX TO WS-FWB-BASE-TAX(WS-FWB-COUNT)
               MOVE FW-RATE TO WS-FWB-RATE(WS-FWB-COUNT)
           END-IF.

      *===============================================================
      * 1045-LOAD-SUI-TABLE: Built-in per-state SUI wage bases and
      * employer rates for the states the income-tax table knows,
      * overridden or extended row by row from SUITABLE.DAT when
      * the file is present.
      *===============================================================
      *===============================================================
      * 1044-LOAD-LOCAL-TABLE: Load the local income tax
      * jurisdictions from LOCLTAX.DAT. There are no built-in
      * rows -- without the file no local tax is withheld, and an
      * employee whose locality is not on it is warned about.
      *===============================================================
       1044-LOAD-LOCAL-TABLE SECTION.
       1044-LOCAL-PARA.
           INITIALIZE WS-LT-TABLE
           MOVE 0 TO WS-LT-COUNT
           OPEN INPUT LOCAL-TAX-FILE
           IF NOT LOCAL-TAX-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOCAL-TAX-EOF
               READ LOCAL-TAX-FILE
                   AT END
                       SET LOCAL-TAX-EOF TO TRUE
                   NOT AT END
                       IF LT-LOCAL-CODE NOT = SPACES
                           IF WS-LT-COUNT < 50
                               ADD 1 TO WS-LT-COUNT
                               MOVE LT-LOCAL-CODE
                                   TO WS-LT-CODE(WS-LT-COUNT)
                               MOVE LT-LOCAL-NAME
                                   TO WS-LT-NAME(WS-LT-COUNT)
                               MOVE LT-METHOD
                                   TO WS-LT-METHOD(WS-LT-COUNT)
                               MOVE LT-RES-RATE
                                   TO WS-LT-RES-RATE(WS-LT-COUNT)
                               MOVE LT-NONRES-RATE
                                   TO WS-LT-NONRES-RATE(WS-LT-COUNT)
                               MOVE LT-FLAT-AMOUNT
                                   TO WS-LT-FLAT-AMOUNT(WS-LT-COUNT)
                               MOVE LT-WAGE-BASE
                                   TO WS-LT-WAGE-BASE(WS-LT-COUNT)
                           ELSE
                               DISPLAY "LOCAL TAX TABLE FULL, "
                                   "DROPPING: " LT-LOCAL-CODE
                               IF WS-BATCH-RETURN-CODE < 4
                                   MOVE 4 TO WS-BATCH-RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCAL-TAX-FILE
           DISPLAY "LOCAL TAX JURISDICTIONS LOADED: " WS-LT-COUNT.

       1045-LOAD-SUI-TABLE SECTION.
       1045-SUI-PARA.
           MOVE "CA" TO WS-SUI-STATE(1)
               MOVE SU-RATE TO WS-SUI-RATE(WS-SUI-COUNT)
           END-IF.

      *===============================================================
      * 1047-LOAD-DED-TREATMENT: The deduction code table -- built-in
      * codes, overridden or extended row by row from DEDTREAT.DAT
      * when the file is present. HLTH is the health premium
      * (Section 125: federal, state and FICA), 401K the traditional
      * 401(k) deferral (federal and state only), OTHR the after-tax
      * catch-all; all three are what the master's fixed deduction
      * fields are taken as, and all credit Deductions Payable
      * 220000 until the table names another account.
      *===============================================================
       1047-LOAD-DED-TREATMENT SECTION.
       1047-DED-TREAT-PARA.
           INITIALIZE WS-DT-TABLE
           MOVE "HLTH" TO WS-DT-CODE(1)
           MOVE "SECTION 125 HEALTH" TO WS-DT-DESC(1)
           MOVE "Y" TO WS-DT-FED(1)
           MOVE "Y" TO WS-DT-STATE(1)
           MOVE "Y" TO WS-DT-FICA(1)
           MOVE "H" TO WS-DT-BUCKET(1)
           MOVE "220000" TO WS-DT-GL-ACCOUNT(1)
           MOVE "HEALTH CARRIER" TO WS-DT-PAYEE(1)
           MOVE "F" TO WS-DT-METHOD(1)
           MOVE "401K" TO WS-DT-CODE(2)
           MOVE "TRADITIONAL 401(K)" TO WS-DT-DESC(2)
           MOVE "Y" TO WS-DT-FED(2)
           MOVE "Y" TO WS-DT-STATE(2)
           MOVE "N" TO WS-DT-FICA(2)
           MOVE "R" TO WS-DT-BUCKET(2)
           MOVE "220000" TO WS-DT-GL-ACCOUNT(2)
           MOVE "401(K) RECORDKEEPER" TO WS-DT-PAYEE(2)
           MOVE "F" TO WS-DT-METHOD(2)
           MOVE "OTHR" TO WS-DT-CODE(3)
           MOVE "OTHER DEDUCTION" TO WS-DT-DESC(3)
           MOVE "N" TO WS-DT-FED(3)
           MOVE "N" TO WS-DT-STATE(3)
           MOVE "N" TO WS-DT-FICA(3)
           MOVE "O" TO WS-DT-BUCKET(3)
           MOVE "220000" TO WS-DT-GL-ACCOUNT(3)
           MOVE "F" TO WS-DT-METHOD(3)
           MOVE 3 TO WS-DT-COUNT
           OPEN INPUT DED-TREAT-FILE
           IF DED-TREAT-OK
               PERFORM UNTIL DED-TREAT-EOF
                   READ DED-TREAT-FILE
                       AT END
                           SET DED-TREAT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1047-APPLY-TREAT-ROW
                   END-READ
               END-PERFORM
               CLOSE DED-TREAT-FILE
               DISPLAY "DEDUCTION CODES APPLIED FROM "
                   "DEDTREAT.DAT"
           END-IF.

       1047-APPLY-TREAT-ROW SECTION.
       1047-TREAT-ROW-PARA.
      * A row with the newer fields left blank takes the defaults:
      * other bucket, flat amount, no limit, Deductions Payable
           IF DT-BUCKET NOT = "H" AND NOT = "R"
               MOVE "O" TO DT-BUCKET
           END-IF
           IF DT-CALC-METHOD NOT = "P"
               MOVE "F" TO DT-CALC-METHOD
           END-IF
           IF DT-ANNUAL-LIMIT NOT NUMERIC
               MOVE 0 TO DT-ANNUAL-LIMIT
           END-IF
           IF DT-GL-ACCOUNT = SPACES
               MOVE "220000" TO DT-GL-ACCOUNT
           END-IF
           MOVE 0 TO WS-DT-FOUND
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DT-COUNT
               OR DT-WAS-FOUND
               IF DT-DED-CODE = WS-DT-CODE(WS-DT-SUB)
                   SET DT-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF DT-WAS-FOUND
               SUBTRACT 1 FROM WS-DT-SUB
           ELSE
               IF WS-DT-COUNT < 50
                   ADD 1 TO WS-DT-COUNT
                   MOVE WS-DT-COUNT TO WS-DT-SUB
               ELSE
                   DISPLAY "DED CODE TABLE FULL, DROPPING: "
                       DT-DED-CODE
                   IF WS-BATCH-RETURN-CODE < 8
                       MOVE 8 TO WS-BATCH-RETURN-CODE
                   END-IF
                   EXIT SECTION
               END-IF
           END-IF
           MOVE DT-DED-CODE TO WS-DT-CODE(WS-DT-SUB)
           MOVE DT-DESCRIPTION TO WS-DT-DESC(WS-DT-SUB)
           MOVE DT-REDUCES-FED TO WS-DT-FED(WS-DT-SUB)
           MOVE DT-REDUCES-STATE TO WS-DT-STATE(WS-DT-SUB)
           MOVE DT-REDUCES-FICA TO WS-DT-FICA(WS-DT-SUB)
           MOVE DT-BUCKET TO WS-DT-BUCKET(WS-DT-SUB)
           MOVE DT-GL-ACCOUNT TO WS-DT-GL-ACCOUNT(WS-DT-SUB)
           MOVE DT-PAYEE TO WS-DT-PAYEE(WS-DT-SUB)
           MOVE DT-CALC-METHOD TO WS-DT-METHOD(WS-DT-SUB)
           MOVE DT-ANNUAL-LIMIT TO WS-DT-LIMIT(WS-DT-SUB).

      *===============================================================
      * 1048-LOAD-GARN-ORDERS: The garnishment order master, loaded
      * whole. Optional: without the file the flat UR-GARNISH-DED
               CLOSE RESTART-FILE
           END-IF.

      *===============================================================
      * 1051-LOAD-EXP-REIMB: Approved expense reimbursements, loaded
      * whole and counted for the end-of-run proof. An item with no
      * employee, an unknown expense type or no amount is listed
      * and left out; the trailer, when the feed carries one, is
      * kept for the proof. Optional file; without it nothing is
      * reimbursed.
      *===============================================================
       1051-LOAD-EXP-REIMB SECTION.
       1051-EXP-REIMB-PARA.
           OPEN INPUT EXP-REIMB-FILE
           IF NOT EXP-REIMB-OK
               EXIT SECTION
           END-IF
           SET XR-FEED-LOADED TO TRUE
           PERFORM UNTIL EXP-REIMB-EOF
               READ EXP-REIMB-FILE
                   AT END
                       SET EXP-REIMB-EOF TO TRUE
                   NOT AT END
                   IF XR-TRAILER
                       SET XR-TRAILER-FOUND TO TRUE
                       MOVE XT-ITEM-COUNT TO WS-XR-TRL-COUNT
                       MOVE XT-AMOUNT-TOTAL TO WS-XR-TRL-TOTAL
                   ELSE
                       ADD 1 TO WS-XR-FEED-COUNT
                       IF XR-AMOUNT IS NUMERIC
                           ADD XR-AMOUNT TO WS-XR-FEED-TOTAL
                       END-IF
                       PERFORM 1052-TABLE-EXP-ITEM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EXP-REIMB-FILE
           DISPLAY "EXPENSE REIMBURSEMENT ITEMS LOADED: "
               WS-XR-USED.

      *===============================================================
      * 1052-TABLE-EXP-ITEM: Edit one reimbursement item and add it
      * to the table unpaid.
      *===============================================================
       1052-TABLE-EXP-ITEM SECTION.
       1052-TABLE-EXP-PARA.
           IF XR-EMPLOYEE-ID IS NOT NUMERIC
               OR XR-EMPLOYEE-ID = 0
               OR NOT XR-TYPE-VALID
               OR XR-AMOUNT IS NOT NUMERIC
               OR XR-AMOUNT = 0
               DISPLAY "EXPENSE ITEM REJECTED, BAD EMPLOYEE/TYPE/"
                   "AMOUNT: " XR-EMPLOYEE-ID " " XR-EXPENSE-TYPE
                   " " XR-REFERENCE
               ADD 1 TO WS-XR-REJECT-COUNT
               IF XR-AMOUNT IS NUMERIC
                   ADD XR-AMOUNT TO WS-XR-REJECT-TOTAL
               END-IF
               IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           IF WS-XR-USED >= 500
               DISPLAY "EXPENSE REIMB TABLE FULL, DROPPING: "
                   XR-EMPLOYEE-ID " " XR-REFERENCE
               ADD 1 TO WS-XR-REJECT-COUNT
               ADD XR-AMOUNT TO WS-XR-REJECT-TOTAL
               IF WS-BATCH-RETURN-CODE < 8
                   MOVE 8 TO WS-BATCH-RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO WS-XR-USED
           MOVE XR-EMPLOYEE-ID TO WS-XR-EMP(WS-XR-USED)
           MOVE XR-EXPENSE-TYPE TO WS-XR-TYPE(WS-XR-USED)
           MOVE XR-AMOUNT TO WS-XR-AMOUNT(WS-XR-USED)
           MOVE XR-EXPENSE-DATE TO WS-XR-DATE(WS-XR-USED)
           MOVE XR-REFERENCE TO WS-XR-REF(WS-XR-USED)
           SET XR-ITEM-UNPAID(WS-XR-USED) TO TRUE.

      *===============================================================
      * 1060-SKIP-PROCESSED-RECORDS: Read and discard the records
      * already processed as of the last checkpoint
           MOVE WS-ACH-BATCH-NUMBER TO WS-ABH-BATCH-NUMBER
           WRITE ACH-RECORD FROM WS-ACH-BATCH-HEADER.

      *===============================================================
      * 1067-OPEN-EMP-DED: The per-employee deduction file, updated in
      * place as each employee's codes are taken. Optional: without
      * it every employee is deducted from the fixed master fields.
      *===============================================================
       1067-OPEN-EMP-DED SECTION.
       1067-OPEN-EMP-DED-PARA.
           MOVE "N" TO WS-EMP-DED-FLAG
           IF WS-PREVIEW-MODE
               OPEN INPUT EMP-DED-FILE
           ELSE
               OPEN I-O EMP-DED-FILE
           END-IF
           IF EMP-DED-OK
               SET EMP-DED-AVAILABLE TO TRUE
               EXIT SECTION
           END-IF
           IF EMP-DED-NOT-FOUND
               DISPLAY "NO EMPDED.DAT -- FIXED DEDUCTION FIELDS ONLY"
           ELSE
               DISPLAY "ERROR: OPEN EMPDED FAILED: "
                   WS-EMP-DED-STATUS
               MOVE 12 TO WS-BATCH-RETURN-CODE
               MOVE "A" TO WS-BATCH-STATUS
               STOP RUN
           END-IF.

      *===============================================================
      * 1068-SEED-CHECK-NUMBER: The next check number continues from
      * the highest number already on the persistent register.
           END-IF.

      *===============================================================
      * 1069-OPEN-STUB-FILES: Earnings-statement streams for the pay,
      * retro, and supplemental runs. A restarted pay run appends
      * behind the statements the failed run already produced; the
      * STUBYTD KSDS is created empty the first time it is needed.
      *===============================================================
       1069-OPEN-STUB-FILES SECTION.
       1069-OPEN-STUB-PARA.
           IF WS-RESTART-FOUND
               OPEN EXTEND STUB-PRINT-FILE
               IF STUB-PRINT-NOT-FOUND
                   OPEN OUTPUT STUB-PRINT-FILE
               END-IF
               OPEN EXTEND STUB-ELEC-FILE
               IF STUB-ELEC-NOT-FOUND
                   OPEN OUTPUT STUB-ELEC-FILE
               END-IF
           ELSE
               OPEN OUTPUT STUB-PRINT-FILE
               OPEN OUTPUT STUB-ELEC-FILE
           END-IF
           OPEN I-O STUB-YTD-FILE
           IF STUB-YTD-NOT-FOUND
               OPEN OUTPUT STUB-YTD-FILE
               CLOSE STUB-YTD-FILE
               OPEN I-O STUB-YTD-FILE
           END-IF
           IF NOT STUB-PRINT-OK
               OR NOT STUB-ELEC-OK
               OR NOT STUB-YTD-OK
               DISPLAY "ERROR: EARNINGS STATEMENT FILES FAILED TO "
                   "OPEN: " WS-STUB-PRINT-STATUS " "
                   WS-STUB-ELEC-STATUS " " WS-STUB-YTD-STATUS
               MOVE 12 TO WS-BATCH-RETURN-CODE
               MOVE "A" TO WS-BATCH-STATUS
               STOP RUN
           END-IF.

      *===============================================================
      * 1070-YEAR-END-ROLLOVER: Year-end run mode (TY-RUN-MODE = "Y"
      * on TAXPARM.DAT). Instead of normal payroll processing, write
      * every employee master record back out with YTD fields reset
      * to zero so next year's first run starts clean. The W-2s
      * extracted on the way are kept on W2HIST.DAT under the tax
      * year, the baseline any later W-2c corrects from.
      *===============================================================
       1070-YEAR-END-ROLLOVER SECTION.
       1070-ROLLOVER-PARA.
           DISPLAY "YEAR-END MODE -- RESETTING YTD TOTALS"
      * Pick the rollover source. A master-driven shop keeps the
               MOVE "A" TO WS-BATCH-STATUS
               STOP RUN
           END-IF
           PERFORM 1071-OPEN-W2-HISTORY
           IF WS-ROLLOVER-MASTER
               PERFORM UNTIL END-OF-FILE
                   READ EMPMAST-FILE NEXT
           END-IF
           PERFORM 1090-WRITE-W2-SUMMARY
           CLOSE W2-FILE
           IF WS-W2-HIST-OPEN = "Y"
               CLOSE W2-HIST-FILE
               DISPLAY "W-2 RECORDS RETAINED FOR " WS-W2-TAX-YEAR
                   ": " WS-W2-RETAINED
               IF WS-W2-ALREADY-KEPT > 0
                   DISPLAY "W-2 RECORDS ALREADY ON HISTORY: "
                       WS-W2-ALREADY-KEPT
               END-IF
           END-IF
           IF WS-ROLLOVER-OPENED-MAST = "Y"
               CLOSE EMPMAST-FILE
           END-IF
           DISPLAY "YEAR-END MODE -- RECORDS ROLLED OVER: "
               WS-ROLLOVER-COUNT.

      *===============================================================
      * 1071-OPEN-W2-HISTORY: W2HIST.DAT for this year's filed W-2s,
      * created on the first year-end. A history that will not open
      * is a warning -- the W-2 extract still goes out, but any W-2c
      * for the year has no filed baseline.
      *===============================================================
       1071-OPEN-W2-HISTORY SECTION.
       1071-OPEN-HIST-PARA.
           IF WS-TAX-YEAR > 0
               MOVE WS-TAX-YEAR TO WS-W2-TAX-YEAR
           ELSE
               MOVE WS-CURRENT-YEAR TO WS-W2-TAX-YEAR
           END-IF
           OPEN I-O W2-HIST-FILE
           IF W2-HIST-NOT-FOUND
               OPEN OUTPUT W2-HIST-FILE
           END-IF
           IF W2-HIST-OK
               MOVE "Y" TO WS-W2-HIST-OPEN
           ELSE
               DISPLAY "WARNING: OPEN W2HIST FAILED: "
                   WS-W2-HIST-STATUS " -- W-2S NOT RETAINED"
               IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
               END-IF
           END-IF.

      *===============================================================
      * 1072-OPEN-ACA-HOURS: ACAHRS.DAT, extended by every timecard
      * run and created by the first. A history that will not open
      * is a warning -- pay goes out, but this period's hours are
      * missing from the ACA measurement.
      *===============================================================
       1072-OPEN-ACA-HOURS SECTION.
       1072-OPEN-ACA-PARA.
           OPEN EXTEND ACA-HOURS-FILE
           IF ACA-HOURS-NOT-FOUND
               OPEN OUTPUT ACA-HOURS-FILE
           END-IF
           IF ACA-HOURS-OK
               SET ACA-HOURS-IS-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: OPEN ACAHRS FAILED: "
                   WS-ACA-HOURS-STATUS " -- HOURS NOT RECORDED"
               IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
               END-IF
           END-IF.

      *===============================================================
      * 1073-OPEN-LOA: The leave-of-absence file, updated in place
      * as arrears are charged and recovered. Optional: without it
      * no arrears are kept -- employees on leave are still not
      * paid.
      *===============================================================
       1073-OPEN-LOA SECTION.
       1073-OPEN-LOA-PARA.
           IF WS-PREVIEW-MODE
               OPEN INPUT LOA-FILE
           ELSE
               OPEN I-O LOA-FILE
           END-IF
           IF LOA-OK
               SET LOA-IS-OPEN TO TRUE
               EXIT SECTION
           END-IF
           IF LOA-NOT-FOUND
               DISPLAY "NO LOAMAST.DAT -- NO LEAVE ARREARS KEPT"
           ELSE
               DISPLAY "ERROR: OPEN LOAMAST FAILED: "
                   WS-LOA-STATUS
               MOVE 12 TO WS-BATCH-RETURN-CODE
               MOVE "A" TO WS-BATCH-STATUS
               STOP RUN
           END-IF.

      *===============================================================
      * 1075-ROLLOVER-MASTER-REC: Stage one master record's W-2
      * boxes into the shared input work area, write the W-2 detail
      * record, then zero the YTD fields (including the employer
      * 401(k) match, whose annual limit starts over, the taxable
      * wage bases, and the local wages and tax) and REWRITE
      * the master in place. The W-2 locality is the work locality,
      * else the residence locality -- the one 2235 withholds for.
      *===============================================================
       1075-ROLLOVER-MASTER-REC SECTION.
       1075-ROLLOVER-MAST-PARA.
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-BEFORE-IMAGE
           MOVE EM-EMPLOYEE-ID TO IR-EMPLOYEE-ID
           MOVE EM-EMPLOYEE-NAME TO IR-EMPLOYEE-NAME
           MOVE EM-STATE-CODE TO IR-STATE-CODE
           MOVE EM-YTD-GROSS TO IR-YTD-GROSS
           MOVE EM-YTD-TAX TO IR-YTD-TAX
           MOVE EM-YTD-FED-WAGES TO WS-W2-YTD-FED-WAGES
           MOVE EM-YTD-STATE-WAGES TO WS-W2-YTD-STATE-WAGES
           MOVE EM-YTD-FICA-WAGES TO WS-W2-YTD-FICA-BASE
           MOVE EM-YTD-DEFERRAL TO WS-W2-YTD-DEFERRAL
           IF EM-WORK-LOCALITY NOT = SPACES
               MOVE EM-WORK-LOCALITY TO WS-W2-LOCAL-CODE
           ELSE
               MOVE EM-RES-LOCALITY TO WS-W2-LOCAL-CODE
           END-IF
           MOVE EM-YTD-LOCAL-WAGES TO WS-W2-YTD-LOCAL-WAGES
           MOVE EM-YTD-LOCAL-TAX TO WS-W2-YTD-LOCAL-TAX
           MOVE EM-SSN TO WS-W2-SSN
           PERFORM 1085-WRITE-W2-RECORD
           MOVE 0 TO EM-YTD-GROSS
           MOVE 0 TO EM-YTD-TAX
           MOVE 0 TO EM-YTD-NET
           MOVE 0 TO EM-YTD-MATCH
           MOVE 0 TO EM-YTD-FED-WAGES
           MOVE 0 TO EM-YTD-STATE-WAGES
           MOVE 0 TO EM-YTD-FICA-WAGES
           MOVE 0 TO EM-YTD-DEFERRAL
           MOVE 0 TO EM-YTD-LOCAL-WAGES
           MOVE 0 TO EM-YTD-LOCAL-TAX
           MOVE "YEAR-END ROLLOVER" TO PJ-REASON
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-AFTER-IMAGE
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: YTD RESET REWRITE FAILED: "
                   MOVE 8 TO WS-BATCH-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ROLLOVER-COUNT
                   PERFORM 2458-JOURNAL-MASTER-CHANGE
           END-REWRITE.

      *===============================================================
      *===============================================================
       1080-ROLLOVER-RECORD SECTION.
       1080-ROLLOVER-REC-PARA.
      * Capture the W-2 boxes BEFORE the YTD reset wipes them --
      * the legacy record has no pre-tax history, so every wage
      * base is the YTD gross, and no locality or SSN
           MOVE IR-YTD-GROSS TO WS-W2-YTD-FED-WAGES
           MOVE IR-YTD-GROSS TO WS-W2-YTD-STATE-WAGES
           MOVE IR-YTD-GROSS TO WS-W2-YTD-FICA-BASE
           MOVE 0 TO WS-W2-YTD-DEFERRAL
           MOVE SPACES TO WS-W2-LOCAL-CODE
           MOVE 0 TO WS-W2-YTD-LOCAL-WAGES
           MOVE 0 TO WS-W2-YTD-LOCAL-TAX
           MOVE 0 TO WS-W2-SSN
           PERFORM 1085-WRITE-W2-RECORD
           MOVE IR-EMPLOYEE-ID TO UR-EMPLOYEE-ID
           MOVE IR-EMPLOYEE-NAME TO UR-EMPLOYEE-NAME
      *===============================================================
      * 1085-WRITE-W2-RECORD: One W-2 detail record from this
      * employee's YTD totals. FICA comes from the wage-base logic
      * (YTD FICA wages capped at the limit), state tax from the
      * YTD state wages at the employee's state rate row, local
      * tax as withheld, and federal tax is the remainder of the
      * YTD withholding. Box 1 is the YTD federal wages; box 12
      * code D the 401(k) deferral when there is one.
      *===============================================================
       1085-WRITE-W2-RECORD SECTION.
       1085-W2-PARA.
           MOVE SPACES TO W2-RECORD
           INITIALIZE W2-RECORD
           SET W2-DETAIL TO TRUE
           MOVE IR-EMPLOYEE-ID TO W2-EMPLOYEE-ID
           MOVE IR-EMPLOYEE-NAME TO W2-EMPLOYEE-NAME
           MOVE IR-STATE-CODE TO W2-STATE-CODE
           MOVE WS-W2-SSN TO W2-SSN
           MOVE IR-YTD-GROSS TO W2-GROSS-WAGES
           MOVE WS-W2-YTD-FED-WAGES TO W2-FED-WAGES
           MOVE WS-W2-YTD-STATE-WAGES TO W2-STATE-WAGES
           IF WS-W2-YTD-FICA-BASE > WS-FICA-WAGE-LIMIT
               MOVE WS-FICA-WAGE-LIMIT TO WS-W2-FICA-WAGES
           ELSE
               MOVE WS-W2-YTD-FICA-BASE TO WS-W2-FICA-WAGES
           END-IF
           MOVE WS-W2-FICA-WAGES TO W2-FICA-WAGES
           IF WS-W2-YTD-DEFERRAL > 0
               MOVE "D" TO W2-BOX12-CODE
               MOVE WS-W2-YTD-DEFERRAL TO W2-BOX12-AMOUNT
           END-IF
           MOVE WS-W2-LOCAL-CODE TO W2-LOCAL-CODE
           MOVE WS-W2-YTD-LOCAL-WAGES TO W2-LOCAL-WAGES
           MOVE WS-W2-YTD-LOCAL-TAX TO W2-LOCAL-TAX
           COMPUTE WS-W2-FICA =
               WS-W2-FICA-WAGES * WS-FICA-RATE
               ON SIZE ERROR
               END-IF
           END-PERFORM
           COMPUTE WS-W2-STATE =
               WS-W2-YTD-STATE-WAGES * WS-EFFECTIVE-STATE-RATE
               ON SIZE ERROR
                   MOVE 0 TO WS-W2-STATE
           END-COMPUTE
           COMPUTE WS-W2-FED =
               IR-YTD-TAX - WS-W2-FICA - WS-W2-STATE
               - WS-W2-YTD-LOCAL-TAX
               ON SIZE ERROR
                   MOVE 0 TO WS-W2-FED
           END-COMPUTE
           MOVE WS-W2-STATE TO W2-STATE-TAX
           MOVE WS-W2-FED TO W2-FED-TAX
           WRITE W2-RECORD
           PERFORM 1087-RETAIN-W2
           ADD IR-YTD-GROSS TO WS-W2-TOT-GROSS
           ADD WS-W2-FED TO WS-W2-TOT-FED
           ADD WS-W2-FICA TO WS-W2-TOT-FICA
           ADD WS-W2-STATE TO WS-W2-TOT-STATE
           ADD IR-YTD-TAX TO WS-W2-TOT-YTD-TAX
           ADD WS-W2-YTD-FED-WAGES TO WS-W2-TOT-FED-WAGES
           ADD WS-W2-FICA-WAGES TO WS-W2-TOT-FICA-WAGES
           ADD WS-W2-YTD-STATE-WAGES TO WS-W2-TOT-STATE-WAGES
           ADD WS-W2-YTD-DEFERRAL TO WS-W2-TOT-DEFERRAL
           ADD WS-W2-YTD-LOCAL-WAGES TO WS-W2-TOT-LOCAL-WAGES
           ADD WS-W2-YTD-LOCAL-TAX TO WS-W2-TOT-LOCAL.

      *===============================================================
      * 1087-RETAIN-W2: Keep the W-2 record just written under the
      * tax year. A year already retained keeps the copy that was
      * filed -- a second year-end for the same year is flagged,
      * never allowed to overwrite it.
      *===============================================================
       1087-RETAIN-W2 SECTION.
       1087-RETAIN-PARA.
           IF WS-W2-HIST-OPEN NOT = "Y"
               EXIT SECTION
           END-IF
           MOVE SPACES TO W2-HIST-RECORD
           MOVE WS-W2-TAX-YEAR TO WH-TAX-YEAR
           MOVE W2-EMPLOYEE-ID TO WH-EMPLOYEE-ID
           MOVE W2-RECORD TO WH-W2-IMAGE
           MOVE 0 TO WH-CORRECTION-COUNT
           MOVE 0 TO WH-LAST-CORRECTED
           WRITE W2-HIST-RECORD
               INVALID KEY
                   ADD 1 TO WS-W2-ALREADY-KEPT
                   DISPLAY "WARNING: W-2 ALREADY RETAINED FOR "
                       WS-W2-TAX-YEAR " EMP " W2-EMPLOYEE-ID
                       " -- FILED COPY KEPT"
                   IF WS-BATCH-RETURN-CODE < 4
                       MOVE 4 TO WS-BATCH-RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-W2-RETAINED
           END-WRITE.

      *===============================================================
      * 1090-WRITE-W2-SUMMARY: Employer summary record, plus the
      *===============================================================
       1090-WRITE-W2-SUMMARY SECTION.
       1090-W2-SUMMARY-PARA.
           MOVE SPACES TO W2-RECORD
           INITIALIZE W2-RECORD
           SET W2-SUMMARY TO TRUE
           MOVE 999999 TO W2-EMPLOYEE-ID
           MOVE WS-W2-TOT-FED TO W2-FED-TAX
           MOVE WS-W2-TOT-FICA TO W2-FICA-TAX
           MOVE WS-W2-TOT-STATE TO W2-STATE-TAX
           MOVE WS-W2-TOT-FED-WAGES TO W2-FED-WAGES
           MOVE WS-W2-TOT-FICA-WAGES TO W2-FICA-WAGES
           MOVE WS-W2-TOT-STATE-WAGES TO W2-STATE-WAGES
           IF WS-W2-TOT-DEFERRAL > 0
               MOVE "D" TO W2-BOX12-CODE
               MOVE WS-W2-TOT-DEFERRAL TO W2-BOX12-AMOUNT
           END-IF
           MOVE WS-W2-TOT-LOCAL-WAGES TO W2-LOCAL-WAGES
           MOVE WS-W2-TOT-LOCAL TO W2-LOCAL-TAX
           WRITE W2-RECORD
           PERFORM 1087-RETAIN-W2
           COMPUTE WS-W2-RECON-DIFF =
               WS-W2-TOT-YTD-TAX -
               (WS-W2-TOT-FED + WS-W2-TOT-FICA + WS-W2-TOT-STATE
               + WS-W2-TOT-LOCAL)
           DISPLAY "W2 EXTRACT TOTALS -- GROSS: " WS-W2-TOT-GROSS
               " TAX BOXES: " WS-W2-TOT-FED " / "
               WS-W2-TOT-FICA " / " WS-W2-TOT-STATE
               " / " WS-W2-TOT-LOCAL
           DISPLAY "W2 WAGE BOXES -- FED: " WS-W2-TOT-FED-WAGES
               " FICA: " WS-W2-TOT-FICA-WAGES
               " STATE: " WS-W2-TOT-STATE-WAGES
               " DEFERRAL: " WS-W2-TOT-DEFERRAL
           IF WS-W2-RECON-DIFF = 0
               DISPLAY "W2 RECONCILIATION: IN BALANCE WITH YTD "
                   "WITHHOLDING"
               END-IF
           END-IF.

      *===============================================================
      * 1100-OPEN-PREVIEW: Variance preview set-up. The employee
      * master, the deduction file and the input feed open for
      * input only, the prior worksheets load into storage, and the
      * one output is the preview report, PAYPREV.RPT.
      *===============================================================
       1100-OPEN-PREVIEW SECTION.
       1100-OPEN-PREVIEW-PARA.
           DISPLAY "PRE-PAYROLL PREVIEW MODE: NOTHING IS POSTED"
           OPEN INPUT PREVIEW-PARM-FILE
           IF PREVIEW-PARM-OK
               READ PREVIEW-PARM-FILE
                   NOT AT END
                       IF PV-VARIANCE-PCT NUMERIC
                           AND PV-VARIANCE-PCT > 0
                           MOVE PV-VARIANCE-PCT
                               TO WS-PV-VARIANCE-PCT
                       END-IF
               END-READ
               CLOSE PREVIEW-PARM-FILE
           END-IF
           OPEN INPUT EMPMAST-FILE
           IF EMPMAST-OK
               OPEN INPUT TIMECARD-FILE
               IF TIMECARD-OK
                   SET WS-MASTER-MODE TO TRUE
                   DISPLAY "INPUT MODE: EMPLOYEE MASTER + TIMECARD"
               ELSE
                   CLOSE EMPMAST-FILE
               END-IF
           END-IF
           IF WS-LEGACY-MODE
               OPEN INPUT INPUT-FILE
               IF NOT INPUT-OK
                   DISPLAY "ERROR: OPEN INPUT-FILE FAILED: "
                       WS-INPUT-STATUS
                   MOVE 12 TO WS-BATCH-RETURN-CODE
                   MOVE "A" TO WS-BATCH-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1067-OPEN-EMP-DED
           IF WS-MASTER-MODE
               PERFORM 1073-OPEN-LOA
           END-IF
           PERFORM 1105-LOAD-PRIOR-WORKSHEETS
           OPEN OUTPUT PREVIEW-FILE
           IF NOT PREVIEW-OK
               DISPLAY "ERROR: OPEN PAYPREV.RPT FAILED: "
                   WS-PREVIEW-STATUS
               MOVE 12 TO WS-BATCH-RETURN-CODE
               MOVE "A" TO WS-BATCH-STATUS
               STOP RUN
           END-IF
           MOVE WS-FORMATTED-DATE TO WS-PVH-DATE
           MOVE WS-PV-VARIANCE-PCT TO WS-PVH-PCT
           WRITE PREVIEW-RECORD FROM WS-PV-HDR-LINE
           MOVE SPACES TO PREVIEW-RECORD
           WRITE PREVIEW-RECORD
           WRITE PREVIEW-RECORD FROM WS-PV-COL-LINE
           DISPLAY "FILES OPENED SUCCESSFULLY".

      *===============================================================
      * 1105-LOAD-PRIOR-WORKSHEETS: Each employee's most recent
      * worksheet dated before today is the prior period the
      * preview compares against
      *===============================================================
       1105-LOAD-PRIOR-WORKSHEETS SECTION.
       1105-LOAD-PRIOR-PARA.
           MOVE 0 TO WS-PVP-USED
           OPEN INPUT WORKSHEET-FILE
           IF NOT WORKSHEET-OK
               DISPLAY "NO WORKSHEET HISTORY -- EVERY EMPLOYEE "
                   "PREVIEWS AS A FIRST PAYCHECK"
               EXIT SECTION
           END-IF
           PERFORM UNTIL NOT WORKSHEET-OK
               READ WORKSHEET-FILE
                   AT END
                       MOVE "10" TO WS-WORKSHEET-STATUS
                   NOT AT END
                       IF WK-RUN-DATE < WS-CURRENT-DATE
                           PERFORM 1106-KEEP-PRIOR-WORKSHEET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKSHEET-FILE
           MOVE "00" TO WS-WORKSHEET-STATUS.

       1106-KEEP-PRIOR-WORKSHEET SECTION.
       1106-KEEP-PRIOR-PARA.
           MOVE 0 TO WS-PVP-FOUND
           PERFORM VARYING WS-PVP-SUB FROM 1 BY 1
               UNTIL WS-PVP-SUB > WS-PVP-USED OR PVP-WAS-FOUND
               IF WS-PVP-EMP(WS-PVP-SUB) = WK-EMPLOYEE-ID
                   SET PVP-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF PVP-WAS-FOUND
               SUBTRACT 1 FROM WS-PVP-SUB
               IF WK-RUN-DATE < WS-PVP-RUN-DATE(WS-PVP-SUB)
                   EXIT SECTION
               END-IF
           ELSE
               IF WS-PVP-USED >= 3000
                   DISPLAY "PREVIEW PRIOR TABLE FULL, DROPPING: "
                       WK-EMPLOYEE-ID
                   IF WS-BATCH-RETURN-CODE < 8
                       MOVE 8 TO WS-BATCH-RETURN-CODE
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-PVP-USED
               MOVE WS-PVP-USED TO WS-PVP-SUB
           END-IF
           MOVE WK-EMPLOYEE-ID TO WS-PVP-EMP(WS-PVP-SUB)
           MOVE WK-RUN-DATE TO WS-PVP-RUN-DATE(WS-PVP-SUB)
           MOVE WK-GROSS-PAY TO WS-PVP-GROSS(WS-PVP-SUB)
           COMPUTE WS-PVP-TAX(WS-PVP-SUB) =
               WK-FED-TAX + WK-STATE-TAX + WK-FICA-TAX
               + WK-LOCAL-TAX
           MOVE WK-TOTAL-DEDUCTIONS TO WS-PVP-DED(WS-PVP-SUB)
           MOVE WK-NET-PAY TO WS-PVP-NET(WS-PVP-SUB)
      * Net is compared earnings-only, as the department totals
      * are -- an expense reimbursement paid with the check is no
      * swing in pay. Older worksheets carry spaces there.
           IF WK-EXP-REIMB IS NUMERIC
               SUBTRACT WK-EXP-REIMB FROM WS-PVP-NET(WS-PVP-SUB)
           END-IF
           MOVE "N" TO WS-PVP-MATCHED(WS-PVP-SUB)
      * Worksheets from before the department and bank account were
      * recorded cannot speak to a bank change
           IF WK-DEPARTMENT = SPACES OR WK-DEPARTMENT = LOW-VALUES
               MOVE SPACES TO WS-PVP-DEPT(WS-PVP-SUB)
               MOVE SPACES TO WS-PVP-ROUTING(WS-PVP-SUB)
               MOVE SPACES TO WS-PVP-ACCOUNT(WS-PVP-SUB)
               MOVE "N" TO WS-PVP-HAS-BANK(WS-PVP-SUB)
           ELSE
               MOVE WK-DEPARTMENT TO WS-PVP-DEPT(WS-PVP-SUB)
               MOVE WK-BANK-ROUTING TO WS-PVP-ROUTING(WS-PVP-SUB)
               MOVE WK-BANK-ACCOUNT TO WS-PVP-ACCOUNT(WS-PVP-SUB)
               MOVE "Y" TO WS-PVP-HAS-BANK(WS-PVP-SUB)
           END-IF.

      *===============================================================
      * 1200-RETRO-RUN: Retroactive pay adjustment mode. Opens its
      * own file set (the register, GL feed, and ACH/check outputs
           END-IF
           OPEN OUTPUT CHECK-PRINT-FILE
           OPEN OUTPUT POSPAY-FILE
           SET STUB-RETRO TO TRUE
           PERFORM 1069-OPEN-STUB-FILES
           PERFORM 1065-WRITE-ACH-HEADERS
           MOVE "RETROACTIVE PAY ADJUSTMENT REGISTER"
               TO REPORT-RECORD
           END-PERFORM
           PERFORM 2980-WRITE-ACH-TRAILERS
           PERFORM 2950-WRITE-GL-FEED
           PERFORM 3100-ROLL-QTD-CONTROL
           PERFORM 3110-WRITE-DEPOSIT-LIAB
           PERFORM 3150-ROLL-LOCAL-QTD
           PERFORM 3170-ROLL-WC-QTD
           PERFORM 3180-WC-PERIOD-REPORT
           CLOSE RETRO-REQ-FILE
           CLOSE EMPMAST-FILE
           CLOSE REPORT-FILE
           CLOSE CHECK-REG-FILE
           CLOSE CHECK-PRINT-FILE
           CLOSE POSPAY-FILE
           CLOSE STUB-PRINT-FILE
           CLOSE STUB-ELEC-FILE
           CLOSE STUB-YTD-FILE
           DISPLAY "RETRO REQUESTS:  " WS-RETRO-COUNT
           DISPLAY "RETRO PAID:      " WS-RETRO-PAID-COUNT
           DISPLAY "RETRO SKIPPED:   " WS-RETRO-SKIP-COUNT
           DISPLAY "RETRO PAY TOTAL: " WS-RETRO-GRAND
           DISPLAY "STUBS PRINTED:   " WS-STUB-PRINT-COUNT
           DISPLAY "STUBS DELIVERED: " WS-STUB-ELEC-COUNT.

      *===============================================================
      * 1210-PROCESS-RETRO-REQ: One backdated raise -- recompute the
           END-IF
      * Taxes on the delta: flat supplemental federal withholding,
      * FICA up to the remaining wage base, the employee's state
      * rate and local tax -- never the period tables
           COMPUTE WS-FED-TAX =
               WS-RETRO-DELTA * WS-SUPP-TAX-RATE
               ON SIZE ERROR
                   MOVE 0 TO WS-FED-TAX
           END-COMPUTE
           IF EM-YTD-FICA-WAGES < WS-FICA-WAGE-LIMIT
               COMPUTE WS-FICA-REMAINING =
                   WS-FICA-WAGE-LIMIT - EM-YTD-FICA-WAGES
               IF WS-RETRO-DELTA > WS-FICA-REMAINING
                   MOVE WS-FICA-REMAINING TO WS-TAXABLE-GROSS
               ELSE
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-FICA-TAX
               MOVE 0 TO WS-TAXABLE-GROSS
           END-IF
           SET STATE-NOT-FOUND TO TRUE
           MOVE WS-STATE-TAX-RATE TO WS-EFFECTIVE-STATE-RATE
               ON SIZE ERROR
                   MOVE 0 TO WS-STATE-TAX
           END-COMPUTE
           MOVE WS-RETRO-DELTA TO WS-LOCAL-BASIS
           PERFORM 2235-CALC-LOCAL-TAX
           COMPUTE WS-TOTAL-TAX =
               WS-FED-TAX + WS-STATE-TAX + WS-FICA-TAX
               + WS-LOCAL-TAX
               ON SIZE ERROR
                   MOVE 0 TO WS-TOTAL-TAX
           END-COMPUTE
           MOVE EM-FIRST-NAME TO IR-FIRST-NAME
           MOVE EM-BANK-ROUTING TO IR-BANK-ROUTING
           MOVE EM-BANK-ACCOUNT TO IR-BANK-ACCOUNT
           PERFORM 2465-CHECK-PRENOTE
           PERFORM 2460-WRITE-ACH-ENTRY
           PERFORM 2490-WRITE-PAY-STUB
      * Register entry and master roll: the new rate takes effect
      * going forward, the delta lands in YTD
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-BEFORE-IMAGE
           PERFORM 2466-POST-PRENOTE-STATE
           MOVE RR-NEW-RATE TO EM-PAY-RATE
           COMPUTE EM-YTD-GROSS = EM-YTD-GROSS + WS-RETRO-DELTA
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE
      * Fully taxable -- no pre-tax deduction comes out of it
           COMPUTE EM-YTD-FED-WAGES = EM-YTD-FED-WAGES + WS-RETRO-DELTA
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE
           COMPUTE EM-YTD-STATE-WAGES =
               EM-YTD-STATE-WAGES + WS-RETRO-DELTA
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE
           COMPUTE EM-YTD-FICA-WAGES =
               EM-YTD-FICA-WAGES + WS-TAXABLE-GROSS
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE
           COMPUTE EM-YTD-TAX = EM-YTD-TAX + WS-TOTAL-TAX
               ON SIZE ERROR
                   CONTINUE
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE
           ADD WS-LOCAL-WAGES TO EM-YTD-LOCAL-WAGES
           ADD WS-LOCAL-TAX TO EM-YTD-LOCAL-TAX
           PERFORM 2336-ACCUM-LOCAL-TAX
      * Employer tax liability for the quarter control and the
      * federal deposit
           ADD WS-FED-TAX TO WS-RUN-FED-TOT
           ADD WS-FICA-TAX TO WS-RUN-FICA-TOT
           ADD WS-STATE-TAX TO WS-RUN-STATE-TOT
      * Workers' comp exposure: the delta less its overtime premium
           PERFORM 2342-RESOLVE-WC-CLASS
           MOVE WS-WC-CLASS TO WS-WC-POST-CLASS
           COMPUTE WS-WC-POST-EXPOSURE =
               WS-RETRO-DELTA - WS-RETRO-OT-PREM
           MOVE WS-RETRO-OT-PREM TO WS-WC-POST-EXCLUDED
           PERFORM 2345-POST-WC-EXPOSURE
           MOVE EM-EMPLOYEE-ID TO UR-EMPLOYEE-ID
           MOVE EM-EMPLOYEE-NAME TO UR-EMPLOYEE-NAME
           MOVE EM-DEPARTMENT TO UR-DEPARTMENT
           MOVE EM-BANK-ACCOUNT TO UR-BANK-ACCOUNT
           MOVE SPACES TO UR-FILLER
           WRITE UPDATE-RECORD
           MOVE "RETRO PAY" TO PJ-REASON
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-AFTER-IMAGE
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR EMP "
                       EM-EMPLOYEE-ID
               NOT INVALID KEY
                   PERFORM 2458-JOURNAL-MASTER-CHANGE
           END-REWRITE
           MOVE RR-EMPLOYEE-ID TO WS-RTO-EMP-ID
           MOVE WS-RETRO-PERIODS TO WS-RTO-PERIODS
       1220-SCAN-WORKSHEETS SECTION.
       1220-SCAN-PARA.
           MOVE 0 TO WS-RETRO-DELTA
           MOVE 0 TO WS-RETRO-OT-PREM
           MOVE 0 TO WS-RETRO-PERIODS
           IF EM-PAY-FREQUENCY = "W"
               MOVE 52 TO WS-PERIODS-PER-YEAR
                           MOVE 0 TO WS-RETRO-ONE-DELTA
                   END-COMPUTE
               END-IF
      * The raise on the overtime and doubletime premium hours
      * stays out of workers' comp exposure
               IF WK-PAY-TYPE = "H"
                   COMPUTE WS-RETRO-ONE-PREM ROUNDED =
                       (RR-NEW-RATE - WK-PAY-RATE)
                       * ((WK-OVERTIME-HOURS
                           * (WS-OVERTIME-FACTOR - 1))
                          + (WK-DOUBLETIME-HOURS
                           * (WS-DOUBLETIME-FACTOR - 1)))
                       ON SIZE ERROR
                           MOVE 0 TO WS-RETRO-ONE-PREM
                   END-COMPUTE
                   IF WS-RETRO-ONE-PREM > WS-RETRO-ONE-DELTA
                       MOVE WS-RETRO-ONE-DELTA TO WS-RETRO-ONE-PREM
                   END-IF
                   ADD WS-RETRO-ONE-PREM TO WS-RETRO-OT-PREM
               END-IF
           ELSE
               COMPUTE WS-RETRO-ONE-DELTA ROUNDED =
                   (RR-NEW-RATE - WK-PAY-RATE) * 12
           END-IF
           OPEN OUTPUT CHECK-PRINT-FILE
           OPEN OUTPUT POSPAY-FILE
           SET STUB-SUPPLEMENTAL TO TRUE
           PERFORM 1069-OPEN-STUB-FILES
           PERFORM 1065-WRITE-ACH-HEADERS
           MOVE "OFF-CYCLE SUPPLEMENTAL PAY REGISTER"
               TO REPORT-RECORD
           END-PERFORM
           PERFORM 2980-WRITE-ACH-TRAILERS
           PERFORM 3200-WRITE-RUN-TOTALS
           PERFORM 3100-ROLL-QTD-CONTROL
           PERFORM 3110-WRITE-DEPOSIT-LIAB
           PERFORM 3150-ROLL-LOCAL-QTD
           PERFORM 3170-ROLL-WC-QTD
           PERFORM 3180-WC-PERIOD-REPORT
           CLOSE SUPP-FEED-FILE
           CLOSE EMPMAST-FILE
           CLOSE REPORT-FILE
           CLOSE CHECK-REG-FILE
           CLOSE CHECK-PRINT-FILE
           CLOSE POSPAY-FILE
           CLOSE STUB-PRINT-FILE
           CLOSE STUB-ELEC-FILE
           CLOSE STUB-YTD-FILE
           DISPLAY "SUPPLEMENTAL ITEMS: " WS-SUPP-COUNT
           DISPLAY "SUPPLEMENTAL PAID:  " WS-SUPP-PAID-COUNT
           DISPLAY "SUPPLEMENTAL SKIPPED: " WS-SUPP-SKIP-COUNT
           DISPLAY "STUBS PRINTED:      " WS-STUB-PRINT-COUNT
           DISPLAY "STUBS DELIVERED:    " WS-STUB-ELEC-COUNT.

       1310-PROCESS-SUPP-ITEM SECTION.
       1310-SUPP-ITEM-PARA.
           END-IF
           MOVE SP-AMOUNT TO WS-GROSS-PAY
      * Flat supplemental federal withholding instead of the
      * period tables; FICA, state, and local apply as always
           COMPUTE WS-FED-TAX =
               WS-GROSS-PAY * WS-SUPP-TAX-RATE
               ON SIZE ERROR
                   MOVE 0 TO WS-FED-TAX
           END-COMPUTE
           IF EM-YTD-FICA-WAGES < WS-FICA-WAGE-LIMIT
               COMPUTE WS-FICA-REMAINING =
                   WS-FICA-WAGE-LIMIT - EM-YTD-FICA-WAGES
               IF WS-GROSS-PAY > WS-FICA-REMAINING
                   MOVE WS-FICA-REMAINING TO WS-TAXABLE-GROSS
               ELSE
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-FICA-TAX
               MOVE 0 TO WS-TAXABLE-GROSS
           END-IF
           SET STATE-NOT-FOUND TO TRUE
           MOVE WS-STATE-TAX-RATE TO WS-EFFECTIVE-STATE-RATE
               ON SIZE ERROR
                   MOVE 0 TO WS-STATE-TAX
           END-COMPUTE
           MOVE WS-GROSS-PAY TO WS-LOCAL-BASIS
           PERFORM 2235-CALC-LOCAL-TAX
           COMPUTE WS-TOTAL-TAX =
               WS-FED-TAX + WS-STATE-TAX + WS-FICA-TAX
               + WS-LOCAL-TAX
               ON SIZE ERROR
                   MOVE 0 TO WS-TOTAL-TAX
           END-COMPUTE
           MOVE EM-FIRST-NAME TO IR-FIRST-NAME
           MOVE EM-BANK-ROUTING TO IR-BANK-ROUTING
           MOVE EM-BANK-ACCOUNT TO IR-BANK-ACCOUNT
           PERFORM 2465-CHECK-PRENOTE
           PERFORM 2460-WRITE-ACH-ENTRY
           PERFORM 2490-WRITE-PAY-STUB
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-BEFORE-IMAGE
           PERFORM 2466-POST-PRENOTE-STATE
           COMPUTE EM-YTD-GROSS = EM-YTD-GROSS + WS-GROSS-PAY
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE
      * Fully taxable -- no pre-tax deduction comes out of it
           COMPUTE EM-YTD-FED-WAGES = EM-YTD-FED-WAGES + WS-GROSS-PAY
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE
           COMPUTE EM-YTD-STATE-WAGES =
               EM-YTD-STATE-WAGES + WS-GROSS-PAY
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE
           COMPUTE EM-YTD-FICA-WAGES =
               EM-YTD-FICA-WAGES + WS-TAXABLE-GROSS
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE
           COMPUTE EM-YTD-TAX = EM-YTD-TAX + WS-TOTAL-TAX
               ON SIZE ERROR
                   CONTINUE
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE
           ADD WS-LOCAL-WAGES TO EM-YTD-LOCAL-WAGES
           ADD WS-LOCAL-TAX TO EM-YTD-LOCAL-TAX
           PERFORM 2336-ACCUM-LOCAL-TAX
      * Employer tax liability for the quarter control and the
      * federal deposit
           ADD WS-FED-TAX TO WS-RUN-FED-TOT
           ADD WS-FICA-TAX TO WS-RUN-FICA-TOT
           ADD WS-STATE-TAX TO WS-RUN-STATE-TOT
      * Workers' comp exposure: the whole amount -- no overtime
      * premium rides on off-cycle pay
           PERFORM 2342-RESOLVE-WC-CLASS
           MOVE WS-WC-CLASS TO WS-WC-POST-CLASS
           MOVE WS-GROSS-PAY TO WS-WC-POST-EXPOSURE
           MOVE 0 TO WS-WC-POST-EXCLUDED
           PERFORM 2345-POST-WC-EXPOSURE
           MOVE EM-EMPLOYEE-ID TO UR-EMPLOYEE-ID
           MOVE EM-EMPLOYEE-NAME TO UR-EMPLOYEE-NAME
           MOVE EM-DEPARTMENT TO UR-DEPARTMENT
           MOVE EM-BANK-ACCOUNT TO UR-BANK-ACCOUNT
           MOVE SPACES TO UR-FILLER
           WRITE UPDATE-RECORD
           MOVE "SUPPLEMENTAL PAY" TO PJ-REASON
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-AFTER-IMAGE
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR EMP "
                       EM-EMPLOYEE-ID
               NOT INVALID KEY
                   PERFORM 2458-JOURNAL-MASTER-CHANGE
           END-REWRITE
           MOVE SP-EMPLOYEE-ID TO WS-SUP-EMP-ID
           MOVE SP-REASON TO WS-SUP-REASON
                       MOVE SPACES TO WS-CHARGE-DEPT
                       MOVE SPACES TO WS-SPLIT-DEPT
                       MOVE 0 TO WS-SPLIT-HOURS
                       MOVE SPACE TO WS-PRENOTE-ACTION
                       PERFORM 2100-VALIDATE-RECORD
                       IF RECORD-IS-VALID
                           PERFORM 2200-CALCULATE-PAY
                           IF CALC-NO-OVERFLOW
                               IF ERR-NEGATIVE-NET
                                   ADD 1 TO WS-RECORDS-EXCEPTION
                                   IF WS-PREVIEW-MODE
                                       PERFORM 2700-PREVIEW-EMPLOYEE
                                   END-IF
                               ELSE
                                   IF WS-PREVIEW-MODE
                                       PERFORM 2700-PREVIEW-EMPLOYEE
                                       PERFORM 2300-ACCUMULATE-TOTALS
                                   ELSE
                                       PERFORM 2300-ACCUMULATE-TOTALS
                                       PERFORM 2400-WRITE-REPORT
                                       PERFORM 2450-WRITE-UPDATE
                                       PERFORM 2460-WRITE-ACH-ENTRY
                                       PERFORM 2490-WRITE-PAY-STUB
                                   END-IF
                                   ADD 1 TO WS-RECORDS-PROCESSED
                               END-IF
                           ELSE
                       END-IF
                       IF FUNCTION MOD(WS-RECORDS-READ,
                           WS-CHECKPOINT-INTERVAL) = 0
                           AND NOT WS-PREVIEW-MODE
                           PERFORM 2600-WRITE-CHECKPOINT
                       END-IF
               END-READ
                           IF CALC-NO-OVERFLOW
                               IF ERR-NEGATIVE-NET
                                   ADD 1 TO WS-RECORDS-EXCEPTION
                                   IF WS-PREVIEW-MODE
                                       PERFORM 2700-PREVIEW-EMPLOYEE
                                   END-IF
                               ELSE
                                   IF WS-PREVIEW-MODE
                                       PERFORM 2700-PREVIEW-EMPLOYEE
                                       PERFORM 2300-ACCUMULATE-TOTALS
                                   ELSE
                                       PERFORM 2300-ACCUMULATE-TOTALS
                                       PERFORM 2400-WRITE-REPORT
                                       PERFORM 2450-WRITE-UPDATE
                                       PERFORM 2460-WRITE-ACH-ENTRY
                                       PERFORM 2490-WRITE-PAY-STUB
                                   END-IF
                                   ADD 1 TO WS-RECORDS-PROCESSED
                               END-IF
                           ELSE
                       END-IF
                       IF FUNCTION MOD(WS-RECORDS-READ,
                           WS-CHECKPOINT-INTERVAL) = 0
                           AND NOT WS-PREVIEW-MODE
                           PERFORM 2600-WRITE-CHECKPOINT
                       END-IF
               END-READ
                   SET WS-FINAL-PAY TO TRUE
               END-IF
           END-IF
      * An employee on leave of absence is suspended, not
      * terminated: no pay and no leave accrual until LOAMAINT
      * returns them to work. The health deductions they miss
      * build up as arrears at 2975.
           IF EM-ON-LEAVE
               SET RECORD-IS-INVALID TO TRUE
               SET ERR-ON-LEAVE TO TRUE
               MOVE "EMPLOYEE ON LEAVE - PAY SUSPENDED"
                   TO WS-ERROR-MESSAGE
               MOVE TC-EMPLOYEE-ID TO IR-EMPLOYEE-ID
               EXIT SECTION
           END-IF
           IF EM-PAY-FREQUENCY = SPACE
               MOVE "M" TO WS-EMP-FREQUENCY
           ELSE
           MOVE EM-BANK-ROUTING TO IR-BANK-ROUTING
           MOVE EM-BANK-ACCOUNT TO IR-BANK-ACCOUNT
           MOVE SPACES TO IR-FILLER
           PERFORM 2465-CHECK-PRENOTE
      * Leave taken may not drive a balance below zero -- the
      * timecard is rejected for correction instead
           IF TC-VAC-HOURS-TAKEN > EM-VAC-BALANCE
           MOVE 0 TO WS-TOTAL-TAX
           MOVE 0 TO WS-TOTAL-DEDUCTIONS
           MOVE 0 TO WS-NET-PAY
           MOVE 0 TO WS-EXP-REIMB
           MOVE 0 TO WS-COMMISSION-PAY
           MOVE 0 TO WS-SHIFT-PREMIUM
      * The worksheet file writes these for every employee, so they
           MOVE 0 TO WS-DOUBLETIME-HOURS
           MOVE 0 TO WS-BONUS-PAY
           MOVE 0 TO WS-TAXABLE-GROSS
           MOVE 0 TO WS-FED-WAGES
           MOVE 0 TO WS-STATE-WAGES
           MOVE SPACES TO WS-LOCAL-CODE
           MOVE 0 TO WS-LOCAL-WAGES
           MOVE 0 TO WS-LOCAL-TAX
           SET CALC-NO-OVERFLOW TO TRUE
      * Calculate gross pay based on pay type
           EVALUATE TRUE
                   EXIT SECTION
               END-IF
           END-IF
      * The period's voluntary deductions by code, then the
      * taxable wage bases -- gross less the pre-tax deductions
      * each tax excludes
           PERFORM 2207-BUILD-DED-LIST
           PERFORM 2203-APPLY-LOA-RECOVERY
           PERFORM 2205-SET-WAGE-BASES
      * Calculate federal tax -- annual percentage method from the
      * employee's W-4 elections
           PERFORM 2210-CALC-FED-WITHHOLDING
      * Calculate state tax -- look up the employee's state in the
      * multi-state rate table, falling back to the flat default
      * rate when the code is blank or not found
               MOVE WS-STATE-TAX-RATE TO WS-EFFECTIVE-STATE-RATE
           END-IF
           COMPUTE WS-STATE-TAX =
               WS-STATE-WAGES * WS-EFFECTIVE-STATE-RATE
               ON SIZE ERROR
                   SET CALC-HAS-OVERFLOW TO TRUE
           END-COMPUTE
      * Calculate local income tax on the state-taxable wages for
      * the work (else residence) locality the master carries --
      * the legacy input has no localities
           IF WS-MASTER-MODE
               MOVE WS-STATE-WAGES TO WS-LOCAL-BASIS
               PERFORM 2235-CALC-LOCAL-TAX
           END-IF
      * Calculate FICA tax with wage limit check -- against the
      * YTD FICA wages the master carries (the legacy input has
      * only YTD gross)
           IF WS-MASTER-MODE
               MOVE EM-YTD-FICA-WAGES TO WS-YTD-FICA-BASE
           ELSE
               MOVE IR-YTD-GROSS TO WS-YTD-FICA-BASE
           END-IF
           IF WS-YTD-FICA-BASE < WS-FICA-WAGE-LIMIT
               COMPUTE WS-FICA-REMAINING =
                   WS-FICA-WAGE-LIMIT - WS-YTD-FICA-BASE
               END-COMPUTE
               IF WS-FICA-WAGES > WS-FICA-REMAINING
                   MOVE WS-FICA-REMAINING
                       TO WS-TAXABLE-GROSS
               ELSE
                   MOVE WS-FICA-WAGES
                       TO WS-TAXABLE-GROSS
               END-IF
               COMPUTE WS-FICA-TAX =
      * Total taxes
           COMPUTE WS-TOTAL-TAX =
               WS-FED-TAX + WS-STATE-TAX + WS-FICA-TAX
               + WS-LOCAL-TAX
               ON SIZE ERROR
                   SET CALC-HAS-OVERFLOW TO TRUE
           END-COMPUTE
                   MOVE IR-GARNISH-DED TO WS-GARNISH-APPLIED
               END-IF
           END-IF
      * Card-payment deduction for enrolled employees -- taken like
      * the other deductions, remembered per enrollee for the
      * CARDBRDG bridge feed
           END-IF
           IF WS-NET-PAY > WS-MAX-NET
               MOVE WS-NET-PAY TO WS-MAX-NET
           END-IF
      * Approved expense reimbursements ride on top of net pay --
      * never in gross, so no tax, FICA, SUI or W-2 wage touches
      * them -- and only on a paycheck actually being cut
           IF CALC-NO-OVERFLOW
               AND NOT ERR-NEGATIVE-NET
               AND WS-XR-USED > 0
               PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
                   IF WS-XR-EMP(WS-XR-IDX) = IR-EMPLOYEE-ID
                       AND XR-ITEM-UNPAID(WS-XR-IDX)
                       ADD WS-XR-AMOUNT(WS-XR-IDX) TO WS-EXP-REIMB
                   END-IF
               END-PERFORM
               ADD WS-EXP-REIMB TO WS-NET-PAY
                   ON SIZE ERROR
                       SET CALC-HAS-OVERFLOW TO TRUE
               END-ADD
           END-IF.

      *===============================================================
      * 2205-SET-WAGE-BASES: The period's federal, state and FICA
      * taxable wages -- gross less every deduction taken this
      * period wherever the deduction code table says the code
      * reduces that base. A base never goes below zero.
      *===============================================================
       2205-SET-WAGE-BASES SECTION.
       2205-WAGE-BASE-PARA.
           MOVE 0 TO WS-PRETAX-FED
           MOVE 0 TO WS-PRETAX-STATE
           MOVE 0 TO WS-PRETAX-FICA
           PERFORM VARYING WS-EDA-SUB FROM 1 BY 1
               UNTIL WS-EDA-SUB > WS-EDA-COUNT
               PERFORM 2206-APPLY-DED-TREATMENT
           END-PERFORM
           MOVE 0 TO WS-FED-WAGES
           MOVE 0 TO WS-STATE-WAGES
           MOVE 0 TO WS-FICA-WAGES
           IF WS-GROSS-PAY > WS-PRETAX-FED
               COMPUTE WS-FED-WAGES =
                   WS-GROSS-PAY - WS-PRETAX-FED
           END-IF
           IF WS-GROSS-PAY > WS-PRETAX-STATE
               COMPUTE WS-STATE-WAGES =
                   WS-GROSS-PAY - WS-PRETAX-STATE
           END-IF
           IF WS-GROSS-PAY > WS-PRETAX-FICA
               COMPUTE WS-FICA-WAGES =
                   WS-GROSS-PAY - WS-PRETAX-FICA
           END-IF.

       2206-APPLY-DED-TREATMENT SECTION.
       2206-DED-TREAT-PARA.
           MOVE WS-EDA-DT-SUB(WS-EDA-SUB) TO WS-DT-SUB
           IF WS-DT-FED(WS-DT-SUB) = "Y"
               ADD WS-EDA-AMOUNT(WS-EDA-SUB) TO WS-PRETAX-FED
           END-IF
           IF WS-DT-STATE(WS-DT-SUB) = "Y"
               ADD WS-EDA-AMOUNT(WS-EDA-SUB) TO WS-PRETAX-STATE
           END-IF
           IF WS-DT-FICA(WS-DT-SUB) = "Y"
               ADD WS-EDA-AMOUNT(WS-EDA-SUB) TO WS-PRETAX-FICA
           END-IF.

      *===============================================================
      * 2207-BUILD-DED-LIST: The codes this employee is deducted this
      * period. With EMPDED rows on file, every row active on the
      * pay date is taken at its flat amount or percent of gross,
      * held to its code's annual limit, and the health, 401(k) and
      * other fields become the bucket totals of what was taken --
      * the fixed amounts on the record are ignored. With none, the
      * fixed fields are taken as HLTH, 401K and OTHR, the other
      * deduction held to its goal as it always has been.
      *===============================================================
       2207-BUILD-DED-LIST SECTION.
       2207-DED-LIST-PARA.
           MOVE 0 TO WS-EDA-COUNT
           MOVE 0 TO WS-EDR-COUNT
           MOVE "N" TO WS-ED-CODED-FLAG
           MOVE IR-HEALTH-DED TO WS-ED-SAVE-HEALTH
           MOVE IR-RETIRE-DED TO WS-ED-SAVE-RETIRE
           MOVE IR-OTHER-DED TO WS-ED-SAVE-OTHER
           IF EMP-DED-AVAILABLE
               PERFORM 2208-LOAD-EMP-DED-ROWS
           END-IF
           IF WS-EDR-COUNT > 0
               SET ED-CODE-DRIVEN TO TRUE
               ADD 1 TO WS-ED-CODED-COUNT
               MOVE 0 TO WS-ED-BUCKET-HEALTH
               MOVE 0 TO WS-ED-BUCKET-RETIRE
               MOVE 0 TO WS-ED-BUCKET-OTHER
               PERFORM VARYING WS-EDR-SUB FROM 1 BY 1
                   UNTIL WS-EDR-SUB > WS-EDR-COUNT
                   PERFORM 2209-APPLY-DED-ROW
               END-PERFORM
               MOVE WS-ED-BUCKET-HEALTH TO IR-HEALTH-DED
               MOVE WS-ED-BUCKET-RETIRE TO IR-RETIRE-DED
               MOVE WS-ED-BUCKET-OTHER TO IR-OTHER-DED
               MOVE WS-ED-BUCKET-OTHER TO WS-OTHER-DED-APPLIED
               IF WS-ED-BUCKET-HEALTH > 9999.99
                   OR WS-ED-BUCKET-RETIRE > 9999.99
                   OR WS-ED-BUCKET-OTHER > 9999.99
                   SET CALC-HAS-OVERFLOW TO TRUE
               END-IF
               EXIT SECTION
           END-IF
      * Goal-limited other deduction: only the remaining goal
      * balance collects (partial in the final period); at goal the
      * deduction stops by itself and overcollection refunds end
           MOVE IR-OTHER-DED TO WS-OTHER-DED-APPLIED
           IF WS-MASTER-MODE
               AND EM-OTHER-DED-GOAL > 0
               IF EM-OTHER-DED-TODATE >= EM-OTHER-DED-GOAL
                   MOVE 0 TO WS-OTHER-DED-APPLIED
               ELSE
                   IF EM-OTHER-DED-TODATE + IR-OTHER-DED
                       > EM-OTHER-DED-GOAL
                       COMPUTE WS-OTHER-DED-APPLIED =
                           EM-OTHER-DED-GOAL
                           - EM-OTHER-DED-TODATE
                   END-IF
               END-IF
           END-IF
           MOVE "HLTH" TO WS-DT-LOOKUP-CODE
           MOVE IR-HEALTH-DED TO WS-DT-LOOKUP-AMT
           PERFORM 2204-ADD-FIXED-DED
           MOVE "401K" TO WS-DT-LOOKUP-CODE
           MOVE IR-RETIRE-DED TO WS-DT-LOOKUP-AMT
           PERFORM 2204-ADD-FIXED-DED
           MOVE "OTHR" TO WS-DT-LOOKUP-CODE
           MOVE WS-OTHER-DED-APPLIED TO WS-DT-LOOKUP-AMT
           PERFORM 2204-ADD-FIXED-DED.

      *===============================================================
      * 2203-APPLY-LOA-RECOVERY: An employee back from a leave of
      * absence repays the health deductions missed while away --
      * up to the row's per-period recovery amount, never more
      * than the balance left -- on top of this period's health
      * deduction: the first health-bucket code on the list, else
      * a fixed HLTH entry. A code-driven employee with no health
      * code active this period repays nothing until one is.
      * 2454 takes what was collected off the balance.
      *===============================================================
       2203-APPLY-LOA-RECOVERY SECTION.
       2203-LOA-RECOVERY-PARA.
           MOVE 0 TO WS-LOA-RECOVERY
           IF NOT LOA-IS-OPEN
               EXIT SECTION
           END-IF
           MOVE IR-EMPLOYEE-ID TO LV-EMPLOYEE-ID
           READ LOA-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF NOT LV-RECOVERING
               OR LV-ARREARS-BAL = 0
               EXIT SECTION
           END-IF
           MOVE LV-RECOVERY-AMT TO WS-LOA-RECOVERY
           IF WS-LOA-RECOVERY = 0
               OR LV-ARREARS-BAL < WS-LOA-RECOVERY
               MOVE LV-ARREARS-BAL TO WS-LOA-RECOVERY
           END-IF
           IF IR-HEALTH-DED + WS-LOA-RECOVERY > 9999.99
               COMPUTE WS-LOA-RECOVERY = 9999.99 - IR-HEALTH-DED
           END-IF
           IF WS-LOA-RECOVERY = 0
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-LOA-EDA-SUB
           PERFORM VARYING WS-EDA-SUB FROM 1 BY 1
               UNTIL WS-EDA-SUB > WS-EDA-COUNT
               OR WS-LOA-EDA-SUB > 0
               IF WS-DT-BUCKET(WS-EDA-DT-SUB(WS-EDA-SUB)) = "H"
                   MOVE WS-EDA-SUB TO WS-LOA-EDA-SUB
               END-IF
           END-PERFORM
           IF WS-LOA-EDA-SUB > 0
               ADD WS-LOA-RECOVERY TO WS-EDA-AMOUNT(WS-LOA-EDA-SUB)
               IF ED-CODE-DRIVEN
                   ADD WS-LOA-RECOVERY TO WS-EDA-YTD(WS-LOA-EDA-SUB)
               END-IF
           ELSE
               IF ED-CODE-DRIVEN
                   OR WS-EDA-COUNT >= 12
                   DISPLAY "LEAVE ARREARS NOT RECOVERED, NO HEALTH "
                       "DEDUCTION THIS PERIOD: " IR-EMPLOYEE-ID
                   MOVE 0 TO WS-LOA-RECOVERY
                   EXIT SECTION
               END-IF
               MOVE "HLTH" TO WS-DT-LOOKUP-CODE
               MOVE WS-LOA-RECOVERY TO WS-DT-LOOKUP-AMT
               PERFORM 2204-ADD-FIXED-DED
           END-IF
           ADD WS-LOA-RECOVERY TO IR-HEALTH-DED.

      *===============================================================
      * 2204-ADD-FIXED-DED: One fixed master amount onto the period's
      * list under its built-in code.
      *===============================================================
       2204-ADD-FIXED-DED SECTION.
       2204-FIXED-DED-PARA.
           IF WS-DT-LOOKUP-AMT = 0
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-DT-FOUND
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DT-COUNT
               OR DT-WAS-FOUND
               IF WS-DT-LOOKUP-CODE = WS-DT-CODE(WS-DT-SUB)
                   SET DT-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           SUBTRACT 1 FROM WS-DT-SUB
           ADD 1 TO WS-EDA-COUNT
           MOVE WS-DT-LOOKUP-CODE TO WS-EDA-CODE(WS-EDA-COUNT)
           MOVE WS-DT-SUB TO WS-EDA-DT-SUB(WS-EDA-COUNT)
           MOVE 0 TO WS-EDA-START(WS-EDA-COUNT)
           MOVE WS-DT-LOOKUP-AMT TO WS-EDA-AMOUNT(WS-EDA-COUNT)
           MOVE 0 TO WS-EDA-SPLIT(WS-EDA-COUNT)
           MOVE 0 TO WS-EDA-YTD(WS-EDA-COUNT).

      *===============================================================
      * 2208-LOAD-EMP-DED-ROWS: Every EMPDED row for the employee,
      * in code order, with last year's year-to-date read as zero.
      *===============================================================
       2208-LOAD-EMP-DED-ROWS SECTION.
       2208-LOAD-ROWS-PARA.
           MOVE IR-EMPLOYEE-ID TO ED-EMPLOYEE-ID
           MOVE LOW-VALUES TO ED-DED-CODE
           MOVE 0 TO ED-START-DATE
           START EMP-DED-FILE KEY IS NOT LESS THAN ED-KEY
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE "N" TO WS-EDR-DONE-FLAG
           PERFORM UNTIL EDR-DONE
               READ EMP-DED-FILE NEXT RECORD
                   AT END
                       SET EDR-DONE TO TRUE
                   NOT AT END
                       IF ED-EMPLOYEE-ID NOT = IR-EMPLOYEE-ID
                           SET EDR-DONE TO TRUE
                       ELSE
                           IF WS-EDR-COUNT < 30
                               ADD 1 TO WS-EDR-COUNT
                               MOVE ED-DED-CODE
                                   TO WS-EDR-CODE(WS-EDR-COUNT)
                               MOVE ED-START-DATE
                                   TO WS-EDR-START(WS-EDR-COUNT)
                               MOVE ED-STOP-DATE
                                   TO WS-EDR-STOP(WS-EDR-COUNT)
                               MOVE ED-AMOUNT
                                   TO WS-EDR-AMOUNT(WS-EDR-COUNT)
                               MOVE ED-PERCENT
                                   TO WS-EDR-PERCENT(WS-EDR-COUNT)
                               IF ED-YTD-YEAR = WS-CURRENT-YEAR
                                   MOVE ED-YTD-AMOUNT
                                       TO WS-EDR-YTD(WS-EDR-COUNT)
                               ELSE
                                   MOVE 0
                                       TO WS-EDR-YTD(WS-EDR-COUNT)
                               END-IF
                           ELSE
                               DISPLAY "EMP DEDUCTION TABLE FULL, "
                                   "DROPPING: " ED-EMPLOYEE-ID " "
                                   ED-DED-CODE
                               IF WS-BATCH-RETURN-CODE < 8
                                   MOVE 8 TO WS-BATCH-RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *===============================================================
      * 2209-APPLY-DED-ROW: Take one EMPDED row if it is active on the
      * pay date -- flat amount or percent of gross by its code's
      * method, no more than the code's annual limit leaves after
      * the year-to-date on all the employee's rows for the code
      * and anything already taken for it this period.
      *===============================================================
       2209-APPLY-DED-ROW SECTION.
       2209-APPLY-ROW-PARA.
           IF WS-EDR-START(WS-EDR-SUB) > WS-CURRENT-DATE
               EXIT SECTION
           END-IF
           IF WS-EDR-STOP(WS-EDR-SUB) NOT = 0
               AND WS-EDR-STOP(WS-EDR-SUB) < WS-CURRENT-DATE
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-DT-FOUND
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DT-COUNT
               OR DT-WAS-FOUND
               IF WS-EDR-CODE(WS-EDR-SUB) = WS-DT-CODE(WS-DT-SUB)
                   SET DT-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT DT-WAS-FOUND
               DISPLAY "DEDUCTION CODE NOT ON TABLE: "
                   WS-EDR-CODE(WS-EDR-SUB) " EMP " IR-EMPLOYEE-ID
               IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           SUBTRACT 1 FROM WS-DT-SUB
           IF WS-DT-METHOD(WS-DT-SUB) = "P"
               COMPUTE WS-ED-THIS-AMT ROUNDED =
                   WS-GROSS-PAY * WS-EDR-PERCENT(WS-EDR-SUB)
                   ON SIZE ERROR
                       SET CALC-HAS-OVERFLOW TO TRUE
               END-COMPUTE
           ELSE
               MOVE WS-EDR-AMOUNT(WS-EDR-SUB) TO WS-ED-THIS-AMT
           END-IF
           IF WS-DT-LIMIT(WS-DT-SUB) > 0
               MOVE 0 TO WS-ED-CODE-YTD
               PERFORM VARYING WS-EDR-SUB2 FROM 1 BY 1
                   UNTIL WS-EDR-SUB2 > WS-EDR-COUNT
                   IF WS-EDR-CODE(WS-EDR-SUB2) =
                       WS-EDR-CODE(WS-EDR-SUB)
                       ADD WS-EDR-YTD(WS-EDR-SUB2) TO WS-ED-CODE-YTD
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-EDA-SUB FROM 1 BY 1
                   UNTIL WS-EDA-SUB > WS-EDA-COUNT
                   IF WS-EDA-CODE(WS-EDA-SUB) =
                       WS-EDR-CODE(WS-EDR-SUB)
                       ADD WS-EDA-AMOUNT(WS-EDA-SUB)
                           TO WS-ED-CODE-YTD
                   END-IF
               END-PERFORM
               IF WS-ED-CODE-YTD >= WS-DT-LIMIT(WS-DT-SUB)
                   MOVE 0 TO WS-ED-THIS-AMT
                   ADD 1 TO WS-ED-LIMIT-COUNT
               ELSE
                   IF WS-ED-CODE-YTD + WS-ED-THIS-AMT
                       > WS-DT-LIMIT(WS-DT-SUB)
                       COMPUTE WS-ED-THIS-AMT =
                           WS-DT-LIMIT(WS-DT-SUB) - WS-ED-CODE-YTD
                       ADD 1 TO WS-ED-LIMIT-COUNT
                   END-IF
               END-IF
           END-IF
           IF WS-ED-THIS-AMT = 0
               EXIT SECTION
           END-IF
           IF WS-ED-THIS-AMT > 99999.99
               SET CALC-HAS-OVERFLOW TO TRUE
               EXIT SECTION
           END-IF
           IF WS-EDA-COUNT >= 12
               DISPLAY "EMP DEDUCTION LIST FULL, DROPPING: "
                   IR-EMPLOYEE-ID " " WS-EDR-CODE(WS-EDR-SUB)
               IF WS-BATCH-RETURN-CODE < 8
                   MOVE 8 TO WS-BATCH-RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO WS-EDA-COUNT
           MOVE WS-EDR-CODE(WS-EDR-SUB) TO WS-EDA-CODE(WS-EDA-COUNT)
           MOVE WS-DT-SUB TO WS-EDA-DT-SUB(WS-EDA-COUNT)
           MOVE WS-EDR-START(WS-EDR-SUB)
               TO WS-EDA-START(WS-EDA-COUNT)
           MOVE WS-ED-THIS-AMT TO WS-EDA-AMOUNT(WS-EDA-COUNT)
           MOVE 0 TO WS-EDA-SPLIT(WS-EDA-COUNT)
           COMPUTE WS-EDA-YTD(WS-EDA-COUNT) =
               WS-EDR-YTD(WS-EDR-SUB) + WS-ED-THIS-AMT
               ON SIZE ERROR
                   MOVE WS-EDR-YTD(WS-EDR-SUB)
                       TO WS-EDA-YTD(WS-EDA-COUNT)
           END-COMPUTE
           EVALUATE WS-DT-BUCKET(WS-DT-SUB)
               WHEN "H"
                   ADD WS-ED-THIS-AMT TO WS-ED-BUCKET-HEALTH
               WHEN "R"
                   ADD WS-ED-THIS-AMT TO WS-ED-BUCKET-RETIRE
               WHEN OTHER
                   ADD WS-ED-THIS-AMT TO WS-ED-BUCKET-OTHER
           END-EVALUATE.

      *===============================================================
      * 2210-CALC-FED-WITHHOLDING: Annual percentage method. The
      * period's federal wages are annualized by the employee's
      * periods per year, W-4 other income added and deductions
      * taken off; the
      * bracket for the filing status gives the tentative annual
      * tax, the dependents credit comes off it (never below zero),
      * and the per-period share plus the W-4 extra withholding is
      * the period's federal tax. An exempt claim withholds nothing.
      * The legacy combined input carries no W-4, so it withholds as
      * single with no adjustments -- as does a master record with
      * no W-4 on file. A filing status with no bracket rows falls
      * back to the flat WS-FED-TAX-RATE.
      *===============================================================
       2210-CALC-FED-WITHHOLDING SECTION.
       2210-FED-WHLD-PARA.
           MOVE "S" TO WS-FW-STATUS
           MOVE 0 TO WS-FW-DEPENDENT-AMT
           MOVE 0 TO WS-FW-OTHER-INCOME
           MOVE 0 TO WS-FW-DEDUCTIONS
           MOVE 0 TO WS-FW-EXTRA-WHLD
           MOVE "N" TO WS-FW-EXEMPT
           IF WS-MASTER-MODE
               IF EM-W4-SINGLE OR EM-W4-MARRIED OR EM-W4-HEAD-HOUSE
                   MOVE EM-W4-FILING-STATUS TO WS-FW-STATUS
               END-IF
               MOVE EM-W4-DEPENDENT-AMT TO WS-FW-DEPENDENT-AMT
               MOVE EM-W4-OTHER-INCOME TO WS-FW-OTHER-INCOME
               MOVE EM-W4-DEDUCTIONS TO WS-FW-DEDUCTIONS
               MOVE EM-W4-EXTRA-WHLD TO WS-FW-EXTRA-WHLD
               IF EM-W4-IS-EXEMPT
                   MOVE "Y" TO WS-FW-EXEMPT
               END-IF
           END-IF
           MOVE 0 TO WS-FED-TAX
           IF WS-FW-EXEMPT = "Y"
               EXIT SECTION
           END-IF
           COMPUTE WS-FW-ANNUAL-WAGE =
               WS-FED-WAGES * WS-PERIODS-PER-YEAR
               + WS-FW-OTHER-INCOME - WS-FW-DEDUCTIONS
               ON SIZE ERROR
                   SET CALC-HAS-OVERFLOW TO TRUE
                   EXIT SECTION
           END-COMPUTE
           IF WS-FW-ANNUAL-WAGE < 0
               MOVE 0 TO WS-FW-ANNUAL-WAGE
           END-IF
      * The bracket is the row of this filing status with the
      * highest floor the annual wage reaches
           MOVE 0 TO WS-FWB-HIT
           PERFORM VARYING WS-FWB-SUB FROM 1 BY 1
               UNTIL WS-FWB-SUB > WS-FWB-COUNT
               IF WS-FWB-STATUS(WS-FWB-SUB) = WS-FW-STATUS
                   AND WS-FWB-FLOOR(WS-FWB-SUB) <= WS-FW-ANNUAL-WAGE
                   IF WS-FWB-HIT = 0
                       MOVE WS-FWB-SUB TO WS-FWB-HIT
                   ELSE
                       IF WS-FWB-FLOOR(WS-FWB-SUB) >
                           WS-FWB-FLOOR(WS-FWB-HIT)
                           MOVE WS-FWB-SUB TO WS-FWB-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FWB-HIT = 0
               ADD 1 TO WS-FW-FLAT-COUNT
               COMPUTE WS-FED-TAX =
                   WS-FED-WAGES * WS-FED-TAX-RATE
                   ON SIZE ERROR
                       SET CALC-HAS-OVERFLOW TO TRUE
               END-COMPUTE
               EXIT SECTION
           END-IF
           COMPUTE WS-FW-ANNUAL-TAX ROUNDED =
               WS-FWB-BASE-TAX(WS-FWB-HIT)
               + (WS-FW-ANNUAL-WAGE - WS-FWB-FLOOR(WS-FWB-HIT))
               * WS-FWB-RATE(WS-FWB-HIT)
               - WS-FW-DEPENDENT-AMT
               ON SIZE ERROR
                   SET CALC-HAS-OVERFLOW TO TRUE
                   EXIT SECTION
           END-COMPUTE
           IF WS-FW-ANNUAL-TAX < 0
               MOVE 0 TO WS-FW-ANNUAL-TAX
           END-IF
           COMPUTE WS-FED-TAX ROUNDED =
               WS-FW-ANNUAL-TAX / WS-PERIODS-PER-YEAR
               + WS-FW-EXTRA-WHLD
               ON SIZE ERROR
                   SET CALC-HAS-OVERFLOW TO TRUE
           END-COMPUTE.

      *===============================================================
      * 2235-CALC-LOCAL-TAX: Local income tax on WS-LOCAL-BASIS for
      * one jurisdiction -- the work locality when the master has
      * one (at the resident rate when the employee also lives
      * there, else the nonresident rate), otherwise the residence
      * locality at the resident rate. A wage base caps the taxable
      * wages against the employee's YTD local wages; the flat
      * method takes its amount from any pay with taxable wages.
      * Leaves the code, wages, and tax, and WS-LT-HIT on the
      * table entry for 2336.
      *===============================================================
       2235-CALC-LOCAL-TAX SECTION.
       2235-LOCAL-PARA.
           MOVE SPACES TO WS-LOCAL-CODE
           MOVE 0 TO WS-LOCAL-WAGES
           MOVE 0 TO WS-LOCAL-TAXABLE
           MOVE 0 TO WS-LOCAL-TAX
           MOVE "N" TO WS-LOCAL-RESIDENT
           IF EM-WORK-LOCALITY NOT = SPACES
               MOVE EM-WORK-LOCALITY TO WS-LOCAL-CODE
               IF EM-RES-LOCALITY = EM-WORK-LOCALITY
                   SET LOCAL-IS-RESIDENT TO TRUE
               END-IF
           ELSE
               IF EM-RES-LOCALITY NOT = SPACES
                   MOVE EM-RES-LOCALITY TO WS-LOCAL-CODE
                   SET LOCAL-IS-RESIDENT TO TRUE
               END-IF
           END-IF
           IF WS-LOCAL-CODE = SPACES
               OR WS-LOCAL-BASIS = 0
               MOVE SPACES TO WS-LOCAL-CODE
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-LT-FOUND
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
               UNTIL WS-LT-SUB > WS-LT-COUNT
               OR LT-WAS-FOUND
               IF WS-LOCAL-CODE = WS-LT-CODE(WS-LT-SUB)
                   SET LT-WAS-FOUND TO TRUE
                   MOVE WS-LT-SUB TO WS-LT-HIT
               END-IF
           END-PERFORM
           IF NOT LT-WAS-FOUND
               DISPLAY "WARNING: LOCALITY " WS-LOCAL-CODE
                   " NOT IN LOCAL TAX TABLE -- EMP "
                   EM-EMPLOYEE-ID " NOT WITHHELD"
               IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
               END-IF
               MOVE SPACES TO WS-LOCAL-CODE
               EXIT SECTION
           END-IF
           MOVE WS-LOCAL-BASIS TO WS-LOCAL-WAGES
           MOVE WS-LOCAL-BASIS TO WS-LOCAL-TAXABLE
           IF WS-LT-WAGE-BASE(WS-LT-HIT) > 0
               COMPUTE WS-LOCAL-ROOM =
                   WS-LT-WAGE-BASE(WS-LT-HIT) - EM-YTD-LOCAL-WAGES
               IF WS-LOCAL-ROOM < 0
                   MOVE 0 TO WS-LOCAL-ROOM
               END-IF
               IF WS-LOCAL-TAXABLE > WS-LOCAL-ROOM
                   MOVE WS-LOCAL-ROOM TO WS-LOCAL-TAXABLE
               END-IF
           END-IF
           IF WS-LOCAL-TAXABLE = 0
               EXIT SECTION
           END-IF
           EVALUATE TRUE
               WHEN WS-LT-METHOD(WS-LT-HIT) = "F"
                   MOVE WS-LT-FLAT-AMOUNT(WS-LT-HIT) TO WS-LOCAL-TAX
               WHEN LOCAL-IS-RESIDENT
                   COMPUTE WS-LOCAL-TAX ROUNDED =
                       WS-LOCAL-TAXABLE * WS-LT-RES-RATE(WS-LT-HIT)
                       ON SIZE ERROR
                           SET CALC-HAS-OVERFLOW TO TRUE
                   END-COMPUTE
               WHEN OTHER
                   COMPUTE WS-LOCAL-TAX ROUNDED =
                       WS-LOCAL-TAXABLE
                       * WS-LT-NONRES-RATE(WS-LT-HIT)
                       ON SIZE ERROR
                           SET CALC-HAS-OVERFLOW TO TRUE
                   END-COMPUTE
           END-EVALUATE.

      *===============================================================
      * 2270-APPLY-GARNISH-ORDERS: Work the employee's active orders
      * in the sequence they sit on the file (the master is kept in
      * employee/priority order): each takes the lesser of its
      * basis amount, the balance still owed, and the CCPA cap room
      * left after the orders ahead of it.
      *===============================================================
       2270-APPLY-GARNISH-ORDERS SECTION.
       2270-GARN-PARA.
           PERFORM VARYING WS-GO-IDX FROM 1 BY 1
               UNTIL WS-GO-IDX > WS-GO-USED
               IF WS-GO-EMP(WS-GO-IDX) = IR-EMPLOYEE-ID
                   AND WS-GO-STATUS(WS-GO-IDX) = "A"
                   ADD 1 TO WS-GO-EMP-ORDERS
                   PERFORM 2280-APPLY-ONE-ORDER
               END-IF
           END-PERFORM.

       2280-APPLY-ONE-ORDER SECTION.
       2280-ONE-ORDER-PARA.
           IF WS-GO-BASIS(WS-GO-IDX) = "P"
               COMPUTE WS-GO-REQUESTED ROUNDED =
                   WS-DISPOSABLE-EARNINGS
                   * WS-GO-PCT(WS-GO-IDX)
                   ON SIZE ERROR
                       MOVE 0 TO WS-GO-REQUESTED
               END-COMPUTE
           ELSE
               MOVE WS-GO-AMT(WS-GO-IDX) TO WS-GO-REQUESTED
           END-IF
           COMPUTE WS-GO-REMAINING =
               WS-GO-OWED(WS-GO-IDX)
               - WS-GO-COLLECTED(WS-GO-IDX)
           IF WS-GO-REMAINING < 0
               MOVE 0 TO WS-GO-REMAINING
           END-IF
           COMPUTE WS-GO-CAP-ROOM =
               WS-GARNISH-CAP - WS-GARNISH-APPLIED
           IF WS-GO-CAP-ROOM < 0
               MOVE 0 TO WS-GO-CAP-ROOM
           END-IF
           MOVE WS-GO-REQUESTED TO WS-GO-TAKE
           IF WS-GO-TAKE > WS-GO-REMAINING
               MOVE WS-GO-REMAINING TO WS-GO-TAKE
           END-IF
           IF WS-GO-TAKE > WS-GO-CAP-ROOM
               MOVE WS-GO-CAP-ROOM TO WS-GO-TAKE
           END-IF
           IF WS-GO-TAKE > 0
               ADD WS-GO-TAKE TO WS-GARNISH-APPLIED
               ADD WS-GO-TAKE TO WS-GO-WITHHELD(WS-GO-IDX)
           END-IF.

      *===============================================================
      * 2250-ACCRUE-SUI-FUTA: Employer unemployment taxes on the
      * portion of this period's gross still under each wage base,
      * given the employee's YTD wages coming in. The state row
      * comes from the SUI table (flat defaults when the state has
      * no row); FUTA uses the federal base and rate.
      *===============================================================
       2250-ACCRUE-SUI-FUTA SECTION.
       2250-SUI-PARA.
           MOVE WS-SUI-DEFAULT-BASE TO WS-SUI-TAXABLE
           MOVE 0 TO WS-SUI-FOUND
           MOVE WS-SUI-DEFAULT-RATE TO WS-TEMP-RATE
           MOVE WS-SUI-DEFAULT-BASE TO WS-TEMP-NUM
           PERFORM VARYING WS-SUI-SUB FROM 1 BY 1
               UNTIL WS-SUI-SUB > WS-SUI-COUNT
               OR SUI-WAS-FOUND
               IF IR-STATE-CODE = WS-SUI-STATE(WS-SUI-SUB)
                   SET SUI-WAS-FOUND TO TRUE
                   MOVE WS-SUI-RATE(WS-SUI-SUB) TO WS-TEMP-RATE
                   MOVE WS-SUI-BASE(WS-SUI-SUB) TO WS-TEMP-NUM
               END-IF
           COMPUTE WS-DEPT-TAX-TOT(WS-DEPT-SUB) =
               WS-DEPT-TAX-TOT(WS-DEPT-SUB)
               + WS-TOTAL-TAX - WS-SPL-TAX
      * Department and grand net stay earnings-only; the expense
      * reimbursement carried in WS-NET-PAY is totalled on its own
           COMPUTE WS-DEPT-NET-TOT(WS-DEPT-SUB) =
               WS-DEPT-NET-TOT(WS-DEPT-SUB)
               + WS-NET-PAY - WS-EXP-REIMB - WS-SPL-NET
      * Non-tax deductions only -- WS-TOTAL-TAX is credited separately
      * to 210000 in the GL feed, so it must not also be folded into
      * the 220000 Deductions Payable credit here
           IF SPLIT-WAS-FOUND
               PERFORM 2320-ACCUM-SPLIT-DEPT
           END-IF
           PERFORM 2340-CHARGE-WC-EXPOSURE
           PERFORM 2330-ACCUM-DED-CODES
           IF WS-CARD-DED > 0
               AND CE-WAS-FOUND
               ADD WS-CARD-DED TO WS-CE-WITHHELD(WS-CE-SUB)
               ADD WS-CARD-DED TO WS-CARD-DED-TOTAL
           END-IF
           IF WS-EXP-REIMB > 0
               PERFORM 2338-MARK-EXP-REIMB-PAID
           END-IF
      * Grand totals
           ADD 1 TO WS-GRAND-EMP-COUNT
           ADD WS-GROSS-PAY TO WS-GRAND-GROSS
           ADD WS-FED-TAX TO WS-RUN-FED-TOT
           ADD WS-FICA-TAX TO WS-RUN-FICA-TOT
           ADD WS-STATE-TAX TO WS-RUN-STATE-TOT
           PERFORM 2336-ACCUM-LOCAL-TAX
           COMPUTE WS-GRAND-NET =
               WS-GRAND-NET + WS-NET-PAY - WS-EXP-REIMB
           ADD WS-TOTAL-DEDUCTIONS
               TO WS-GRAND-DEDUCTIONS
           SUBTRACT WS-TOTAL-TAX
           MOVE 0 TO WS-SPL-MATCH
           MOVE 0 TO WS-SPL-SHIFT
           MOVE 0 TO WS-SPL-SUI
           PERFORM VARYING WS-EDA-SUB FROM 1 BY 1
               UNTIL WS-EDA-SUB > WS-EDA-COUNT
               MOVE 0 TO WS-EDA-SPLIT(WS-EDA-SUB)
           END-PERFORM
           IF WS-SPLIT-DEPT = SPACES
               OR WS-SPLIT-DEPT = WS-DEPT-CODE(WS-DEPT-SUB)
               OR WS-SPLIT-HOURS <= 0
               WS-GROSS-PAY * WS-SPLIT-FRACTION
           COMPUTE WS-SPL-TAX ROUNDED =
               WS-TOTAL-TAX * WS-SPLIT-FRACTION
      * An expense reimbursement is not labor -- it stays whole
      * with the primary department
           COMPUTE WS-SPL-NET ROUNDED =
               (WS-NET-PAY - WS-EXP-REIMB) * WS-SPLIT-FRACTION
      * The deduction share is built code by code so each code's
      * GL credit splits with the department that carries it
           COMPUTE WS-SPL-DEDN ROUNDED =
               (WS-GARNISH-APPLIED + WS-CARD-DED)
               * WS-SPLIT-FRACTION
           PERFORM VARYING WS-EDA-SUB FROM 1 BY 1
               UNTIL WS-EDA-SUB > WS-EDA-COUNT
               COMPUTE WS-EDA-SPLIT(WS-EDA-SUB) ROUNDED =
                   WS-EDA-AMOUNT(WS-EDA-SUB) * WS-SPLIT-FRACTION
               ADD WS-EDA-SPLIT(WS-EDA-SUB) TO WS-SPL-DEDN
           END-PERFORM
           COMPUTE WS-SPL-OT-HOURS ROUNDED =
               WS-OVERTIME-HOURS * WS-SPLIT-FRACTION
           COMPUTE WS-SPL-MATCH ROUNDED =
                   TO WS-BRW-DEPT-CODE(WS-HOME-SUB)
           END-IF.

      *===============================================================
      * 2330-ACCUM-DED-CODES: Each deduction code's amount into the
      * department code table the GL feed credits from -- the split
      * share to the split department, the rest to the department
      * carrying the employee -- and into the run total for the code.
      *===============================================================
       2330-ACCUM-DED-CODES SECTION.
       2330-DED-CODE-PARA.
           PERFORM VARYING WS-EDA-SUB FROM 1 BY 1
               UNTIL WS-EDA-SUB > WS-EDA-COUNT
               MOVE WS-EDA-DT-SUB(WS-EDA-SUB) TO WS-DT-SUB
               COMPUTE WS-DDC-AMT(WS-DEPT-SUB, WS-DT-SUB) =
                   WS-DDC-AMT(WS-DEPT-SUB, WS-DT-SUB)
                   + WS-EDA-AMOUNT(WS-EDA-SUB)
                   - WS-EDA-SPLIT(WS-EDA-SUB)
               MOVE WS-DEPT-CODE(WS-DEPT-SUB)
                   TO WS-DDC-DEPT-CODE(WS-DEPT-SUB)
               IF SPLIT-WAS-FOUND
                   ADD WS-EDA-SPLIT(WS-EDA-SUB)
                       TO WS-DDC-AMT(WS-SPLIT-SUB, WS-DT-SUB)
                   MOVE WS-DEPT-CODE(WS-SPLIT-SUB)
                       TO WS-DDC-DEPT-CODE(WS-SPLIT-SUB)
               END-IF
               ADD WS-EDA-AMOUNT(WS-EDA-SUB)
                   TO WS-DT-RUN-AMT(WS-DT-SUB)
           END-PERFORM.

      *===============================================================
      * 2336-ACCUM-LOCAL-TAX: The payment's local wages and tax
      * into the run totals of the jurisdiction 2235 found, for
      * the LOCLQTD.DAT roll at the end of the run.
      *===============================================================
       2336-ACCUM-LOCAL-TAX SECTION.
       2336-LOCAL-PARA.
           IF WS-LOCAL-CODE = SPACES
               EXIT SECTION
           END-IF
           ADD WS-LOCAL-TAX TO WS-RUN-LOCAL-TOT
           ADD WS-LOCAL-WAGES TO WS-LT-RUN-WAGES(WS-LT-HIT)
           ADD WS-LOCAL-TAX TO WS-LT-RUN-TAX(WS-LT-HIT)
           ADD 1 TO WS-LT-RUN-COUNT(WS-LT-HIT).

      *===============================================================
      * 2338-MARK-EXP-REIMB-PAID: The employee's reimbursement items
      * paid on this check -- marked so the end-of-run proof and the
      * held file see them, and the amount posted to the department
      * for the 540000 GL line.
      *===============================================================
       2338-MARK-EXP-REIMB-PAID SECTION.
       2338-MARK-PAID-PARA.
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-USED
               IF WS-XR-EMP(WS-XR-IDX) = IR-EMPLOYEE-ID
                   AND XR-ITEM-UNPAID(WS-XR-IDX)
                   SET XR-ITEM-PAID(WS-XR-IDX) TO TRUE
                   ADD 1 TO WS-XR-PAID-COUNT
                   ADD WS-XR-AMOUNT(WS-XR-IDX) TO WS-XR-PAID-TOTAL
               END-IF
           END-PERFORM
           ADD WS-EXP-REIMB TO WS-DXR-REIMB(WS-DEPT-SUB)
           MOVE WS-DEPT-CODE(WS-DEPT-SUB)
               TO WS-DXR-DEPT-CODE(WS-DEPT-SUB).

      *===============================================================
      * 2340-CHARGE-WC-EXPOSURE: The payment's workers' comp
      * exposure -- gross less the overtime premium (the half time
      * of overtime, the extra straight time of doubletime), which
      * the rating rules leave out -- charged to its class in the
      * employee's state. A card charged wholly to another
      * department rates under that department's class; otherwise
      * the employee's own class, else the home department's. A
      * split card's share rates under the split department's
      * class, the remainder under the primary class.
      *===============================================================
       2340-CHARGE-WC-EXPOSURE SECTION.
       2340-WC-PARA.
           MOVE SPACES TO WS-WC-CLASS
           MOVE SPACES TO WS-WC-SPLIT-CLASS
           MOVE 0 TO WS-WC-OT-EXCLUDED
           MOVE 0 TO WS-WC-SPL-EXPOSURE
           MOVE 0 TO WS-WC-SPL-EXCLUDED
           MOVE IR-STATE-CODE TO WS-WC-STATE
           IF IR-HOURLY
               COMPUTE WS-WC-OT-EXCLUDED ROUNDED =
                   (WS-OVERTIME-HOURS * IR-PAY-RATE
                    * (WS-OVERTIME-FACTOR - 1))
                   + (WS-DOUBLETIME-HOURS * IR-PAY-RATE
                    * (WS-DOUBLETIME-FACTOR - 1))
                   ON SIZE ERROR
                       MOVE 0 TO WS-WC-OT-EXCLUDED
               END-COMPUTE
           END-IF
           IF WS-WC-OT-EXCLUDED > WS-GROSS-PAY
               MOVE WS-GROSS-PAY TO WS-WC-OT-EXCLUDED
           END-IF
           COMPUTE WS-WC-EXPOSURE =
               WS-GROSS-PAY - WS-WC-OT-EXCLUDED
           IF WS-DEPT-SUB NOT = WS-HOME-SUB
               MOVE WS-DEPT-WC-CLASS(WS-DEPT-SUB) TO WS-WC-CLASS
           END-IF
           IF WS-WC-CLASS = SPACES
               AND WS-MASTER-MODE
               MOVE EM-WC-CLASS TO WS-WC-CLASS
           END-IF
           IF WS-WC-CLASS = SPACES
               MOVE WS-DEPT-WC-CLASS(WS-HOME-SUB) TO WS-WC-CLASS
           END-IF
           IF SPLIT-WAS-FOUND
               AND WS-DEPT-WC-CLASS(WS-SPLIT-SUB) NOT = SPACES
               AND WS-DEPT-WC-CLASS(WS-SPLIT-SUB) NOT = WS-WC-CLASS
               MOVE WS-DEPT-WC-CLASS(WS-SPLIT-SUB)
                   TO WS-WC-SPLIT-CLASS
               COMPUTE WS-WC-SPL-EXPOSURE ROUNDED =
                   WS-WC-EXPOSURE * WS-SPLIT-FRACTION
               COMPUTE WS-WC-SPL-EXCLUDED ROUNDED =
                   WS-WC-OT-EXCLUDED * WS-SPLIT-FRACTION
           END-IF
           COMPUTE WS-WC-PRI-EXPOSURE =
               WS-WC-EXPOSURE - WS-WC-SPL-EXPOSURE
           COMPUTE WS-WC-PRI-EXCLUDED =
               WS-WC-OT-EXCLUDED - WS-WC-SPL-EXCLUDED
           MOVE WS-WC-CLASS TO WS-WC-POST-CLASS
           MOVE WS-WC-PRI-EXPOSURE TO WS-WC-POST-EXPOSURE
           MOVE WS-WC-PRI-EXCLUDED TO WS-WC-POST-EXCLUDED
           PERFORM 2345-POST-WC-EXPOSURE
           IF WS-WC-SPLIT-CLASS NOT = SPACES
               MOVE WS-WC-SPLIT-CLASS TO WS-WC-POST-CLASS
               MOVE WS-WC-SPL-EXPOSURE TO WS-WC-POST-EXPOSURE
               MOVE WS-WC-SPL-EXCLUDED TO WS-WC-POST-EXCLUDED
               PERFORM 2345-POST-WC-EXPOSURE
           END-IF.

      *===============================================================
      * 2342-RESOLVE-WC-CLASS: Class and state for an off-cycle
      * payment (retro or supplemental) -- no card, so the
      * employee's own class, else the home department's.
      *===============================================================
       2342-RESOLVE-WC-CLASS SECTION.
       2342-RESOLVE-PARA.
           MOVE EM-STATE-CODE TO WS-WC-STATE
           MOVE EM-WC-CLASS TO WS-WC-CLASS
           IF WS-WC-CLASS NOT = SPACES
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-WC-DEPT-SUB FROM 1 BY 1
               UNTIL WS-WC-DEPT-SUB > 10
               OR WS-WC-CLASS NOT = SPACES
               IF EM-DEPARTMENT = WS-DEPT-CODE(WS-WC-DEPT-SUB)
                   MOVE WS-DEPT-WC-CLASS(WS-WC-DEPT-SUB)
                       TO WS-WC-CLASS
               END-IF
           END-PERFORM.

      *===============================================================
      * 2345-POST-WC-EXPOSURE: One class's share of a payment into
      * the run's state and class figures. Pay with no class to
      * rate under is still carried -- blank class -- so the report
      * shows it, and the run warns.
      *===============================================================
       2345-POST-WC-EXPOSURE SECTION.
       2345-POST-PARA.
           IF WS-WC-POST-EXPOSURE = 0
               AND WS-WC-POST-EXCLUDED = 0
               EXIT SECTION
           END-IF
           MOVE WS-WC-STATE TO WS-WC-POST-STATE
           IF WS-WC-POST-CLASS = SPACES
               DISPLAY "WARNING: NO WORKERS' COMP CLASS FOR EMP "
                   IR-EMPLOYEE-ID
               IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
               END-IF
           END-IF
           MOVE 0 TO WS-WX-FOUND
           PERFORM VARYING WS-WX-SUB FROM 1 BY 1
               UNTIL WS-WX-SUB > WS-WX-COUNT
               OR WX-WAS-FOUND
               IF WS-WC-POST-KEY = WS-WX-KEY(WS-WX-SUB)
                   SET WX-WAS-FOUND TO TRUE
                   MOVE WS-WX-SUB TO WS-WX-HIT
               END-IF
           END-PERFORM
           IF NOT WX-WAS-FOUND
               IF WS-WX-COUNT >= 100
                   DISPLAY "WORKERS' COMP CLASS TABLE FULL, "
                       "EXPOSURE DROPPED: " WS-WC-POST-KEY
                   IF WS-BATCH-RETURN-CODE < 8
                       MOVE 8 TO WS-BATCH-RETURN-CODE
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-WX-COUNT
               MOVE WS-WX-COUNT TO WS-WX-HIT
               MOVE WS-WC-POST-KEY TO WS-WX-KEY(WS-WX-HIT)
           END-IF
           ADD WS-WC-POST-EXPOSURE TO WS-WX-RUN-EXPOSURE(WS-WX-HIT)
           ADD WS-WC-POST-EXCLUDED TO WS-WX-RUN-EXCLUDED(WS-WX-HIT)
           ADD 1 TO WS-WX-RUN-COUNT(WS-WX-HIT)
           ADD WS-WC-POST-EXPOSURE TO WS-RUN-WC-EXPOSURE.

      *===============================================================
      * 2400-WRITE-REPORT: Format and write detail line
      *===============================================================
           MOVE IR-PAY-TYPE TO UR-PAY-TYPE
           MOVE IR-HOURS-WORKED TO UR-HOURS-WORKED
           MOVE IR-PAY-RATE TO UR-PAY-RATE
           MOVE WS-ED-SAVE-HEALTH TO UR-HEALTH-DED
           MOVE WS-ED-SAVE-RETIRE TO UR-RETIRE-DED
           MOVE WS-ED-SAVE-OTHER TO UR-OTHER-DED
           MOVE IR-STATE-CODE TO UR-STATE-CODE
           MOVE IR-GARNISH-DED TO UR-GARNISH-DED
           MOVE IR-HOURS-OVERRIDE TO UR-HOURS-OVERRIDE
               ON SIZE ERROR
                   MOVE IR-YTD-TAX TO UR-YTD-TAX
           END-COMPUTE
      * Year-to-date net is earnings net -- the expense
      * reimbursement paid with the check is not pay
           COMPUTE UR-YTD-NET =
               IR-YTD-NET + WS-NET-PAY - WS-EXP-REIMB
               ON SIZE ERROR
                   MOVE IR-YTD-NET TO UR-YTD-NET
           END-COMPUTE
      * the employee master as well; PAYUPDAT.DAT continues as the
      * register-reconciliation trail in both modes
           IF WS-MASTER-MODE
               MOVE EMPLOYEE-MASTER-RECORD TO PJ-BEFORE-IMAGE
               MOVE UR-YTD-GROSS TO EM-YTD-GROSS
               MOVE UR-YTD-TAX TO EM-YTD-TAX
               MOVE UR-YTD-NET TO EM-YTD-NET
               MOVE WS-NEW-VAC-BAL TO EM-VAC-BALANCE
               MOVE WS-NEW-SICK-BAL TO EM-SICK-BALANCE
               ADD WS-EMPLOYER-MATCH TO EM-YTD-MATCH
               ADD WS-FED-WAGES TO EM-YTD-FED-WAGES
               ADD WS-STATE-WAGES TO EM-YTD-STATE-WAGES
               ADD WS-TAXABLE-GROSS TO EM-YTD-FICA-WAGES
               ADD IR-RETIRE-DED TO EM-YTD-DEFERRAL
               ADD WS-LOCAL-WAGES TO EM-YTD-LOCAL-WAGES
               ADD WS-LOCAL-TAX TO EM-YTD-LOCAL-TAX
               IF WS-FINAL-PAY
                   MOVE "Y" TO EM-FINAL-PAID
                   ADD 1 TO WS-FINAL-PAY-COUNT
               END-IF
               IF EM-OTHER-DED-GOAL > 0
                   AND WS-OTHER-DED-APPLIED > 0
                   AND NOT ED-CODE-DRIVEN
                   ADD WS-OTHER-DED-APPLIED
                       TO EM-OTHER-DED-TODATE
                   IF EM-OTHER-DED-TODATE >= EM-OTHER-DED-GOAL
                           TO WS-DDN-EMP(WS-DDN-USED)
                   END-IF
               END-IF
               PERFORM 2466-POST-PRENOTE-STATE
               MOVE "PAY RUN YTD/LEAVE" TO PJ-REASON
               MOVE EMPLOYEE-MASTER-RECORD TO PJ-AFTER-IMAGE
               REWRITE EMPLOYEE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR EMP "
                           EM-EMPLOYEE-ID
                   NOT INVALID KEY
                       PERFORM 2458-JOURNAL-MASTER-CHANGE
               END-REWRITE
               PERFORM 2459-WRITE-ACA-HOURS
           END-IF
           IF ED-CODE-DRIVEN
               PERFORM 2457-POST-EMP-DED-YTD
           END-IF
           IF WS-LOA-RECOVERY > 0
               PERFORM 2454-POST-LOA-RECOVERY
           END-IF
           PERFORM 2455-WRITE-WORKSHEET.

      *===============================================================
      * 2454-POST-LOA-RECOVERY: The leave arrears this period's
      * health deduction carried come off the employee's LOAMAST
      * balance; the leave closes once nothing is owed.
      *===============================================================
       2454-POST-LOA-RECOVERY SECTION.
       2454-POST-LOA-PARA.
           MOVE IR-EMPLOYEE-ID TO LV-EMPLOYEE-ID
           READ LOA-FILE
               INVALID KEY
                   DISPLAY "LOAMAST ROW MISSING FOR EMP "
                       IR-EMPLOYEE-ID
                   EXIT SECTION
           END-READ
           SUBTRACT WS-LOA-RECOVERY FROM LV-ARREARS-BAL
           ADD WS-LOA-RECOVERY TO LV-RECOVERED
           IF LV-ARREARS-BAL = 0
               SET LV-CLOSED TO TRUE
               MOVE 0 TO LV-RECOVERY-AMT
           END-IF
           MOVE WS-CURRENT-DATE TO LV-LAST-CHANGED
           REWRITE LOA-RECORD
               INVALID KEY
                   DISPLAY "LOAMAST REWRITE FAILED FOR EMP "
                       LV-EMPLOYEE-ID
               NOT INVALID KEY
                   ADD 1 TO WS-LOA-RECOVERED-COUNT
                   ADD WS-LOA-RECOVERY TO WS-LOA-RECOVERED-AMT
           END-REWRITE.

      *===============================================================
      * 2457-POST-EMP-DED-YTD: Add each code taken this period to the
      * year-to-date on its EMPDED row, starting the year over when
      * the row last posted in a prior year.
      *===============================================================
       2457-POST-EMP-DED-YTD SECTION.
       2457-POST-YTD-PARA.
           PERFORM VARYING WS-EDA-SUB FROM 1 BY 1
               UNTIL WS-EDA-SUB > WS-EDA-COUNT
               MOVE IR-EMPLOYEE-ID TO ED-EMPLOYEE-ID
               MOVE WS-EDA-CODE(WS-EDA-SUB) TO ED-DED-CODE
               MOVE WS-EDA-START(WS-EDA-SUB) TO ED-START-DATE
               READ EMP-DED-FILE
                   INVALID KEY
                       DISPLAY "EMPDED ROW MISSING FOR EMP "
                           IR-EMPLOYEE-ID " " ED-DED-CODE
                   NOT INVALID KEY
                       IF ED-YTD-YEAR NOT = WS-CURRENT-YEAR
                           MOVE WS-CURRENT-YEAR TO ED-YTD-YEAR
                           MOVE 0 TO ED-YTD-AMOUNT
                       END-IF
                       ADD WS-EDA-AMOUNT(WS-EDA-SUB) TO ED-YTD-AMOUNT
                       MOVE WS-CURRENT-DATE TO ED-LAST-CHANGED
                       REWRITE EMP-DED-RECORD
                           INVALID KEY
                               DISPLAY "EMPDED REWRITE FAILED FOR EMP "
                                   ED-EMPLOYEE-ID " " ED-DED-CODE
                       END-REWRITE
               END-READ
           END-PERFORM.

      *===============================================================
      * 2458-JOURNAL-MASTER-CHANGE: The master record just rewritten
      * -- with the before image the caller saved ahead of its first
      * change -- to the shared EMPMAST change journal
      *===============================================================
       2458-JOURNAL-MASTER-CHANGE SECTION.
       2458-JOURNAL-PARA.
           MOVE "REALISTIC-BATCH-TEST" TO PJ-PROGRAM-ID
           SET PJ-REWRITE TO TRUE
           MOVE EM-EMPLOYEE-ID TO PJ-EMPLOYEE-ID
           CALL "PAYJRNL" USING WS-JOURNAL-REQUEST.

      *===============================================================
      * 2459-WRITE-ACA-HOURS: This period's hours of service for the
      * ACA measurement -- hours worked plus the paid leave taken
      *===============================================================
       2459-WRITE-ACA-HOURS SECTION.
       2459-ACA-HOURS-PARA.
           IF NOT ACA-HOURS-IS-OPEN
               EXIT SECTION
           END-IF
           INITIALIZE ACA-HOURS-RECORD
           MOVE EM-EMPLOYEE-ID TO AH-EMPLOYEE-ID
           MOVE WS-CURRENT-DATE TO AH-PAY-DATE
           MOVE WS-THIS-PD-START TO AH-PERIOD-START
           IF WS-THIS-PD-END > 0
               MOVE WS-THIS-PD-END TO AH-PERIOD-END
           ELSE
               MOVE WS-CURRENT-DATE TO AH-PERIOD-END
           END-IF
           MOVE WS-EMP-FREQUENCY TO AH-PAY-FREQUENCY
           MOVE EM-PAY-TYPE TO AH-PAY-TYPE
           MOVE IR-HOURS-WORKED TO AH-WORKED-HOURS
           MOVE TC-VAC-HOURS-TAKEN TO AH-VAC-HOURS
           MOVE TC-SICK-HOURS-TAKEN TO AH-SICK-HOURS
           COMPUTE AH-TOTAL-HOURS = IR-HOURS-WORKED
               + TC-VAC-HOURS-TAKEN + TC-SICK-HOURS-TAKEN
           WRITE ACA-HOURS-RECORD
           ADD 1 TO WS-ACA-HOURS-COUNT.

      *===============================================================
      * 2455-WRITE-WORKSHEET: Capture every component of this
      * employee's calculation -- hours split, pay pieces, each tax
      *===============================================================
       2455-WRITE-WORKSHEET SECTION.
       2455-WORKSHEET-PARA.
           MOVE SPACES TO WORKSHEET-RECORD
           INITIALIZE WORKSHEET-RECORD
           MOVE IR-EMPLOYEE-ID TO WK-EMPLOYEE-ID
           MOVE WS-CURRENT-DATE TO WK-RUN-DATE
           MOVE WS-TOTAL-DEDUCTIONS TO WK-TOTAL-DEDUCTIONS
           MOVE WS-NET-PAY TO WK-NET-PAY
           MOVE WS-EMPLOYER-MATCH TO WK-EMPLOYER-MATCH
           MOVE WS-FED-WAGES TO WK-FED-WAGES
           MOVE WS-STATE-WAGES TO WK-STATE-WAGES
           MOVE WS-EDA-COUNT TO WK-DED-COUNT
           PERFORM VARYING WS-EDA-SUB FROM 1 BY 1
               UNTIL WS-EDA-SUB > WS-EDA-COUNT
               MOVE WS-EDA-CODE(WS-EDA-SUB)
                   TO WK-DED-CODE(WS-EDA-SUB)
               MOVE WS-EDA-AMOUNT(WS-EDA-SUB)
                   TO WK-DED-AMOUNT(WS-EDA-SUB)
           END-PERFORM
           MOVE IR-DEPARTMENT TO WK-DEPARTMENT
           MOVE IR-BANK-ROUTING TO WK-BANK-ROUTING
           MOVE IR-BANK-ACCOUNT TO WK-BANK-ACCOUNT
           MOVE WS-LOCAL-CODE TO WK-LOCAL-CODE
           MOVE WS-LOCAL-WAGES TO WK-LOCAL-WAGES
           MOVE WS-LOCAL-TAX TO WK-LOCAL-TAX
           MOVE WS-WC-CLASS TO WK-WC-CLASS
           MOVE WS-WC-PRI-EXPOSURE TO WK-WC-EXPOSURE
           MOVE WS-WC-SPLIT-CLASS TO WK-WC-SPLIT-CLASS
           MOVE WS-WC-SPL-EXPOSURE TO WK-WC-SPLIT-EXPOSURE
           MOVE WS-WC-OT-EXCLUDED TO WK-WC-OT-EXCLUDED
           MOVE WS-EXP-REIMB TO WK-EXP-REIMB
           WRITE WORKSHEET-RECORD.

      *===============================================================
       2460-WRITE-ACH-ENTRY SECTION.
       2460-ACH-ENTRY-PARA.
      * No bank data on file means a paper check, not a broken ACH
      * entry: print it, register it, and tell the bank about it.
      * An account still in prenote is paid the same way, with the
      * prenote itself going out on the first such payment.
           IF IR-BANK-ROUTING = SPACES
               OR IR-BANK-ACCOUNT = SPACES
               OR PRENOTE-PAYS-BY-CHECK
               PERFORM 2470-WRITE-CHECK
               IF PRENOTE-PAYS-BY-CHECK
                   ADD 1 TO WS-PRENOTE-CHECKS
               END-IF
               IF PRENOTE-TO-SEND
                   PERFORM 2462-WRITE-PRENOTE
               END-IF
               EXIT SECTION
           END-IF
           INITIALIZE WS-ACH-ENTRY-DETAIL
           MOVE "22" TO WS-AED-TRAN-CODE
           MOVE IR-BANK-ROUTING(1:8) TO WS-AED-RECEIVING-DFI
           MOVE IR-BANK-ROUTING(9:1) TO WS-AED-CHECK-DIGIT
           MOVE IR-BANK-ACCOUNT TO WS-AED-DFI-ACCOUNT
           ADD WS-NET-PAY TO WS-ACH-TOTAL-CREDIT.

      *===============================================================
      * 2462-WRITE-PRENOTE: Zero-dollar prenotification entry for
      * an account not yet proven -- counted and hashed with the
      * batch's entries, nothing added to the credit total
      *===============================================================
       2462-WRITE-PRENOTE SECTION.
       2462-PRENOTE-PARA.
           INITIALIZE WS-ACH-ENTRY-DETAIL
           MOVE "23" TO WS-AED-TRAN-CODE
           MOVE IR-BANK-ROUTING(1:8) TO WS-AED-RECEIVING-DFI
           MOVE IR-BANK-ROUTING(9:1) TO WS-AED-CHECK-DIGIT
           MOVE IR-BANK-ACCOUNT TO WS-AED-DFI-ACCOUNT
           MOVE 0 TO WS-AED-AMOUNT
           MOVE IR-EMPLOYEE-ID TO WS-AED-INDIVIDUAL-ID
           STRING IR-FIRST-NAME DELIMITED SPACES
                  " " DELIMITED SIZE
                  IR-LAST-NAME DELIMITED SPACES
               INTO WS-AED-INDIVIDUAL-NAME
           END-STRING
           ADD 1 TO WS-ACH-TRACE-SEQ
           MOVE WS-ACH-ORIGIN-DFI TO WS-AED-TRACE-NUMBER(1:8)
           MOVE WS-ACH-TRACE-SEQ TO WS-AED-TRACE-NUMBER(9:7)
           WRITE ACH-RECORD FROM WS-ACH-ENTRY-DETAIL
           ADD 1 TO WS-ACH-ENTRY-COUNT
           ADD WS-AED-RECEIVING-DFI TO WS-ACH-ENTRY-HASH
           ADD 1 TO WS-PRENOTES-SENT.

      *===============================================================
      * 2465-CHECK-PRENOTE: Where this payment goes, from the
      * master's prenote state -- an account needing its prenote
      * sends it now; a pending one stays on checks until the
      * waiting period has passed, then goes live; a returned one
      * stays on checks. A payment with no bank data needs none.
      *===============================================================
       2465-CHECK-PRENOTE SECTION.
       2465-PRENOTE-PARA.
           MOVE SPACE TO WS-PRENOTE-ACTION
           IF IR-BANK-ROUTING = SPACES
               OR IR-BANK-ACCOUNT = SPACES
               EXIT SECTION
           END-IF
           EVALUATE TRUE
               WHEN EM-PRENOTE-NEEDED
                   SET PRENOTE-TO-SEND TO TRUE
               WHEN EM-PRENOTE-RETURNED
                   SET PRENOTE-HELD TO TRUE
               WHEN EM-PRENOTE-PENDING
                   IF EM-PRENOTE-DATE NOT NUMERIC
                       OR EM-PRENOTE-DATE = 0
                       SET PRENOTE-TO-SEND TO TRUE
                   ELSE
                       MOVE WS-CURRENT-DATE TO WS-PRENOTE-TODAY
                       COMPUTE WS-PRENOTE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-PRENOTE-TODAY)
                           - FUNCTION INTEGER-OF-DATE(EM-PRENOTE-DATE)
                       IF WS-PRENOTE-DAYS >= WS-PRENOTE-WAIT-DAYS
                           SET PRENOTE-GOES-LIVE TO TRUE
                       ELSE
                           SET PRENOTE-WAITING TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

      *===============================================================
      * 2466-POST-PRENOTE-STATE: Carry this payment's prenote
      * outcome onto the master record about to be rewritten
      *===============================================================
       2466-POST-PRENOTE-STATE SECTION.
       2466-POST-PRENOTE-PARA.
           EVALUATE TRUE
               WHEN PRENOTE-TO-SEND
                   SET EM-PRENOTE-PENDING TO TRUE
                   MOVE WS-CURRENT-DATE TO EM-PRENOTE-DATE
               WHEN PRENOTE-GOES-LIVE
                   MOVE SPACE TO EM-PRENOTE-STATUS
                   ADD 1 TO WS-PRENOTES-CLEARED
           END-EVALUATE.

      *===============================================================
      * 2470-WRITE-CHECK: Assigned-number paper check for an
      * employee without direct deposit -- one print record, one
      * register entry, one positive-pay line, same net pay the ACH
      * path would have moved.
      *===============================================================
       2470-WRITE-CHECK SECTION.
       2470-CHECK-PARA.
           INITIALIZE CHECK-PRINT-RECORD
           MOVE WS-NEXT-CHECK-NUMBER TO CP-CHECK-NUMBER
           MOVE WS-CURRENT-DATE TO CP-PAY-DATE
           MOVE IR-EMPLOYEE-ID TO CP-EMPLOYEE-ID
           MOVE SPACES TO CP-PAYEE-NAME
           STRING IR-FIRST-NAME DELIMITED SPACES
                  " " DELIMITED SIZE
                  IR-LAST-NAME DELIMITED SPACES
               INTO CP-PAYEE-NAME
           END-STRING
           MOVE WS-NET-PAY TO CP-AMOUNT
           WRITE CHECK-PRINT-RECORD
           INITIALIZE CHECK-REG-RECORD
           MOVE WS-NEXT-CHECK-NUMBER TO CK-CHECK-NUMBER
           MOVE IR-EMPLOYEE-ID TO CK-EMPLOYEE-ID
           MOVE WS-CURRENT-DATE TO CK-PAY-DATE
           MOVE WS-NET-PAY TO CK-AMOUNT
           SET CK-ISSUED TO TRUE
           MOVE 0 TO CK-REPLACES
           WRITE CHECK-REG-RECORD
           INITIALIZE POSPAY-RECORD
           MOVE WS-NEXT-CHECK-NUMBER TO PP-CHECK-NUMBER
           MOVE WS-CURRENT-DATE TO PP-ISSUE-DATE
           MOVE WS-NET-PAY TO PP-AMOUNT
           SET PP-ISSUE TO TRUE
           MOVE CP-PAYEE-NAME TO PP-PAYEE
           WRITE POSPAY-RECORD
           ADD 1 TO WS-NEXT-CHECK-NUMBER
           ADD 1 TO WS-CHECKS-CUT.

      *===============================================================
      * 2490-WRITE-PAY-STUB: The employee's earnings statement for
      * this payment -- current and year-to-date amounts for every
      * earning, tax, and deduction, the employer match, and the
      * leave balances. Paper-check employees get it in the print
      * stream to go out with the check; direct-deposit employees
      * get it in the electronic-delivery stream.
      *===============================================================
       2490-WRITE-PAY-STUB SECTION.
       2490-STUB-PARA.
           PERFORM 2491-STAGE-STUB-CURRENT
           PERFORM 2492-UPDATE-STUB-YTD
           IF IR-BANK-ROUTING = SPACES
               OR IR-BANK-ACCOUNT = SPACES
               OR PRENOTE-PAYS-BY-CHECK
               SET STUB-ROUTE-PRINT TO TRUE
               ADD 1 TO WS-STUB-PRINT-COUNT
           ELSE
               SET STUB-ROUTE-ELEC TO TRUE
               ADD 1 TO WS-STUB-ELEC-COUNT
               MOVE IR-EMPLOYEE-ID TO WS-SEH-EMP-ID
               MOVE SPACES TO WS-SEH-NAME
               STRING IR-FIRST-NAME DELIMITED SPACES
                      " " DELIMITED SIZE
                      IR-LAST-NAME DELIMITED SPACES
                   INTO WS-SEH-NAME
               END-STRING
               MOVE WS-STUB-ELEC-HEADER TO WS-STUB-LINE
               PERFORM 2495-WRITE-STUB-LINE
           END-IF
      * Heading: kind of payment, pay date, employee, department
           EVALUATE TRUE
               WHEN STUB-RETRO
                   MOVE "RETRO PAY" TO WS-SH-KIND
                   MOVE EM-DEPARTMENT TO WS-SH-DEPT
               WHEN STUB-SUPPLEMENTAL
                   MOVE "SUPPLEMENTAL" TO WS-SH-KIND
                   MOVE EM-DEPARTMENT TO WS-SH-DEPT
               WHEN OTHER
                   MOVE "REGULAR PAY" TO WS-SH-KIND
                   MOVE IR-DEPARTMENT TO WS-SH-DEPT
           END-EVALUATE
           MOVE WS-CURRENT-DATE TO WS-SH-PAY-DATE
           MOVE IR-EMPLOYEE-ID TO WS-SH-EMP-ID
           MOVE SPACES TO WS-SH-NAME
           STRING IR-FIRST-NAME DELIMITED SPACES
                  " " DELIMITED SIZE
                  IR-LAST-NAME DELIMITED SPACES
               INTO WS-SH-NAME
           END-STRING
           MOVE WS-STUB-HEAD-LINE TO WS-STUB-LINE
           PERFORM 2495-WRITE-STUB-LINE
      * How the money moved -- 2470 has already stepped past the
      * number it put on the check
           MOVE SPACES TO WS-STUB-LINE
           IF STUB-ROUTE-PRINT
               COMPUTE WS-STUB-CHECK-NO = WS-NEXT-CHECK-NUMBER - 1
               STRING "PAID BY CHECK NO. " DELIMITED SIZE
                      WS-STUB-CHECK-NO DELIMITED SIZE
                   INTO WS-STUB-LINE
               END-STRING
           ELSE
               MOVE "PAID BY DIRECT DEPOSIT" TO WS-STUB-LINE
           END-IF
           PERFORM 2495-WRITE-STUB-LINE
           MOVE WS-STUB-COL-HEAD TO WS-STUB-LINE
           PERFORM 2495-WRITE-STUB-LINE
      * Earnings, taxes, and deductions, each group subtotalled
           MOVE 1 TO WS-STUB-FROM
           MOVE 8 TO WS-STUB-THRU
           PERFORM 2493-WRITE-STUB-GROUP
           MOVE "GROSS PAY" TO WS-SD-LABEL
           PERFORM 2494-WRITE-STUB-TOTAL
           MOVE 9 TO WS-STUB-FROM
           MOVE 11 TO WS-STUB-THRU
           PERFORM 2493-WRITE-STUB-GROUP
           PERFORM 2497-WRITE-STUB-LOCAL-TAX
           MOVE "TOTAL TAXES" TO WS-SD-LABEL
           PERFORM 2494-WRITE-STUB-TOTAL
           MOVE 12 TO WS-STUB-FROM
           MOVE 16 TO WS-STUB-THRU
           PERFORM 2493-WRITE-STUB-GROUP
           MOVE "TOTAL DEDUCTIONS" TO WS-SD-LABEL
           PERFORM 2494-WRITE-STUB-TOTAL
           PERFORM 2498-WRITE-STUB-REIMB
           MOVE "NET PAY" TO WS-SD-LABEL
           MOVE WS-SC-NET TO WS-STUB-TOT-CUR
           MOVE SY-NET-PAY TO WS-STUB-TOT-YTD
           PERFORM 2494-WRITE-STUB-TOTAL
      * The employer match is shown for information -- it is not
      * part of the employee's pay
           MOVE 17 TO WS-STUB-FROM
           MOVE 17 TO WS-STUB-THRU
           PERFORM 2493-WRITE-STUB-GROUP
      * Leave balances as the master now carries them; the legacy
      * input file has no master behind it
           IF STUB-REGULAR AND NOT WS-MASTER-MODE
               CONTINUE
           ELSE
               MOVE EM-VAC-BALANCE TO WS-SL-VAC
               MOVE EM-SICK-BALANCE TO WS-SL-SICK
               MOVE WS-STUB-LEAVE-LINE TO WS-STUB-LINE
               PERFORM 2495-WRITE-STUB-LINE
           END-IF
           MOVE SPACES TO WS-STUB-LINE
           PERFORM 2495-WRITE-STUB-LINE.

      *===============================================================
      * 2491-STAGE-STUB-CURRENT: This payment's amounts by statement
      * line. Regular pay is whatever of the gross the other earning
      * types do not account for, so salary and a mid-period rate
      * split land there too. A retro or supplemental payment is
      * one earning line with its own flat-rate taxes and no
      * deductions.
      *===============================================================
       2491-STAGE-STUB-CURRENT SECTION.
       2491-STAGE-PARA.
           INITIALIZE WS-STUB-CURRENT
           EVALUATE TRUE
               WHEN STUB-RETRO
                   MOVE WS-RETRO-DELTA TO WS-SC-AMOUNT(8)
               WHEN STUB-SUPPLEMENTAL
                   MOVE WS-GROSS-PAY TO WS-SC-AMOUNT(8)
               WHEN OTHER
                   MOVE WS-REGULAR-HOURS TO WS-SC-HOURS(1)
                   MOVE WS-OVERTIME-HOURS TO WS-SC-HOURS(2)
                   MOVE WS-DOUBLETIME-HOURS TO WS-SC-HOURS(3)
                   MOVE WS-OVERTIME-PAY TO WS-SC-AMOUNT(2)
                   MOVE WS-DOUBLETIME-PAY TO WS-SC-AMOUNT(3)
                   MOVE WS-SHIFT-PREMIUM TO WS-SC-AMOUNT(4)
                   MOVE WS-LEAVE-PAY TO WS-SC-AMOUNT(5)
                   MOVE WS-BONUS-PAY TO WS-SC-AMOUNT(6)
                   MOVE WS-COMMISSION-PAY TO WS-SC-AMOUNT(7)
                   COMPUTE WS-STUB-TOT-CUR = WS-GROSS-PAY
                       - WS-OVERTIME-PAY - WS-DOUBLETIME-PAY
                       - WS-SHIFT-PREMIUM - WS-LEAVE-PAY
                       - WS-BONUS-PAY - WS-COMMISSION-PAY
                   IF WS-STUB-TOT-CUR > 0
                       MOVE WS-STUB-TOT-CUR TO WS-SC-AMOUNT(1)
                   END-IF
                   MOVE IR-HEALTH-DED TO WS-SC-AMOUNT(12)
                   MOVE IR-RETIRE-DED TO WS-SC-AMOUNT(13)
                   MOVE WS-OTHER-DED-APPLIED TO WS-SC-AMOUNT(14)
                   MOVE WS-GARNISH-APPLIED TO WS-SC-AMOUNT(15)
                   MOVE WS-CARD-DED TO WS-SC-AMOUNT(16)
                   MOVE WS-EMPLOYER-MATCH TO WS-SC-AMOUNT(17)
                   MOVE WS-EXP-REIMB TO WS-SC-EXP-REIMB
           END-EVALUATE
           MOVE WS-FED-TAX TO WS-SC-AMOUNT(9)
           MOVE WS-STATE-TAX TO WS-SC-AMOUNT(10)
           MOVE WS-FICA-TAX TO WS-SC-AMOUNT(11)
           MOVE WS-LOCAL-TAX TO WS-SC-LOCAL-TAX
           MOVE WS-NET-PAY TO WS-SC-NET.

      *===============================================================
      * 2492-UPDATE-STUB-YTD: Roll this payment into the employee's
      * STUBYTD record; a new employee, or the first payment of a
      * new tax year, starts the record over.
      *===============================================================
       2492-UPDATE-STUB-YTD SECTION.
       2492-UPDATE-PARA.
           MOVE IR-EMPLOYEE-ID TO SY-EMPLOYEE-ID
           MOVE "Y" TO WS-STUB-YTD-FLAG
           READ STUB-YTD-FILE
               INVALID KEY
                   MOVE "N" TO WS-STUB-YTD-FLAG
           END-READ
           IF NOT STUB-YTD-ON-FILE
               OR SY-TAX-YEAR NOT = WS-CURRENT-YEAR
               INITIALIZE STUB-YTD-RECORD
               MOVE IR-EMPLOYEE-ID TO SY-EMPLOYEE-ID
               MOVE WS-CURRENT-YEAR TO SY-TAX-YEAR
           END-IF
           PERFORM VARYING WS-STUB-IDX FROM 1 BY 1
               UNTIL WS-STUB-IDX > 3
               ADD WS-SC-HOURS(WS-STUB-IDX) TO SY-HOURS(WS-STUB-IDX)
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
           END-PERFORM
           PERFORM VARYING WS-STUB-IDX FROM 1 BY 1
               UNTIL WS-STUB-IDX > 17
               ADD WS-SC-AMOUNT(WS-STUB-IDX)
                   TO SY-AMOUNT(WS-STUB-IDX)
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
           END-PERFORM
           ADD WS-SC-NET TO SY-NET-PAY
               ON SIZE ERROR
                   CONTINUE
           END-ADD
      * Records written before local tax was carried hold spaces
           IF SY-LOCAL-TAX NOT NUMERIC
               MOVE 0 TO SY-LOCAL-TAX
           END-IF
           ADD WS-SC-LOCAL-TAX TO SY-LOCAL-TAX
               ON SIZE ERROR
                   CONTINUE
           END-ADD
      * ... and before expense reimbursements were carried
           IF SY-EXP-REIMB NOT NUMERIC
               MOVE 0 TO SY-EXP-REIMB
           END-IF
           ADD WS-SC-EXP-REIMB TO SY-EXP-REIMB
               ON SIZE ERROR
                   CONTINUE
           END-ADD
           IF STUB-YTD-ON-FILE
               REWRITE STUB-YTD-RECORD
                   INVALID KEY
                       DISPLAY "STUBYTD REWRITE FAILED FOR EMP "
                           SY-EMPLOYEE-ID
               END-REWRITE
           ELSE
               WRITE STUB-YTD-RECORD
                   INVALID KEY
                       DISPLAY "STUBYTD WRITE FAILED FOR EMP "
                           SY-EMPLOYEE-ID
               END-WRITE
           END-IF.

      *===============================================================
      * 2493-WRITE-STUB-GROUP: Detail lines WS-STUB-FROM through
      * WS-STUB-THRU, skipping a line with nothing current or
      * year-to-date, totalled into WS-STUB-TOT-CUR / -YTD. For an
      * employee deducted by code, the health, 401(k), and other
      * lines give way to one line per code taken, with the code's
      * own year-to-date from EMPDED.
      *===============================================================
       2493-WRITE-STUB-GROUP SECTION.
       2493-GROUP-PARA.
           MOVE 0 TO WS-STUB-TOT-CUR
           MOVE 0 TO WS-STUB-TOT-YTD
           IF STUB-REGULAR AND ED-CODE-DRIVEN
               AND WS-STUB-FROM = 12
               PERFORM 2496-WRITE-STUB-DED-CODES
           END-IF
           PERFORM VARYING WS-STUB-IDX FROM WS-STUB-FROM BY 1
               UNTIL WS-STUB-IDX > WS-STUB-THRU
               ADD WS-SC-AMOUNT(WS-STUB-IDX) TO WS-STUB-TOT-CUR
               ADD SY-AMOUNT(WS-STUB-IDX) TO WS-STUB-TOT-YTD
               IF (WS-SC-AMOUNT(WS-STUB-IDX) NOT = 0
                   OR SY-AMOUNT(WS-STUB-IDX) NOT = 0)
                   AND NOT (STUB-REGULAR AND ED-CODE-DRIVEN
                   AND WS-STUB-IDX NOT > 14)
                   MOVE WS-STUB-LABEL(WS-STUB-IDX) TO WS-SD-LABEL
                   IF WS-STUB-IDX NOT > 3
                       MOVE WS-SC-HOURS(WS-STUB-IDX) TO WS-SD-HOURS
                   ELSE
                       MOVE 0 TO WS-SD-HOURS
                   END-IF
                   MOVE WS-SC-AMOUNT(WS-STUB-IDX) TO WS-SD-CURRENT
                   MOVE SY-AMOUNT(WS-STUB-IDX) TO WS-SD-YTD
                   MOVE WS-STUB-DETAIL TO WS-STUB-LINE
                   PERFORM 2495-WRITE-STUB-LINE
               END-IF
           END-PERFORM.

      *===============================================================
      * 2496-WRITE-STUB-DED-CODES: One statement line per deduction
      * code taken this period.
      *===============================================================
       2496-WRITE-STUB-DED-CODES SECTION.
       2496-DED-CODE-PARA.
           PERFORM VARYING WS-EDA-SUB FROM 1 BY 1
               UNTIL WS-EDA-SUB > WS-EDA-COUNT
               MOVE WS-EDA-DT-SUB(WS-EDA-SUB) TO WS-DT-SUB
               MOVE WS-DT-DESC(WS-DT-SUB) TO WS-SD-LABEL
               MOVE 0 TO WS-SD-HOURS
               MOVE WS-EDA-AMOUNT(WS-EDA-SUB) TO WS-SD-CURRENT
               MOVE WS-EDA-YTD(WS-EDA-SUB) TO WS-SD-YTD
               MOVE WS-STUB-DETAIL TO WS-STUB-LINE
               PERFORM 2495-WRITE-STUB-LINE
           END-PERFORM.

      *===============================================================
      * 2497-WRITE-STUB-LOCAL-TAX: The local income tax line under
      * the other taxes, when there is anything current or
      * year-to-date, and its amounts into the tax subtotal.
      *===============================================================
       2497-WRITE-STUB-LOCAL-TAX SECTION.
       2497-LOCAL-PARA.
           ADD WS-SC-LOCAL-TAX TO WS-STUB-TOT-CUR
           ADD SY-LOCAL-TAX TO WS-STUB-TOT-YTD
           IF WS-SC-LOCAL-TAX = 0
               AND SY-LOCAL-TAX = 0
               EXIT SECTION
           END-IF
           MOVE "LOCAL INCOME TAX" TO WS-SD-LABEL
           MOVE 0 TO WS-SD-HOURS
           MOVE WS-SC-LOCAL-TAX TO WS-SD-CURRENT
           MOVE SY-LOCAL-TAX TO WS-SD-YTD
           MOVE WS-STUB-DETAIL TO WS-STUB-LINE
           PERFORM 2495-WRITE-STUB-LINE.

      *===============================================================
      * 2498-WRITE-STUB-REIMB: The non-taxable expense reimbursement
      * paid with the check, on its own line just above net pay,
      * when there is anything current or year-to-date.
      *===============================================================
       2498-WRITE-STUB-REIMB SECTION.
       2498-REIMB-PARA.
           IF WS-SC-EXP-REIMB = 0
               AND SY-EXP-REIMB = 0
               EXIT SECTION
           END-IF
           MOVE "EXPENSE REIMB (NONTAX)" TO WS-SD-LABEL
           MOVE 0 TO WS-SD-HOURS
           MOVE WS-SC-EXP-REIMB TO WS-SD-CURRENT
           MOVE SY-EXP-REIMB TO WS-SD-YTD
           MOVE WS-STUB-DETAIL TO WS-STUB-LINE
           PERFORM 2495-WRITE-STUB-LINE.

      *===============================================================
      * 2494-WRITE-STUB-TOTAL: One subtotal line -- label already in
      * WS-SD-LABEL, amounts in WS-STUB-TOT-CUR / -YTD.
      *===============================================================
       2494-WRITE-STUB-TOTAL SECTION.
       2494-TOTAL-PARA.
           MOVE 0 TO WS-SD-HOURS
           MOVE WS-STUB-TOT-CUR TO WS-SD-CURRENT
           MOVE WS-STUB-TOT-YTD TO WS-SD-YTD
           MOVE WS-STUB-DETAIL TO WS-STUB-LINE
           PERFORM 2495-WRITE-STUB-LINE.

      *===============================================================
      * 2495-WRITE-STUB-LINE: WS-STUB-LINE to the statement's stream
      *===============================================================
       2495-WRITE-STUB-LINE SECTION.
       2495-LINE-PARA.
           IF STUB-ROUTE-ELEC
               WRITE STUB-ELEC-RECORD FROM WS-STUB-LINE
           ELSE
               WRITE STUB-PRINT-RECORD FROM WS-STUB-LINE
           END-IF.

      *===============================================================
      * 2500-WRITE-ERROR: Write error log record
      *===============================================================
       2500-WRITE-ERROR SECTION.
       2500-ERROR-PARA.
      * A preview lists the reject on its own report; the error log
      * and the reject file belong to the real run
           IF WS-PREVIEW-MODE
               PERFORM 2750-PREVIEW-REJECT
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-ERROR-LOG-REC
           MOVE WS-FORMATTED-DATE TO WS-ERR-DATE
           MOVE WS-FORMATTED-TIME TO WS-ERR-TIME
                   MOVE "LEAVE HOURS" TO WS-ERR-FIELD
               WHEN ERR-TERMINATED
                   MOVE "TERMINATED" TO WS-ERR-FIELD
               WHEN ERR-ON-LEAVE
                   MOVE "ON LEAVE" TO WS-ERR-FIELD
               WHEN ERR-CALC-OVERFLOW
                   MOVE "OVERFLOW" TO WS-ERR-FIELD
               WHEN ERR-NEGATIVE-NET
           END-PERFORM
           WRITE RESTART-RECORD.

      *===============================================================
      * 2700-PREVIEW-EMPLOYEE: Compare this employee's calculated
      * pay with the prior-period worksheet and list every flag --
      * a first paycheck, a zero or negative pay, a gross, tax,
      * deduction or net swing over the preview percentage, and a
      * new or changed bank account
      *===============================================================
       2700-PREVIEW-EMPLOYEE SECTION.
       2700-PREVIEW-PARA.
           MOVE IR-EMPLOYEE-ID TO WS-PVL-EMP
           MOVE IR-LAST-NAME TO WS-PVL-NAME
           MOVE IR-DEPARTMENT TO WS-PVL-DEPT
           MOVE 0 TO WS-PVP-FOUND
           PERFORM VARYING WS-PVP-SUB FROM 1 BY 1
               UNTIL WS-PVP-SUB > WS-PVP-USED OR PVP-WAS-FOUND
               IF WS-PVP-EMP(WS-PVP-SUB) = IR-EMPLOYEE-ID
                   SET PVP-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF PVP-WAS-FOUND
               SUBTRACT 1 FROM WS-PVP-SUB
               MOVE "Y" TO WS-PVP-MATCHED(WS-PVP-SUB)
               IF WS-PVP-DEPT(WS-PVP-SUB) = SPACES
                   MOVE IR-DEPARTMENT TO WS-PVP-DEPT(WS-PVP-SUB)
               END-IF
               IF WS-PVP-RUN-DATE(WS-PVP-SUB) > WS-PV-LAST-RUN-DATE
                   MOVE WS-PVP-RUN-DATE(WS-PVP-SUB)
                       TO WS-PV-LAST-RUN-DATE
               END-IF
           ELSE
               ADD 1 TO WS-PV-FIRST-COUNT
               MOVE "FIRST PAYCHECK" TO WS-PVL-FLAG
               MOVE "GROSS" TO WS-PV-ITEM
               MOVE SPACES TO WS-PVL-PRIOR
               MOVE WS-GROSS-PAY TO WS-PV-EDIT-AMT
               MOVE WS-PV-EDIT-AMT TO WS-PVL-CURRENT
               PERFORM 2730-WRITE-PREVIEW-FLAG
           END-IF
           IF WS-GROSS-PAY = 0 OR WS-NET-PAY NOT > 0
               ADD 1 TO WS-PV-ZERO-COUNT
               MOVE "ZERO/NEGATIVE PAY" TO WS-PVL-FLAG
               MOVE "NET" TO WS-PV-ITEM
               MOVE SPACES TO WS-PVL-PRIOR
               IF PVP-WAS-FOUND
                   MOVE WS-PVP-NET(WS-PVP-SUB) TO WS-PV-EDIT-AMT
                   MOVE WS-PV-EDIT-AMT TO WS-PVL-PRIOR
               END-IF
               MOVE WS-NET-PAY TO WS-PV-EDIT-AMT
               MOVE WS-PV-EDIT-AMT TO WS-PVL-CURRENT
               PERFORM 2730-WRITE-PREVIEW-FLAG
           END-IF
           IF PVP-WAS-FOUND
               MOVE "GROSS" TO WS-PV-ITEM
               MOVE WS-PVP-GROSS(WS-PVP-SUB) TO WS-PV-PRI-AMT
               MOVE WS-GROSS-PAY TO WS-PV-CUR-AMT
               PERFORM 2720-CHECK-SWING
               MOVE "TAXES" TO WS-PV-ITEM
               MOVE WS-PVP-TAX(WS-PVP-SUB) TO WS-PV-PRI-AMT
               MOVE WS-TOTAL-TAX TO WS-PV-CUR-AMT
               PERFORM 2720-CHECK-SWING
               MOVE "DEDUCTIONS" TO WS-PV-ITEM
               MOVE WS-PVP-DED(WS-PVP-SUB) TO WS-PV-PRI-AMT
               MOVE WS-TOTAL-DEDUCTIONS TO WS-PV-CUR-AMT
               PERFORM 2720-CHECK-SWING
               MOVE "NET" TO WS-PV-ITEM
               MOVE WS-PVP-NET(WS-PVP-SUB) TO WS-PV-PRI-AMT
               COMPUTE WS-PV-CUR-AMT = WS-NET-PAY - WS-EXP-REIMB
               PERFORM 2720-CHECK-SWING
           END-IF
           PERFORM 2740-CHECK-BANK.

      *===============================================================
      * 2720-CHECK-SWING: Flag WS-PV-ITEM when it moved from the
      * prior period by more than the preview percentage. Anything
      * from nothing is always a swing.
      *===============================================================
       2720-CHECK-SWING SECTION.
       2720-SWING-PARA.
           COMPUTE WS-PV-DIFF = WS-PV-CUR-AMT - WS-PV-PRI-AMT
           IF WS-PV-DIFF = 0
               EXIT SECTION
           END-IF
           IF WS-PV-DIFF < 0
               COMPUTE WS-PV-DIFF = 0 - WS-PV-DIFF
           END-IF
           IF WS-PV-PRI-AMT NOT > 0
               MOVE 9999.9 TO WS-PV-PCT
           ELSE
               COMPUTE WS-PV-PCT ROUNDED =
                   WS-PV-DIFF * 100 / WS-PV-PRI-AMT
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PV-PCT
               END-COMPUTE
           END-IF
           IF WS-PV-PCT NOT > WS-PV-VARIANCE-PCT
               EXIT SECTION
           END-IF
           ADD 1 TO WS-PV-SWING-COUNT
           MOVE "SWING OVER LIMIT" TO WS-PVL-FLAG
           MOVE WS-PV-PRI-AMT TO WS-PV-EDIT-AMT
           MOVE WS-PV-EDIT-AMT TO WS-PVL-PRIOR
           MOVE WS-PV-CUR-AMT TO WS-PV-EDIT-AMT
           MOVE WS-PV-EDIT-AMT TO WS-PVL-CURRENT
           MOVE WS-PV-PCT TO WS-PVL-PCT
           PERFORM 2730-WRITE-PREVIEW-FLAG.

       2730-WRITE-PREVIEW-FLAG SECTION.
       2730-WRITE-FLAG-PARA.
           MOVE WS-PV-ITEM TO WS-PVL-ITEM
           WRITE PREVIEW-RECORD FROM WS-PV-DETAIL-LINE
           ADD 1 TO WS-PV-FLAG-COUNT
           MOVE 0 TO WS-PVL-PCT
           IF WS-BATCH-RETURN-CODE < 4
               MOVE 4 TO WS-BATCH-RETURN-CODE
           END-IF.

      *===============================================================
      * 2740-CHECK-BANK: A direct deposit going to an account the
      * prior period did not pay -- a first deposit, a switch from
      * a paper check, or a changed routing or account number
      *===============================================================
       2740-CHECK-BANK SECTION.
       2740-BANK-PARA.
           IF IR-BANK-ROUTING = SPACES AND IR-BANK-ACCOUNT = SPACES
               EXIT SECTION
           END-IF
           MOVE IR-BANK-ACCOUNT TO WS-PV-MASK-INPUT
           PERFORM 2745-MASK-ACCOUNT
           IF NOT PVP-WAS-FOUND
               OR (WS-PVP-HAS-BANK(WS-PVP-SUB) = "Y"
                   AND WS-PVP-ROUTING(WS-PVP-SUB) = SPACES
                   AND WS-PVP-ACCOUNT(WS-PVP-SUB) = SPACES)
               ADD 1 TO WS-PV-BANK-COUNT
               MOVE "NEW BANK ACCOUNT" TO WS-PVL-FLAG
               MOVE "ROUTING" TO WS-PV-ITEM
               MOVE SPACES TO WS-PVL-PRIOR
               MOVE IR-BANK-ROUTING TO WS-PVL-CURRENT
               PERFORM 2730-WRITE-PREVIEW-FLAG
               MOVE "ACCOUNT" TO WS-PV-ITEM
               MOVE SPACES TO WS-PVL-PRIOR
               MOVE WS-PV-MASK-ACCOUNT TO WS-PVL-CURRENT
               PERFORM 2730-WRITE-PREVIEW-FLAG
               EXIT SECTION
           END-IF
           IF WS-PVP-HAS-BANK(WS-PVP-SUB) NOT = "Y"
               EXIT SECTION
           END-IF
           IF IR-BANK-ROUTING = WS-PVP-ROUTING(WS-PVP-SUB)
               AND IR-BANK-ACCOUNT = WS-PVP-ACCOUNT(WS-PVP-SUB)
               EXIT SECTION
           END-IF
           ADD 1 TO WS-PV-BANK-COUNT
           MOVE "CHANGED BANK ACCT" TO WS-PVL-FLAG
           IF IR-BANK-ROUTING NOT = WS-PVP-ROUTING(WS-PVP-SUB)
               MOVE "ROUTING" TO WS-PV-ITEM
               MOVE WS-PVP-ROUTING(WS-PVP-SUB) TO WS-PVL-PRIOR
               MOVE IR-BANK-ROUTING TO WS-PVL-CURRENT
               PERFORM 2730-WRITE-PREVIEW-FLAG
           END-IF
           IF IR-BANK-ACCOUNT NOT = WS-PVP-ACCOUNT(WS-PVP-SUB)
               MOVE "ACCOUNT" TO WS-PV-ITEM
               MOVE WS-PV-MASK-ACCOUNT TO WS-PVL-CURRENT
               MOVE WS-PVP-ACCOUNT(WS-PVP-SUB) TO WS-PV-MASK-INPUT
               PERFORM 2745-MASK-ACCOUNT
               MOVE WS-PV-MASK-ACCOUNT TO WS-PVL-PRIOR
               PERFORM 2730-WRITE-PREVIEW-FLAG
           END-IF.

      *===============================================================
      * 2745-MASK-ACCOUNT: Stars over all but the last four
      * characters keyed in an account number
      *===============================================================
       2745-MASK-ACCOUNT SECTION.
       2745-MASK-PARA.
           MOVE WS-PV-MASK-INPUT TO WS-PV-MASK-ACCOUNT
           MOVE 17 TO WS-PV-ACCT-SUB
           PERFORM UNTIL WS-PV-ACCT-SUB = 0
                   OR WS-PV-MASK-INPUT(WS-PV-ACCT-SUB:1) NOT = SPACE
               SUBTRACT 1 FROM WS-PV-ACCT-SUB
           END-PERFORM
           SUBTRACT 4 FROM WS-PV-ACCT-SUB
           PERFORM UNTIL WS-PV-ACCT-SUB < 1
               MOVE "*" TO WS-PV-MASK-ACCOUNT(WS-PV-ACCT-SUB:1)
               SUBTRACT 1 FROM WS-PV-ACCT-SUB
           END-PERFORM.

      *===============================================================
      * 2750-PREVIEW-REJECT: A record the real run would reject,
      * listed on the preview instead of the error and reject files
      *===============================================================
       2750-PREVIEW-REJECT SECTION.
       2750-PREVIEW-REJECT-PARA.
           MOVE IR-EMPLOYEE-ID TO WS-PVR-EMP
           IF ERR-UNKNOWN-EMPL
               MOVE SPACES TO WS-PVR-NAME
               MOVE SPACES TO WS-PVR-DEPT
           ELSE
               MOVE IR-LAST-NAME TO WS-PVR-NAME
               MOVE IR-DEPARTMENT TO WS-PVR-DEPT
           END-IF
           MOVE WS-ERROR-MESSAGE TO WS-PVR-MESSAGE
           WRITE PREVIEW-RECORD FROM WS-PV-REJECT-LINE
           ADD 1 TO WS-PV-FLAG-COUNT
           IF WS-BATCH-RETURN-CODE < 8
               MOVE 8 TO WS-BATCH-RETURN-CODE
           END-IF.

      *===============================================================
      * 2790-PREVIEW-DEPT-TOTALS: This period's department totals
      * printed against last period's -- the prior worksheets of
      * the employees previewed, plus any other worksheet from the
      * run they were last paid in -- then the sign-off block
      *===============================================================
       2790-PREVIEW-DEPT-TOTALS SECTION.
       2790-PREVIEW-DEPT-PARA.
           IF WS-PV-FLAG-COUNT = 0
               WRITE PREVIEW-RECORD FROM WS-PV-NONE-LINE
           END-IF
           INITIALIZE WS-PV-PRIOR-DEPT-TABLE
           PERFORM VARYING WS-PVP-SUB FROM 1 BY 1
               UNTIL WS-PVP-SUB > WS-PVP-USED
               IF WS-PVP-MATCHED(WS-PVP-SUB) = "Y"
                   OR (WS-PV-LAST-RUN-DATE > 0
                       AND WS-PVP-RUN-DATE(WS-PVP-SUB) =
                           WS-PV-LAST-RUN-DATE)
                   PERFORM 2795-ADD-PRIOR-DEPT
               END-IF
           END-PERFORM
           MOVE SPACES TO PREVIEW-RECORD
           WRITE PREVIEW-RECORD
           WRITE PREVIEW-RECORD FROM WS-PV-DEPT-HDR-LINE
           WRITE PREVIEW-RECORD FROM WS-PV-DEPT-COL-LINE
           PERFORM VARYING WS-PVD-SUB FROM 1 BY 1
               UNTIL WS-PVD-SUB > 11
               IF WS-PVD-SUB = 11
                   MOVE "????" TO WS-PVT-CODE
                   MOVE "NOT ON TABLE" TO WS-PVT-NAME
                   MOVE 0 TO WS-PVT-EMPS
                   MOVE 0 TO WS-PVT-GROSS
                   MOVE 0 TO WS-PVT-TAX
                   MOVE 0 TO WS-PVT-DED
                   MOVE 0 TO WS-PVT-NET
               ELSE
                   MOVE WS-DEPT-CODE(WS-PVD-SUB) TO WS-PVT-CODE
                   MOVE WS-DEPT-NAME(WS-PVD-SUB) TO WS-PVT-NAME
                   MOVE WS-DEPT-EMP-COUNT(WS-PVD-SUB) TO WS-PVT-EMPS
                   MOVE WS-DEPT-GROSS-TOT(WS-PVD-SUB) TO WS-PVT-GROSS
                   MOVE WS-DEPT-TAX-TOT(WS-PVD-SUB) TO WS-PVT-TAX
                   MOVE WS-DEPT-DED-TOT(WS-PVD-SUB) TO WS-PVT-DED
                   MOVE WS-DEPT-NET-TOT(WS-PVD-SUB) TO WS-PVT-NET
               END-IF
               IF WS-PVD-EMP-COUNT(WS-PVD-SUB) > 0
                   OR (WS-PVD-SUB < 11
                       AND WS-DEPT-EMP-COUNT(WS-PVD-SUB) > 0)
                   MOVE "THIS" TO WS-PVT-PERIOD
                   WRITE PREVIEW-RECORD FROM WS-PV-DEPT-LINE
                   MOVE SPACES TO WS-PVT-CODE
                   MOVE SPACES TO WS-PVT-NAME
                   MOVE "LAST" TO WS-PVT-PERIOD
                   MOVE WS-PVD-EMP-COUNT(WS-PVD-SUB) TO WS-PVT-EMPS
                   MOVE WS-PVD-GROSS(WS-PVD-SUB) TO WS-PVT-GROSS
                   MOVE WS-PVD-TAX(WS-PVD-SUB) TO WS-PVT-TAX
                   MOVE WS-PVD-DED(WS-PVD-SUB) TO WS-PVT-DED
                   MOVE WS-PVD-NET(WS-PVD-SUB) TO WS-PVT-NET
                   WRITE PREVIEW-RECORD FROM WS-PV-DEPT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO PREVIEW-RECORD
           WRITE PREVIEW-RECORD
           WRITE PREVIEW-RECORD FROM WS-PV-SIGNOFF-LINE
           DISPLAY "PREVIEW LINES FLAGGED: " WS-PV-FLAG-COUNT
           DISPLAY "  FIRST PAYCHECKS:     " WS-PV-FIRST-COUNT
           DISPLAY "  ZERO/NEGATIVE PAYS:  " WS-PV-ZERO-COUNT
           DISPLAY "  SWINGS OVER LIMIT:   " WS-PV-SWING-COUNT
           DISPLAY "  BANK ACCOUNT CHANGES:" WS-PV-BANK-COUNT.

       2795-ADD-PRIOR-DEPT SECTION.
       2795-ADD-PRIOR-PARA.
           MOVE 11 TO WS-PVD-SUB
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > 10 OR WS-PVD-SUB < 11
               IF WS-DEPT-CODE(WS-DEPT-IDX) = WS-PVP-DEPT(WS-PVP-SUB)
                   MOVE WS-DEPT-IDX TO WS-PVD-SUB
               END-IF
           END-PERFORM
           ADD 1 TO WS-PVD-EMP-COUNT(WS-PVD-SUB)
           ADD WS-PVP-GROSS(WS-PVP-SUB) TO WS-PVD-GROSS(WS-PVD-SUB)
           ADD WS-PVP-TAX(WS-PVP-SUB) TO WS-PVD-TAX(WS-PVD-SUB)
           ADD WS-PVP-DED(WS-PVP-SUB) TO WS-PVD-DED(WS-PVD-SUB)
           ADD WS-PVP-NET(WS-PVP-SUB) TO WS-PVD-NET(WS-PVD-SUB).

      *===============================================================
      * 2900-SORT-DEPT-SUMMARY: Bubble-sort WS-DEPT-TABLE by
      * WS-DEPT-GROSS-TOT descending before the summary is printed,
      *===============================================================
      * 2950-WRITE-GL-FEED: Write one balanced set of GL debit/credit
      * entries per department (Dr Salary Expense; Cr Taxes Payable,
      * Deductions Payable, Net Pay Payable) to PAYGLFD.DAT. A
      * deduction code carrying its own GL account is credited there
      * and comes out of the 220000 Deductions Payable credit. Expense
      * reimbursements paid with the checks debit 540000 and ride the
      * Net Pay Payable credit.
      *===============================================================
       2950-WRITE-GL-FEED SECTION.
       2950-GL-FEED-PARA.
                   MOVE WS-FORMATTED-DATE(4:2) TO GLF-RUN-DATE(7:2)
                   WRITE GL-FEED-RECORD

                   MOVE 0 TO WS-DDC-SEPARATE
                   PERFORM VARYING WS-DDC-IDX FROM 1 BY 1
                       UNTIL WS-DDC-IDX > 10
                       IF WS-DDC-DEPT-CODE(WS-DDC-IDX) =
                           WS-DEPT-CODE(WS-DEPT-IDX)
                           PERFORM 2955-SUM-SEPARATE-DED
                       END-IF
                   END-PERFORM
                   INITIALIZE GL-FEED-RECORD
                   MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO GLF-DEPT-CODE
                   MOVE "220000" TO GLF-ACCOUNT-CODE
                   SET GLF-CREDIT TO TRUE
                   COMPUTE GLF-AMOUNT =
                       WS-DEPT-DED-TOT(WS-DEPT-IDX) - WS-DDC-SEPARATE
                   MOVE WS-FORMATTED-DATE(7:4) TO GLF-RUN-DATE(1:4)
                   MOVE WS-FORMATTED-DATE(1:2) TO GLF-RUN-DATE(5:2)
                   MOVE WS-FORMATTED-DATE(4:2) TO GLF-RUN-DATE(7:2)
                   WRITE GL-FEED-RECORD

      * Net pay payable carries the department's expense
      * reimbursements too -- they go out on the same checks
                   PERFORM 2957-FIND-DEPT-REIMB
                   INITIALIZE GL-FEED-RECORD
                   MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO GLF-DEPT-CODE
                   MOVE "230000" TO GLF-ACCOUNT-CODE
                   SET GLF-CREDIT TO TRUE
                   COMPUTE GLF-AMOUNT =
                       WS-DEPT-NET-TOT(WS-DEPT-IDX) + WS-EXP-REIMB
                   MOVE WS-FORMATTED-DATE(7:4) TO GLF-RUN-DATE(1:4)
                   MOVE WS-FORMATTED-DATE(1:2) TO GLF-RUN-DATE(5:2)
                   MOVE WS-FORMATTED-DATE(4:2) TO GLF-RUN-DATE(7:2)
                   WRITE GL-FEED-RECORD
      * Deduction codes with their own liability account
                   PERFORM VARYING WS-DDC-IDX FROM 1 BY 1
                       UNTIL WS-DDC-IDX > 10
                       IF WS-DDC-DEPT-CODE(WS-DDC-IDX) =
                           WS-DEPT-CODE(WS-DEPT-IDX)
                           PERFORM 2956-WRITE-DED-CODE-CREDITS
                       END-IF
                   END-PERFORM
      * Employer 401(k) match for the department: Dr benefits
      * expense 510000, Cr match payable 240000 -- the spreadsheet
      * journal entry, automated
                           WRITE GL-FEED-RECORD
                       END-IF
                   END-PERFORM
      * Expense reimbursements for the department: their own
      * debit line (540000 employee expense reimbursement), never
      * salary expense; the credit rides the 230000 line above
                   IF WS-EXP-REIMB > 0
                       INITIALIZE GL-FEED-RECORD
                       MOVE WS-DEPT-CODE(WS-DEPT-IDX)
                           TO GLF-DEPT-CODE
                       MOVE "540000" TO GLF-ACCOUNT-CODE
                       SET GLF-DEBIT TO TRUE
                       MOVE WS-EXP-REIMB TO GLF-AMOUNT
                       MOVE WS-FORMATTED-DATE(7:4)
                           TO GLF-RUN-DATE(1:4)
                       MOVE WS-FORMATTED-DATE(1:2)
                           TO GLF-RUN-DATE(5:2)
                       MOVE WS-FORMATTED-DATE(4:2)
                           TO GLF-RUN-DATE(7:2)
                       WRITE GL-FEED-RECORD
                   END-IF
               END-IF
           END-PERFORM.

      *===============================================================
      * 2955-SUM-SEPARATE-DED: The department's deductions on codes
      * whose GL account is not 220000.
      *===============================================================
       2955-SUM-SEPARATE-DED SECTION.
       2955-SUM-SEP-PARA.
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DT-COUNT
               IF WS-DT-GL-ACCOUNT(WS-DT-SUB) NOT = "220000"
                   ADD WS-DDC-AMT(WS-DDC-IDX, WS-DT-SUB)
                       TO WS-DDC-SEPARATE
               END-IF
           END-PERFORM.

      *===============================================================
      * 2956-WRITE-DED-CODE-CREDITS: One credit line per deduction
      * code with its own GL account and an amount this period.
      *===============================================================
       2956-WRITE-DED-CODE-CREDITS SECTION.
       2956-DED-CREDIT-PARA.
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DT-COUNT
               IF WS-DT-GL-ACCOUNT(WS-DT-SUB) NOT = "220000"
                   AND WS-DDC-AMT(WS-DDC-IDX, WS-DT-SUB) > 0
                   INITIALIZE GL-FEED-RECORD
                   MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO GLF-DEPT-CODE
                   MOVE WS-DT-GL-ACCOUNT(WS-DT-SUB)
                       TO GLF-ACCOUNT-CODE
                   SET GLF-CREDIT TO TRUE
                   MOVE WS-DDC-AMT(WS-DDC-IDX, WS-DT-SUB)
                       TO GLF-AMOUNT
                   MOVE WS-FORMATTED-DATE(7:4) TO GLF-RUN-DATE(1:4)
                   MOVE WS-FORMATTED-DATE(1:2) TO GLF-RUN-DATE(5:2)
                   MOVE WS-FORMATTED-DATE(4:2) TO GLF-RUN-DATE(7:2)
                   WRITE GL-FEED-RECORD
               END-IF
           END-PERFORM.

      *===============================================================
      * 2957-FIND-DEPT-REIMB: The department's expense
      * reimbursements this run into WS-EXP-REIMB -- matched by
      * department code, since the summary sort has permuted the
      * department table.
      *===============================================================
       2957-FIND-DEPT-REIMB SECTION.
       2957-DEPT-REIMB-PARA.
           MOVE 0 TO WS-EXP-REIMB
           PERFORM VARYING WS-DXR-IDX FROM 1 BY 1
               UNTIL WS-DXR-IDX > 10
               IF WS-DXR-DEPT-CODE(WS-DXR-IDX) =
                   WS-DEPT-CODE(WS-DEPT-IDX)
                   ADD WS-DXR-REIMB(WS-DXR-IDX) TO WS-EXP-REIMB
               END-IF
           END-PERFORM.

           DISPLAY "CARD DEDUCTIONS WITHHELD: "
               WS-CARD-DED-TOTAL.

      *===============================================================
      * 2975-ACCRUE-LOA-ARREARS: Every employee still on leave in
      * this run's pay frequency misses this period's health
      * deductions, and each one missed goes onto the LOAMAST
      * arrears balance to be recovered after the return -- once
      * per pay date, so a rerun charges nothing twice.
      *===============================================================
       2975-ACCRUE-LOA-ARREARS SECTION.
       2975-ACCRUE-LOA-PARA.
           IF NOT LOA-IS-OPEN
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-LOA-SCAN-FLAG
           MOVE LOW-VALUES TO LV-EMPLOYEE-ID
           START LOA-FILE KEY IS NOT LESS THAN LV-EMPLOYEE-ID
               INVALID KEY
                   SET LOA-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL LOA-SCAN-DONE
               READ LOA-FILE NEXT RECORD
                   AT END
                       SET LOA-SCAN-DONE TO TRUE
                   NOT AT END
                       IF LV-ON-LEAVE
                           AND LV-LAST-ACCRUED NOT = WS-CURRENT-DATE
                           AND LV-START-DATE NOT > WS-CURRENT-DATE
                           PERFORM 2976-CHARGE-LOA-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "LEAVE ARREARS CHARGED:   "
               WS-LOA-CHARGED-COUNT " AMOUNT " WS-LOA-CHARGED-AMT.

      *===============================================================
      * 2976-CHARGE-LOA-PERIOD: One missed period for the leave row
      * just read -- the flat health-bucket EMPDED codes active on
      * the pay date, or the master's fixed health deduction for an
      * employee with no EMPDED rows. An employee no longer on
      * leave on the master (terminated since) is not charged.
      *===============================================================
       2976-CHARGE-LOA-PERIOD SECTION.
       2976-CHARGE-LOA-PARA.
           MOVE LV-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPMAST-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF NOT EM-ON-LEAVE
               EXIT SECTION
           END-IF
           IF EM-PAY-FREQUENCY = SPACE
               MOVE "M" TO WS-EMP-FREQUENCY
           ELSE
               MOVE EM-PAY-FREQUENCY TO WS-EMP-FREQUENCY
           END-IF
           IF WS-RUN-FREQUENCY NOT = SPACE
               AND WS-EMP-FREQUENCY NOT = WS-RUN-FREQUENCY
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-LOA-CHARGE
           MOVE 0 TO WS-EDR-COUNT
           IF EMP-DED-AVAILABLE
               MOVE LV-EMPLOYEE-ID TO IR-EMPLOYEE-ID
               PERFORM 2208-LOAD-EMP-DED-ROWS
           END-IF
           IF WS-EDR-COUNT > 0
               PERFORM VARYING WS-EDR-SUB FROM 1 BY 1
                   UNTIL WS-EDR-SUB > WS-EDR-COUNT
                   PERFORM 2977-ADD-LOA-DED-ROW
               END-PERFORM
           ELSE
               MOVE EM-HEALTH-DED TO WS-LOA-CHARGE
           END-IF
           ADD WS-LOA-CHARGE TO LV-ARREARS-BAL
           ADD WS-LOA-CHARGE TO LV-ARREARS-TOTAL
           ADD 1 TO LV-PERIODS-MISSED
           MOVE WS-CURRENT-DATE TO LV-LAST-ACCRUED
           MOVE WS-CURRENT-DATE TO LV-LAST-CHANGED
           REWRITE LOA-RECORD
               INVALID KEY
                   DISPLAY "LOAMAST REWRITE FAILED FOR EMP "
                       LV-EMPLOYEE-ID
               NOT INVALID KEY
                   ADD 1 TO WS-LOA-CHARGED-COUNT
                   ADD WS-LOA-CHARGE TO WS-LOA-CHARGED-AMT
           END-REWRITE.

      *===============================================================
      * 2977-ADD-LOA-DED-ROW: One EMPDED row's flat amount into the
      * period's arrears if it is active on the pay date and its
      * code is in the health bucket. A percent-of-gross code has
      * no gross to work from while on leave and is not charged.
      *===============================================================
       2977-ADD-LOA-DED-ROW SECTION.
       2977-ADD-LOA-ROW-PARA.
           IF WS-EDR-START(WS-EDR-SUB) > WS-CURRENT-DATE
               EXIT SECTION
           END-IF
           IF WS-EDR-STOP(WS-EDR-SUB) NOT = 0
               AND WS-EDR-STOP(WS-EDR-SUB) < WS-CURRENT-DATE
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-DT-FOUND
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DT-COUNT
               OR DT-WAS-FOUND
               IF WS-EDR-CODE(WS-EDR-SUB) = WS-DT-CODE(WS-DT-SUB)
                   SET DT-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT DT-WAS-FOUND
               EXIT SECTION
           END-IF
           SUBTRACT 1 FROM WS-DT-SUB
           IF WS-DT-BUCKET(WS-DT-SUB) = "H"
               AND WS-DT-METHOD(WS-DT-SUB) NOT = "P"
               ADD WS-EDR-AMOUNT(WS-EDR-SUB) TO WS-LOA-CHARGE
           END-IF.

      *===============================================================
      * 2978-PROVE-EXP-REIMB: Prove the EXPREIMB feed -- its detail
      * against its own trailer, and every item either paid on a
      * check this run, held for want of one, or rejected at load.
      * The held items go to EXPHELD.DAT with a fresh trailer, to
      * be resubmitted with the next period's feed. A restarted run
      * cannot tell the items paid before the restart from the
      * ones held, so it leaves EXPHELD for a manual reconcile.
      *===============================================================
       2978-PROVE-EXP-REIMB SECTION.
       2978-PROVE-PARA.
           IF NOT XR-FEED-LOADED
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-XR-HELD-COUNT
           MOVE 0 TO WS-XR-HELD-TOTAL
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-USED
               IF XR-ITEM-UNPAID(WS-XR-IDX)
                   ADD 1 TO WS-XR-HELD-COUNT
                   ADD WS-XR-AMOUNT(WS-XR-IDX) TO WS-XR-HELD-TOTAL
               END-IF
           END-PERFORM
           DISPLAY "EXPENSE REIMB FEED ITEMS:   " WS-XR-FEED-COUNT
               "  AMOUNT: " WS-XR-FEED-TOTAL
           DISPLAY "EXPENSE REIMB PAID ITEMS:   " WS-XR-PAID-COUNT
               "  AMOUNT: " WS-XR-PAID-TOTAL
           DISPLAY "EXPENSE REIMB HELD ITEMS:   " WS-XR-HELD-COUNT
               "  AMOUNT: " WS-XR-HELD-TOTAL
           DISPLAY "EXPENSE REIMB REJECTED:     " WS-XR-REJECT-COUNT
               "  AMOUNT: " WS-XR-REJECT-TOTAL
           SET XR-IN-BALANCE TO TRUE
           IF XR-TRAILER-FOUND
               AND (WS-XR-TRL-COUNT NOT = WS-XR-FEED-COUNT
               OR WS-XR-TRL-TOTAL NOT = WS-XR-FEED-TOTAL)
               DISPLAY "WARNING: EXPREIMB TRAILER " WS-XR-TRL-COUNT
                   " ITEMS " WS-XR-TRL-TOTAL
                   " DOES NOT MATCH ITS DETAIL"
               SET XR-OUT-OF-BALANCE TO TRUE
           END-IF
           IF NOT XR-TRAILER-FOUND
               DISPLAY "EXPREIMB CARRIES NO TRAILER -- DETAIL"
                   " TOTAL NOT VERIFIED"
           END-IF
           COMPUTE WS-XR-PROVE-TOTAL = WS-XR-PAID-TOTAL
               + WS-XR-HELD-TOTAL + WS-XR-REJECT-TOTAL
           IF WS-XR-PROVE-TOTAL NOT = WS-XR-FEED-TOTAL
               DISPLAY "WARNING: EXPENSE REIMB PAID + HELD + REJECTED "
                   WS-XR-PROVE-TOTAL " NOT = FEED "
                   WS-XR-FEED-TOTAL
               SET XR-OUT-OF-BALANCE TO TRUE
           END-IF
           IF XR-OUT-OF-BALANCE
               OR WS-XR-HELD-COUNT > 0
               IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
               END-IF
           END-IF
           IF WS-RESTART-FOUND
               DISPLAY "WARNING: RESTARTED RUN -- EXPHELD NOT"
                   " WRITTEN; RECONCILE EXPREIMB TO PAYWORK BY HAND"
               IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           OPEN OUTPUT EXP-HELD-FILE
           IF NOT EXP-HELD-OK
               DISPLAY "WARNING: EXPHELD NOT WRITTEN: "
                   WS-EXP-HELD-STATUS
               IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-USED
               IF XR-ITEM-UNPAID(WS-XR-IDX)
                   INITIALIZE EXP-HELD-RECORD
                   MOVE WS-XR-EMP(WS-XR-IDX) TO XH-EMPLOYEE-ID
                   MOVE WS-XR-TYPE(WS-XR-IDX) TO XH-EXPENSE-TYPE
                   MOVE WS-XR-AMOUNT(WS-XR-IDX) TO XH-AMOUNT
                   MOVE WS-XR-DATE(WS-XR-IDX) TO XH-EXPENSE-DATE
                   MOVE WS-XR-REF(WS-XR-IDX) TO XH-REFERENCE
                   WRITE EXP-HELD-RECORD
               END-IF
           END-PERFORM
           INITIALIZE EXP-HELD-TRAILER
           MOVE 999999 TO XHT-EMPLOYEE-ID
           MOVE WS-XR-HELD-COUNT TO XHT-ITEM-COUNT
           MOVE WS-XR-HELD-TOTAL TO XHT-AMOUNT-TOTAL
           WRITE EXP-HELD-TRAILER
           CLOSE EXP-HELD-FILE.

      *===============================================================
      * 2980-WRITE-ACH-TRAILERS: Write the NACHA-style Batch Control
      * and File Control records to PAYACH.DAT. Runs once, after the
      * Roll this run's employer tax liability into the
      * quarter-to-date control file before the printed summary
           PERFORM 3100-ROLL-QTD-CONTROL
           PERFORM 3110-WRITE-DEPOSIT-LIAB
           PERFORM 3150-ROLL-LOCAL-QTD
           PERFORM 3170-ROLL-WC-QTD
           PERFORM 3180-WC-PERIOD-REPORT
           PERFORM 3200-WRITE-RUN-TOTALS
      * Force new page for summary
           ADD 1 TO WS-PAGE-COUNT
               ADD 1 TO WS-REPORT-LINES
               MOVE SPACES TO WS-TEMP-STRING
           END-IF
      * Expense reimbursements by department and the feed proof --
      * paid on the checks, outside gross and the net totals above
           IF XR-FEED-LOADED
               PERFORM 3050-PRINT-EXP-REIMB
           END-IF
      * Borrowed and loaned labor by department, so the summary
      * explains a department whose cost moved with the work
           IF WS-SPLIT-COUNT > 0
           WRITE REPORT-RECORD
           ADD 1 TO WS-REPORT-LINES
           MOVE SPACES TO WS-TEMP-STRING
      * Local income tax withheld for the jurisdictions, when any
           IF WS-RUN-LOCAL-TOT > 0
               MOVE WS-RUN-LOCAL-TOT TO WS-EDIT-TOTAL
               MOVE 1 TO WS-STRING-PTR
               STRING
                   "LOCAL INCOME TAX WITHHELD: " DELIMITED SIZE
                   WS-EDIT-TOTAL DELIMITED SIZE
                   INTO WS-TEMP-STRING
                   WITH POINTER WS-STRING-PTR
               END-STRING
               MOVE WS-TEMP-STRING TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO WS-REPORT-LINES
               MOVE SPACES TO WS-TEMP-STRING
           END-IF
      * Workers' comp exposure payroll (detail on WCPREM.RPT)
           IF WS-RUN-WC-EXPOSURE > 0
               MOVE WS-RUN-WC-EXPOSURE TO WS-EDIT-TOTAL
               MOVE 1 TO WS-STRING-PTR
               STRING
                   "WORKERS' COMP EXPOSURE PAYROLL: " DELIMITED SIZE
                   WS-EDIT-TOTAL DELIMITED SIZE
                   INTO WS-TEMP-STRING
                   WITH POINTER WS-STRING-PTR
               END-STRING
               MOVE WS-TEMP-STRING TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO WS-REPORT-LINES
               MOVE SPACES TO WS-TEMP-STRING
           END-IF
      * Deductions that reached goal this run
           IF WS-DDN-USED > 0
               MOVE SPACES TO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD
           ADD 1 TO WS-REPORT-LINES
      * Final separator
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE SPACES TO REPORT-RECORD
           MOVE "*** END OF REPORT ***" TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 2 TO WS-REPORT-LINES.

      *===============================================================
      * 3050-PRINT-EXP-REIMB: Expense reimbursements paid by
      * department (the 540000 GL debits) and the EXPREIMB proof --
      * paid, held, and rejected against the feed.
      *===============================================================
       3050-PRINT-EXP-REIMB SECTION.
       3050-EXP-REIMB-PARA.
           MOVE SPACES TO REPORT-RECORD
           MOVE "EXPENSE REIMBURSEMENTS BY DEPARTMENT (NON-TAXABLE)"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-REPORT-LINES
           PERFORM VARYING WS-DXR-IDX FROM 1 BY 1
               UNTIL WS-DXR-IDX > 10
               IF WS-DXR-REIMB(WS-DXR-IDX) > 0
                   MOVE WS-DXR-REIMB(WS-DXR-IDX) TO WS-EDIT-TOTAL
                   MOVE SPACES TO WS-TEMP-STRING
                   MOVE 1 TO WS-STRING-PTR
                   STRING "  DEPT " DELIMITED SIZE
                       WS-DXR-DEPT-CODE(WS-DXR-IDX) DELIMITED SIZE
                       "  REIMBURSED: " DELIMITED SIZE
                       WS-EDIT-TOTAL DELIMITED SIZE
                       INTO WS-TEMP-STRING
                       WITH POINTER WS-STRING-PTR
                   END-STRING
                   MOVE WS-TEMP-STRING TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   ADD 1 TO WS-REPORT-LINES
               END-IF
           END-PERFORM
           MOVE "  PAID:     " TO WS-XR-PRT-LABEL
           MOVE WS-XR-PAID-COUNT TO WS-EDIT-COUNT
           MOVE WS-XR-PAID-TOTAL TO WS-EDIT-TOTAL
           PERFORM 3055-WRITE-EXP-PROOF-LINE
           MOVE "  HELD:     " TO WS-XR-PRT-LABEL
           MOVE WS-XR-HELD-COUNT TO WS-EDIT-COUNT
           MOVE WS-XR-HELD-TOTAL TO WS-EDIT-TOTAL
           PERFORM 3055-WRITE-EXP-PROOF-LINE
           MOVE "  REJECTED: " TO WS-XR-PRT-LABEL
           MOVE WS-XR-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE WS-XR-REJECT-TOTAL TO WS-EDIT-TOTAL
           PERFORM 3055-WRITE-EXP-PROOF-LINE
           MOVE "  FEED:     " TO WS-XR-PRT-LABEL
           MOVE WS-XR-FEED-COUNT TO WS-EDIT-COUNT
           MOVE WS-XR-FEED-TOTAL TO WS-EDIT-TOTAL
           PERFORM 3055-WRITE-EXP-PROOF-LINE
           MOVE SPACES TO REPORT-RECORD
           IF XR-IN-BALANCE
               MOVE "  EXPREIMB FEED IN BALANCE" TO REPORT-RECORD
           ELSE
               MOVE "  *** EXPREIMB FEED OUT OF BALANCE ***"
                   TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           ADD 1 TO WS-REPORT-LINES
           MOVE SPACES TO WS-TEMP-STRING.

      *===============================================================
      * 3055-WRITE-EXP-PROOF-LINE: One proof line -- label in
      * WS-XR-PRT-LABEL, item count and amount already edited.
      *===============================================================
       3055-WRITE-EXP-PROOF-LINE SECTION.
       3055-PROOF-LINE-PARA.
           MOVE SPACES TO WS-TEMP-STRING
           MOVE 1 TO WS-STRING-PTR
           STRING WS-XR-PRT-LABEL DELIMITED SIZE
               WS-EDIT-COUNT DELIMITED SIZE
               " ITEMS  " DELIMITED SIZE
               WS-EDIT-TOTAL DELIMITED SIZE
               INTO WS-TEMP-STRING
               WITH POINTER WS-STRING-PTR
           END-STRING
           MOVE WS-TEMP-STRING TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-REPORT-LINES.

      *===============================================================
      * 3100-ROLL-QTD-CONTROL: Accumulate this run's federal, FICA
                   WS-QTD-STATUS
           END-IF.

      *===============================================================
      * 3110-WRITE-DEPOSIT-LIAB: This run's federal deposit liability
      * -- federal withholding and both halves of FICA (the employer
      * matches the employee share) -- appended to DEPLIAB.DAT
      * under the pay date, for DEPSCHED to schedule.
      *===============================================================
       3110-WRITE-DEPOSIT-LIAB SECTION.
       3110-DEP-LIAB-PARA.
           IF WS-RUN-FED-TOT = 0
               AND WS-RUN-FICA-TOT = 0
               EXIT SECTION
           END-IF
           OPEN EXTEND DEP-LIAB-FILE
           IF DEP-LIAB-NOT-FOUND
               OPEN OUTPUT DEP-LIAB-FILE
           END-IF
           IF NOT DEP-LIAB-OK
               DISPLAY "WARNING: DEPOSIT LIABILITY NOT WRITTEN: "
                   WS-DEP-LIAB-STATUS
               IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           INITIALIZE DEP-LIAB-RECORD
           MOVE WS-CURRENT-DATE TO DL-PAY-DATE
           MOVE WS-RUN-MODE TO DL-RUN-MODE
           MOVE WS-CURRENT-TIME(1:6) TO DL-RUN-TIME
           MOVE WS-RUN-FED-TOT TO DL-FED-TAX
           MOVE WS-RUN-FICA-TOT TO DL-FICA-EMPLOYEE
           MOVE WS-RUN-FICA-TOT TO DL-FICA-EMPLOYER
           COMPUTE DL-TOTAL =
               WS-RUN-FED-TOT + WS-RUN-FICA-TOT + WS-RUN-FICA-TOT
           WRITE DEP-LIAB-RECORD
           CLOSE DEP-LIAB-FILE
           DISPLAY "FEDERAL DEPOSIT LIABILITY THIS RUN: " DL-TOTAL.

      *===============================================================
      * 3150-ROLL-LOCAL-QTD: Roll this run's local wages and tax per
      * jurisdiction into LOCLQTD.DAT. Rows for any other quarter
      * are dropped, so the first run of a quarter starts it over.
      *===============================================================
       3150-ROLL-LOCAL-QTD SECTION.
       3150-LOCAL-QTD-PARA.
           IF WS-LT-COUNT = 0
               EXIT SECTION
           END-IF
           MOVE WS-CURRENT-YEAR TO WS-LOCAL-QTD-YEAR
           COMPUTE WS-LOCAL-QTD-QUARTER =
               (WS-CURRENT-MONTH + 2) / 3
           OPEN INPUT LOCAL-QTD-FILE
           IF LOCAL-QTD-OK
               PERFORM UNTIL LOCAL-QTD-EOF
                   READ LOCAL-QTD-FILE
                       AT END
                           SET LOCAL-QTD-EOF TO TRUE
                       NOT AT END
                           IF LQ-YEAR = WS-LOCAL-QTD-YEAR
                               AND LQ-QUARTER = WS-LOCAL-QTD-QUARTER
                               PERFORM 3160-POST-LOCAL-QTD-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCAL-QTD-FILE
           END-IF
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
               UNTIL WS-LT-SUB > WS-LT-COUNT
               ADD WS-LT-RUN-WAGES(WS-LT-SUB)
                   TO WS-LT-QTD-WAGES(WS-LT-SUB)
               ADD WS-LT-RUN-TAX(WS-LT-SUB)
                   TO WS-LT-QTD-TAX(WS-LT-SUB)
               ADD WS-LT-RUN-COUNT(WS-LT-SUB)
                   TO WS-LT-QTD-COUNT(WS-LT-SUB)
           END-PERFORM
           OPEN OUTPUT LOCAL-QTD-FILE
           IF NOT LOCAL-QTD-OK
               DISPLAY "WARNING: LOCAL QTD NOT UPDATED: "
                   WS-LOCAL-QTD-STATUS
               IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
               UNTIL WS-LT-SUB > WS-LT-COUNT
               IF WS-LT-QTD-COUNT(WS-LT-SUB) > 0
                   MOVE SPACES TO LOCAL-QTD-RECORD
                   MOVE WS-LOCAL-QTD-YEAR TO LQ-YEAR
                   MOVE WS-LOCAL-QTD-QUARTER TO LQ-QUARTER
                   MOVE WS-LT-CODE(WS-LT-SUB) TO LQ-LOCAL-CODE
                   MOVE WS-LT-QTD-WAGES(WS-LT-SUB) TO LQ-WAGES
                   MOVE WS-LT-QTD-TAX(WS-LT-SUB) TO LQ-TAX
                   MOVE WS-LT-QTD-COUNT(WS-LT-SUB) TO LQ-PAY-COUNT
                   WRITE LOCAL-QTD-RECORD
               END-IF
           END-PERFORM
           CLOSE LOCAL-QTD-FILE
           DISPLAY "LOCAL TAX WITHHELD THIS RUN: " WS-RUN-LOCAL-TOT.

      *===============================================================
      * 3160-POST-LOCAL-QTD-ROW: One LOCLQTD row into the quarter
      * figures of its jurisdiction. A code since taken off
      * LOCLTAX.DAT keeps its own entry, unnamed, so the money
      * withheld for it is still carried and remitted.
      *===============================================================
       3160-POST-LOCAL-QTD-ROW SECTION.
       3160-POST-PARA.
           MOVE 0 TO WS-LT-FOUND
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
               UNTIL WS-LT-SUB > WS-LT-COUNT
               OR LT-WAS-FOUND
               IF LQ-LOCAL-CODE = WS-LT-CODE(WS-LT-SUB)
                   SET LT-WAS-FOUND TO TRUE
                   MOVE WS-LT-SUB TO WS-LT-HIT
               END-IF
           END-PERFORM
           IF NOT LT-WAS-FOUND
               IF WS-LT-COUNT >= 50
                   DISPLAY "LOCAL TAX TABLE FULL, QTD DROPPED: "
                       LQ-LOCAL-CODE
                   IF WS-BATCH-RETURN-CODE < 8
                       MOVE 8 TO WS-BATCH-RETURN-CODE
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-LT-COUNT
               MOVE WS-LT-COUNT TO WS-LT-HIT
               MOVE LQ-LOCAL-CODE TO WS-LT-CODE(WS-LT-HIT)
               MOVE "NOT IN LOCLTAX" TO WS-LT-NAME(WS-LT-HIT)
           END-IF
           ADD LQ-WAGES TO WS-LT-QTD-WAGES(WS-LT-HIT)
           ADD LQ-TAX TO WS-LT-QTD-TAX(WS-LT-HIT)
           ADD LQ-PAY-COUNT TO WS-LT-QTD-COUNT(WS-LT-HIT).

      *===============================================================
      * 3170-ROLL-WC-QTD: Roll this run's workers' comp exposure per
      * state and class into WCQTD.DAT. The quarter-to-date rows
      * for the current quarter are read back, the run added, and
      * the file rewritten with the quarter's rows only -- a new
      * quarter starts from nothing.
      *===============================================================
       3170-ROLL-WC-QTD SECTION.
       3170-WC-QTD-PARA.
           IF WS-WX-COUNT = 0
               EXIT SECTION
           END-IF
           MOVE WS-CURRENT-YEAR TO WS-WC-QTD-YEAR
           COMPUTE WS-WC-QTD-QUARTER =
               (WS-CURRENT-MONTH + 2) / 3
           OPEN INPUT WC-QTD-FILE
           IF WC-QTD-OK
               PERFORM UNTIL WC-QTD-EOF
                   READ WC-QTD-FILE
                       AT END
                           SET WC-QTD-EOF TO TRUE
                       NOT AT END
                           IF WQ-YEAR = WS-WC-QTD-YEAR
                               AND WQ-QUARTER = WS-WC-QTD-QUARTER
                               PERFORM 3175-POST-WC-QTD-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WC-QTD-FILE
           END-IF
           PERFORM VARYING WS-WX-SUB FROM 1 BY 1
               UNTIL WS-WX-SUB > WS-WX-COUNT
               ADD WS-WX-RUN-EXPOSURE(WS-WX-SUB)
                   TO WS-WX-QTD-EXPOSURE(WS-WX-SUB)
               ADD WS-WX-RUN-EXCLUDED(WS-WX-SUB)
                   TO WS-WX-QTD-EXCLUDED(WS-WX-SUB)
               ADD WS-WX-RUN-COUNT(WS-WX-SUB)
                   TO WS-WX-QTD-COUNT(WS-WX-SUB)
           END-PERFORM
           OPEN OUTPUT WC-QTD-FILE
           IF NOT WC-QTD-OK
               DISPLAY "WARNING: WORKERS' COMP QTD NOT UPDATED: "
                   WS-WC-QTD-STATUS
               IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-WX-SUB FROM 1 BY 1
               UNTIL WS-WX-SUB > WS-WX-COUNT
               IF WS-WX-QTD-COUNT(WS-WX-SUB) > 0
                   MOVE SPACES TO WC-QTD-RECORD
                   MOVE WS-WC-QTD-YEAR TO WQ-YEAR
                   MOVE WS-WC-QTD-QUARTER TO WQ-QUARTER
                   MOVE WS-WX-CLASS(WS-WX-SUB) TO WQ-CLASS-CODE
                   MOVE WS-WX-STATE(WS-WX-SUB) TO WQ-STATE-CODE
                   MOVE WS-WX-QTD-EXPOSURE(WS-WX-SUB) TO WQ-EXPOSURE
                   MOVE WS-WX-QTD-EXCLUDED(WS-WX-SUB)
                       TO WQ-OT-EXCLUDED
                   MOVE WS-WX-QTD-COUNT(WS-WX-SUB) TO WQ-PAY-COUNT
                   WRITE WC-QTD-RECORD
               END-IF
           END-PERFORM
           CLOSE WC-QTD-FILE
           DISPLAY "WORKERS' COMP EXPOSURE THIS RUN: "
               WS-RUN-WC-EXPOSURE.

      *===============================================================
      * 3175-POST-WC-QTD-ROW: One WCQTD row into the quarter figures
      * of its state and class.
      *===============================================================
       3175-POST-WC-QTD-ROW SECTION.
       3175-POST-PARA.
           MOVE WQ-STATE-CODE TO WS-WC-POST-STATE
           MOVE WQ-CLASS-CODE TO WS-WC-POST-CLASS
           MOVE 0 TO WS-WX-FOUND
           PERFORM VARYING WS-WX-SUB FROM 1 BY 1
               UNTIL WS-WX-SUB > WS-WX-COUNT
               OR WX-WAS-FOUND
               IF WS-WC-POST-KEY = WS-WX-KEY(WS-WX-SUB)
                   SET WX-WAS-FOUND TO TRUE
                   MOVE WS-WX-SUB TO WS-WX-HIT
               END-IF
           END-PERFORM
           IF NOT WX-WAS-FOUND
               IF WS-WX-COUNT >= 100
                   DISPLAY "WORKERS' COMP CLASS TABLE FULL, QTD "
                       "DROPPED: " WS-WC-POST-KEY
                   IF WS-BATCH-RETURN-CODE < 8
                       MOVE 8 TO WS-BATCH-RETURN-CODE
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-WX-COUNT
               MOVE WS-WX-COUNT TO WS-WX-HIT
               MOVE WS-WC-POST-KEY TO WS-WX-KEY(WS-WX-HIT)
           END-IF
           ADD WQ-EXPOSURE TO WS-WX-QTD-EXPOSURE(WS-WX-HIT)
           ADD WQ-OT-EXCLUDED TO WS-WX-QTD-EXCLUDED(WS-WX-HIT)
           ADD WQ-PAY-COUNT TO WS-WX-QTD-COUNT(WS-WX-HIT).

      *===============================================================
      * 3180-WC-PERIOD-REPORT: This run's workers' comp exposure and
      * estimated premium by state and class on WCPREM.RPT.
      *===============================================================
       3180-WC-PERIOD-REPORT SECTION.
       3180-WC-PERIOD-PARA.
           OPEN OUTPUT WC-PERIOD-FILE
           IF NOT WC-PERIOD-OK
               DISPLAY "WARNING: WCPREM REPORT NOT WRITTEN: "
                   WS-WC-PERIOD-STATUS
               IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           SET WC-RPT-PERIOD TO TRUE
           MOVE SPACES TO WS-WC-OUT-LINE
           EVALUATE TRUE
               WHEN WS-RETRO-MODE
                   STRING "WORKERS' COMPENSATION EXPOSURE -- RETRO "
                          "PAY RUN " DELIMITED SIZE
                          WS-FORMATTED-DATE DELIMITED SIZE
                       INTO WS-WC-OUT-LINE
                   END-STRING
               WHEN WS-SUPP-MODE
                   STRING "WORKERS' COMPENSATION EXPOSURE -- "
                          "SUPPLEMENTAL PAY RUN " DELIMITED SIZE
                          WS-FORMATTED-DATE DELIMITED SIZE
                       INTO WS-WC-OUT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "WORKERS' COMPENSATION EXPOSURE -- PAY "
                          "RUN " DELIMITED SIZE
                          WS-FORMATTED-DATE DELIMITED SIZE
                       INTO WS-WC-OUT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM 3195-WRITE-WC-LINE
           PERFORM 3190-WC-REPORT-BODY
           CLOSE WC-PERIOD-FILE.

      *===============================================================
      * 3185-SORT-WC-TABLE: State and class order for the carrier
      *===============================================================
       3185-SORT-WC-TABLE SECTION.
       3185-SORT-PARA.
           IF WS-WX-COUNT < 2
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-WX-SORT-I FROM 1 BY 1
               UNTIL WS-WX-SORT-I >= WS-WX-COUNT
               PERFORM VARYING WS-WX-SORT-J FROM 1 BY 1
                   UNTIL WS-WX-SORT-J > WS-WX-COUNT - WS-WX-SORT-I
                   IF WS-WX-KEY(WS-WX-SORT-J) >
                       WS-WX-KEY(WS-WX-SORT-J + 1)
                       MOVE WS-WX-ENTRY(WS-WX-SORT-J)
                           TO WS-WX-SORT-TEMP
                       MOVE WS-WX-ENTRY(WS-WX-SORT-J + 1)
                           TO WS-WX-ENTRY(WS-WX-SORT-J)
                       MOVE WS-WX-SORT-TEMP
                           TO WS-WX-ENTRY(WS-WX-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *===============================================================
      * 3190-WC-REPORT-BODY: Column heads, one line per state and
      * class with figures -- the run's or the quarter's -- a total
      * at each change of state, and the report total. The premium
      * is the exposure priced at the class's rate for the state,
      * else its rate keyed with no state; a class with neither is
      * listed unpriced and the run warns.
      *===============================================================
       3190-WC-REPORT-BODY SECTION.
       3190-BODY-PARA.
           PERFORM 3185-SORT-WC-TABLE
           INITIALIZE WS-WC-RPT-TOTALS
           MOVE 0 TO WS-WC-RPT-LINES
           MOVE SPACES TO WS-WC-OUT-LINE
           PERFORM 3195-WRITE-WC-LINE
           MOVE WS-WC-HDR-LINE TO WS-WC-OUT-LINE
           PERFORM 3195-WRITE-WC-LINE
           PERFORM VARYING WS-WX-SUB FROM 1 BY 1
               UNTIL WS-WX-SUB > WS-WX-COUNT
               PERFORM 3191-WC-REPORT-ROW
           END-PERFORM
           IF WS-WC-RPT-LINES > 0
               PERFORM 3193-WC-STATE-TOTAL
           END-IF
           MOVE SPACES TO WS-WC-LINE
           MOVE "REPORT TOTAL" TO WS-WCL-DESC
           MOVE WS-WCT-GR-EXPOSURE TO WS-WCL-EXPOSURE
           MOVE WS-WCT-GR-EXCLUDED TO WS-WCL-EXCLUDED
           MOVE 0 TO WS-WCL-RATE
           MOVE WS-WCT-GR-PREMIUM TO WS-WCL-PREMIUM
           MOVE WS-WCT-GR-COUNT TO WS-WCL-COUNT
           MOVE WS-WC-LINE TO WS-WC-OUT-LINE
           PERFORM 3195-WRITE-WC-LINE.

       3191-WC-REPORT-ROW SECTION.
       3191-ROW-PARA.
           IF WC-RPT-QUARTER
               MOVE WS-WX-QTD-EXPOSURE(WS-WX-SUB)
                   TO WS-WC-RPT-EXPOSURE
               MOVE WS-WX-QTD-EXCLUDED(WS-WX-SUB)
                   TO WS-WC-RPT-EXCLUDED
               MOVE WS-WX-QTD-COUNT(WS-WX-SUB) TO WS-WC-RPT-COUNT
           ELSE
               MOVE WS-WX-RUN-EXPOSURE(WS-WX-SUB)
                   TO WS-WC-RPT-EXPOSURE
               MOVE WS-WX-RUN-EXCLUDED(WS-WX-SUB)
                   TO WS-WC-RPT-EXCLUDED
               MOVE WS-WX-RUN-COUNT(WS-WX-SUB) TO WS-WC-RPT-COUNT
           END-IF
           IF WS-WC-RPT-COUNT = 0
               EXIT SECTION
           END-IF
           IF WS-WC-RPT-LINES > 0
               AND WS-WX-STATE(WS-WX-SUB) NOT = WS-WC-RPT-STATE
               PERFORM 3193-WC-STATE-TOTAL
           END-IF
           MOVE WS-WX-STATE(WS-WX-SUB) TO WS-WC-RPT-STATE
           ADD 1 TO WS-WC-RPT-LINES
           PERFORM 3192-FIND-WC-RATE
           MOVE SPACES TO WS-WC-LINE
           MOVE WS-WX-STATE(WS-WX-SUB) TO WS-WCL-STATE
           MOVE WS-WX-CLASS(WS-WX-SUB) TO WS-WCL-CLASS
           MOVE 0 TO WS-WC-RPT-PREMIUM
           MOVE 0 TO WS-WCL-RATE
           IF WR-WAS-FOUND
               MOVE WS-WR-DESC(WS-WR-HIT) TO WS-WCL-DESC
               MOVE WS-WR-RATE(WS-WR-HIT) TO WS-WCL-RATE
               COMPUTE WS-WC-RPT-PREMIUM ROUNDED =
                   WS-WC-RPT-EXPOSURE * WS-WR-RATE(WS-WR-HIT) / 100
                   ON SIZE ERROR
                       MOVE 0 TO WS-WC-RPT-PREMIUM
               END-COMPUTE
           ELSE
               IF WS-WX-CLASS(WS-WX-SUB) = SPACES
                   MOVE "NO CLASS ASSIGNED" TO WS-WCL-DESC
                   MOVE "NO CLASS" TO WS-WCL-NOTE
               ELSE
                   MOVE "NOT IN WCRATE" TO WS-WCL-DESC
                   MOVE "NO RATE" TO WS-WCL-NOTE
               END-IF
               DISPLAY "WARNING: WORKERS' COMP EXPOSURE NOT PRICED: "
                   WS-WX-STATE(WS-WX-SUB) " "
                   WS-WX-CLASS(WS-WX-SUB)
               IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
               END-IF
           END-IF
           MOVE WS-WC-RPT-EXPOSURE TO WS-WCL-EXPOSURE
           MOVE WS-WC-RPT-EXCLUDED TO WS-WCL-EXCLUDED
           MOVE WS-WC-RPT-PREMIUM TO WS-WCL-PREMIUM
           MOVE WS-WC-RPT-COUNT TO WS-WCL-COUNT
           MOVE WS-WC-LINE TO WS-WC-OUT-LINE
           PERFORM 3195-WRITE-WC-LINE
           ADD WS-WC-RPT-EXPOSURE TO WS-WCT-ST-EXPOSURE
           ADD WS-WC-RPT-EXCLUDED TO WS-WCT-ST-EXCLUDED
           ADD WS-WC-RPT-PREMIUM TO WS-WCT-ST-PREMIUM
           ADD WS-WC-RPT-COUNT TO WS-WCT-ST-COUNT.

       3192-FIND-WC-RATE SECTION.
       3192-FIND-PARA.
           MOVE 0 TO WS-WR-FOUND
           PERFORM VARYING WS-WR-SUB FROM 1 BY 1
               UNTIL WS-WR-SUB > WS-WR-COUNT
               OR WR-WAS-FOUND
               IF WS-WR-CLASS(WS-WR-SUB) = WS-WX-CLASS(WS-WX-SUB)
                   AND WS-WR-STATE(WS-WR-SUB) = WS-WX-STATE(WS-WX-SUB)
                   SET WR-WAS-FOUND TO TRUE
                   MOVE WS-WR-SUB TO WS-WR-HIT
               END-IF
           END-PERFORM
           IF WR-WAS-FOUND
               OR WS-WX-CLASS(WS-WX-SUB) = SPACES
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-WR-SUB FROM 1 BY 1
               UNTIL WS-WR-SUB > WS-WR-COUNT
               OR WR-WAS-FOUND
               IF WS-WR-CLASS(WS-WR-SUB) = WS-WX-CLASS(WS-WX-SUB)
                   AND WS-WR-STATE(WS-WR-SUB) = SPACES
                   SET WR-WAS-FOUND TO TRUE
                   MOVE WS-WR-SUB TO WS-WR-HIT
               END-IF
           END-PERFORM.

       3193-WC-STATE-TOTAL SECTION.
       3193-STATE-TOTAL-PARA.
           MOVE SPACES TO WS-WC-LINE
           MOVE WS-WC-RPT-STATE TO WS-WCL-STATE
           MOVE "STATE TOTAL" TO WS-WCL-DESC
           MOVE WS-WCT-ST-EXPOSURE TO WS-WCL-EXPOSURE
           MOVE WS-WCT-ST-EXCLUDED TO WS-WCL-EXCLUDED
           MOVE 0 TO WS-WCL-RATE
           MOVE WS-WCT-ST-PREMIUM TO WS-WCL-PREMIUM
           MOVE WS-WCT-ST-COUNT TO WS-WCL-COUNT
           MOVE WS-WC-LINE TO WS-WC-OUT-LINE
           PERFORM 3195-WRITE-WC-LINE
           MOVE SPACES TO WS-WC-OUT-LINE
           PERFORM 3195-WRITE-WC-LINE
           ADD WS-WCT-ST-EXPOSURE TO WS-WCT-GR-EXPOSURE
           ADD WS-WCT-ST-EXCLUDED TO WS-WCT-GR-EXCLUDED
           ADD WS-WCT-ST-PREMIUM TO WS-WCT-GR-PREMIUM
           ADD WS-WCT-ST-COUNT TO WS-WCT-GR-COUNT
           MOVE 0 TO WS-WCT-ST-EXPOSURE
           MOVE 0 TO WS-WCT-ST-EXCLUDED
           MOVE 0 TO WS-WCT-ST-PREMIUM
           MOVE 0 TO WS-WCT-ST-COUNT.

       3195-WRITE-WC-LINE SECTION.
       3195-WRITE-PARA.
           IF WC-RPT-QUARTER
               WRITE WC-QTR-RECORD FROM WS-WC-OUT-LINE
           ELSE
               WRITE WC-PERIOD-RECORD FROM WS-WC-OUT-LINE
           END-IF.

      *===============================================================
      * 3200-WRITE-RUN-TOTALS: Persist the run's grand totals for
      * the PAYRECON register-reconciliation step.
      * 3500-QUARTER-END-REPORT: Quarter-end run mode (TY-RUN-MODE
      * 'Q'). Prints the 941-style employer liability summary by
      * month within quarter from QTDCTL.DAT, with a reconciliation
      * line against the accumulated sum of the period runs, and
      * the quarter's taxable wage bases.
      *===============================================================
       3500-QUARTER-END-REPORT SECTION.
       3500-Q941-PARA.
               END-IF
           END-IF
           WRITE Q941-RECORD
           PERFORM 3550-QTR-WAGE-BASES
           PERFORM 3560-DEPOSIT-RECONCILIATION
           CLOSE Q941-FILE
           DISPLAY "941 SUMMARY PRINTED FOR " WS-QTD-YEAR
               " Q" WS-QTD-QUARTER
           PERFORM 3600-SUI-WAGE-LISTING
           PERFORM 3700-LOCAL-REMITTANCE
           PERFORM 3750-WC-PREMIUM-AUDIT.

      *===============================================================
      * 3550-QTR-WAGE-BASES: The quarter's wages subject to each
      * tax -- gross, federal (941 line 2), FICA (lines 5a/5c) and
      * state -- summed from the PAYWORK worksheets of the
      * quarter's runs and printed under the liability summary.
      *===============================================================
       3550-QTR-WAGE-BASES SECTION.
       3550-WAGE-BASE-PARA.
           INITIALIZE WS-Q941-WAGE-TOTALS
           COMPUTE WS-QW-FROM =
               (WS-QTD-YEAR * 100)
               + ((WS-QTD-QUARTER - 1) * 3) + 1
           COMPUTE WS-QW-THRU =
               (WS-QTD-YEAR * 100) + (WS-QTD-QUARTER * 3)
           OPEN INPUT WORKSHEET-FILE
           IF NOT WORKSHEET-OK
               DISPLAY "WORKSHEET HISTORY NOT AVAILABLE: "
                   WS-WORKSHEET-STATUS
               MOVE "WAGE BASES NOT AVAILABLE -- NO PAYWORK HISTORY"
                   TO Q941-RECORD
               WRITE Q941-RECORD
               EXIT SECTION
           END-IF
           PERFORM UNTIL NOT WORKSHEET-OK
               READ WORKSHEET-FILE
                   AT END
                       MOVE "10" TO WS-WORKSHEET-STATUS
                   NOT AT END
                       MOVE WK-RUN-DATE TO WS-QW-DATE
                       IF WS-QW-YYMM >= WS-QW-FROM
                           AND WS-QW-YYMM <= WS-QW-THRU
                           ADD 1 TO WS-Q941-WORKSHEETS
                           ADD WK-GROSS-PAY TO WS-Q941-GROSS-WAGES
                           ADD WK-FED-WAGES TO WS-Q941-FED-WAGES
                           ADD WK-STATE-WAGES TO WS-Q941-STATE-WAGES
                           ADD WK-FICA-TAXABLE TO WS-Q941-FICA-WAGES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKSHEET-FILE
           MOVE "00" TO WS-WORKSHEET-STATUS
           MOVE SPACES TO Q941-RECORD
           WRITE Q941-RECORD
           MOVE SPACES TO Q941-RECORD
           STRING "TAXABLE WAGE BASES FROM " DELIMITED SIZE
                  WS-Q941-WORKSHEETS DELIMITED SIZE
                  " WORKSHEETS" DELIMITED SIZE
               INTO Q941-RECORD
           END-STRING
           WRITE Q941-RECORD
           MOVE "TOTAL GROSS WAGES" TO WS-Q941-WAGE-LABEL
           MOVE WS-Q941-GROSS-WAGES TO WS-Q941-WAGE-AMT
           WRITE Q941-RECORD FROM WS-Q941-WAGE-LINE
           MOVE "FEDERAL WAGES (LINE 2)" TO WS-Q941-WAGE-LABEL
           MOVE WS-Q941-FED-WAGES TO WS-Q941-WAGE-AMT
           WRITE Q941-RECORD FROM WS-Q941-WAGE-LINE
           MOVE "FICA WAGES (LINES 5A/5C)" TO WS-Q941-WAGE-LABEL
           MOVE WS-Q941-FICA-WAGES TO WS-Q941-WAGE-AMT
           WRITE Q941-RECORD FROM WS-Q941-WAGE-LINE
           MOVE "STATE WAGES" TO WS-Q941-WAGE-LABEL
           MOVE WS-Q941-STATE-WAGES TO WS-Q941-WAGE-AMT
           WRITE Q941-RECORD FROM WS-Q941-WAGE-LINE.

      *===============================================================
      * 3560-DEPOSIT-RECONCILIATION: Prove the quarter's scheduled
      * federal deposits on DEPDUE.DAT against the quarter control --
      * withholding to the federal column, FICA to twice the FICA
      * column (employee and employer halves) -- then the deposits
      * made against the liability. A schedule that disagrees with
      * the control ends the step with condition code 8; a deposit
      * still open or short, with 4.
      *===============================================================
       3560-DEPOSIT-RECONCILIATION SECTION.
       3560-DEP-RECON-PARA.
           INITIALIZE WS-DEP-RECON
           PERFORM VARYING WS-QTD-IDX FROM 1 BY 1
               UNTIL WS-QTD-IDX > 3
               ADD WS-QTD-MTH-FED(WS-QTD-IDX) TO WS-DR-QTD-FED
               ADD WS-QTD-MTH-FICA(WS-QTD-IDX) TO WS-DR-QTD-FICA
           END-PERFORM
           COMPUTE WS-DR-QTD-FICA = WS-DR-QTD-FICA * 2
           COMPUTE WS-DR-QTD-LIABILITY =
               WS-DR-QTD-FED + WS-DR-QTD-FICA
           MOVE SPACES TO Q941-RECORD
           WRITE Q941-RECORD
           MOVE "FEDERAL DEPOSIT RECONCILIATION" TO Q941-RECORD
           WRITE Q941-RECORD
           OPEN INPUT DEP-DUE-FILE
           IF NOT DEP-DUE-OK
               DISPLAY "DEPOSIT SCHEDULE NOT AVAILABLE: "
                   WS-DEP-DUE-STATUS
               MOVE "NO DEPOSIT SCHEDULE ON FILE -- RUN DEPSCHED"
                   TO Q941-RECORD
               WRITE Q941-RECORD
               IF WS-BATCH-RETURN-CODE < 8
                   MOVE 8 TO WS-BATCH-RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           PERFORM UNTIL DEP-DUE-EOF
               READ DEP-DUE-FILE
                   AT END
                       SET DEP-DUE-EOF TO TRUE
                   NOT AT END
                       IF DD-YEAR = WS-QTD-YEAR
                           AND DD-QUARTER = WS-QTD-QUARTER
                           ADD 1 TO WS-DR-ITEMS
                           ADD DD-FED-TAX TO WS-DR-SCHED-FED
                           ADD DD-FICA TO WS-DR-SCHED-FICA
                           ADD DD-AMOUNT-DUE TO WS-DR-SCHED-DUE
                           ADD DD-AMOUNT-PAID TO WS-DR-PAID
                           IF DD-OPEN OR DD-SHORT
                               ADD 1 TO WS-DR-OPEN-ITEMS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEP-DUE-FILE
           MOVE "FEDERAL WITHHOLDING PER QTD CONTROL"
               TO WS-Q941-WAGE-LABEL
           MOVE WS-DR-QTD-FED TO WS-Q941-WAGE-AMT
           WRITE Q941-RECORD FROM WS-Q941-WAGE-LINE
           MOVE "FEDERAL WITHHOLDING SCHEDULED" TO WS-Q941-WAGE-LABEL
           MOVE WS-DR-SCHED-FED TO WS-Q941-WAGE-AMT
           WRITE Q941-RECORD FROM WS-Q941-WAGE-LINE
           MOVE "FICA BOTH HALVES PER QTD CONTROL"
               TO WS-Q941-WAGE-LABEL
           MOVE WS-DR-QTD-FICA TO WS-Q941-WAGE-AMT
           WRITE Q941-RECORD FROM WS-Q941-WAGE-LINE
           MOVE "FICA BOTH HALVES SCHEDULED" TO WS-Q941-WAGE-LABEL
           MOVE WS-DR-SCHED-FICA TO WS-Q941-WAGE-AMT
           WRITE Q941-RECORD FROM WS-Q941-WAGE-LINE
           MOVE "DEPOSITS MADE" TO WS-Q941-WAGE-LABEL
           MOVE WS-DR-PAID TO WS-Q941-WAGE-AMT
           WRITE Q941-RECORD FROM WS-Q941-WAGE-LINE
           MOVE SPACES TO Q941-RECORD
           IF WS-DR-SCHED-FED NOT = WS-DR-QTD-FED
               OR WS-DR-SCHED-FICA NOT = WS-DR-QTD-FICA
               COMPUTE WS-DR-DIFF =
                   WS-DR-SCHED-DUE - WS-DR-QTD-LIABILITY
               MOVE "DEPOSIT SCHEDULE DOES NOT AGREE WITH QTD CONTROL"
                   TO Q941-RECORD
               WRITE Q941-RECORD
               DISPLAY "DEPOSIT SCHEDULE DIFFERENCE: " WS-DR-DIFF
               IF WS-BATCH-RETURN-CODE < 8
                   MOVE 8 TO WS-BATCH-RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           COMPUTE WS-DR-DIFF = WS-DR-QTD-LIABILITY - WS-DR-PAID
           IF WS-DR-DIFF > 0
               OR WS-DR-OPEN-ITEMS > 0
               MOVE "UNDEPOSITED BALANCE" TO WS-Q941-WAGE-LABEL
               IF WS-DR-DIFF > 0
                   MOVE WS-DR-DIFF TO WS-Q941-WAGE-AMT
               ELSE
                   MOVE 0 TO WS-Q941-WAGE-AMT
               END-IF
               WRITE Q941-RECORD FROM WS-Q941-WAGE-LINE
               MOVE SPACES TO Q941-RECORD
               STRING WS-DR-OPEN-ITEMS DELIMITED SIZE
                      " OF " DELIMITED SIZE
                      WS-DR-ITEMS DELIMITED SIZE
                      " DEPOSITS OPEN OR SHORT" DELIMITED SIZE
                   INTO Q941-RECORD
               END-STRING
               WRITE Q941-RECORD
               DISPLAY "FEDERAL DEPOSITS OPEN OR SHORT: "
                   WS-DR-OPEN-ITEMS
               IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
               END-IF
           ELSE
               STRING "DEPOSITS PROVED -- " DELIMITED SIZE
                      WS-DR-ITEMS DELIMITED SIZE
                      " DEPOSITS IN BALANCE WITH QTD CONTROL"
                          DELIMITED SIZE
                   INTO Q941-RECORD
               END-STRING
               WRITE Q941-RECORD
           END-IF.

      *===============================================================
      * 3600-SUI-WAGE-LISTING: Quarterly unemployment wage listing
               END-PERFORM
           END-PERFORM.

      *===============================================================
      * 3700-LOCAL-REMITTANCE: The quarter's local income tax owed
      * each jurisdiction, from LOCLQTD.DAT, on LOCLREM.RPT for
      * accounts payable to cut the remittances -- one line per
      * jurisdiction with the wages, the tax withheld, and the
      * number of payments, and the quarter total.
      *===============================================================
       3700-LOCAL-REMITTANCE SECTION.
       3700-REMIT-PARA.
           INITIALIZE WS-LOCAL-REM-TOTALS
           MOVE WS-QTD-YEAR TO WS-LOCAL-QTD-YEAR
           MOVE WS-QTD-QUARTER TO WS-LOCAL-QTD-QUARTER
           OPEN INPUT LOCAL-QTD-FILE
           IF NOT LOCAL-QTD-OK
               DISPLAY "NO LOCAL TAX QUARTER-TO-DATE DATA ON FILE"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOCAL-QTD-EOF
               READ LOCAL-QTD-FILE
                   AT END
                       SET LOCAL-QTD-EOF TO TRUE
                   NOT AT END
                       IF LQ-YEAR = WS-LOCAL-QTD-YEAR
                           AND LQ-QUARTER = WS-LOCAL-QTD-QUARTER
                           PERFORM 3160-POST-LOCAL-QTD-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCAL-QTD-FILE
           OPEN OUTPUT LOCAL-REMIT-FILE
           IF NOT LOCAL-REMIT-OK
               DISPLAY "ERROR: OPEN LOCLREM FAILED: "
                   WS-LOCAL-REMIT-STATUS
               MOVE 12 TO WS-BATCH-RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE SPACES TO LOCAL-REMIT-RECORD
           STRING "LOCAL INCOME TAX REMITTANCE -- " DELIMITED SIZE
                  WS-LOCAL-QTD-YEAR DELIMITED SIZE
                  " Q" DELIMITED SIZE
                  WS-LOCAL-QTD-QUARTER DELIMITED SIZE
                  " -- FOR ACCOUNTS PAYABLE" DELIMITED SIZE
               INTO LOCAL-REMIT-RECORD
           END-STRING
           WRITE LOCAL-REMIT-RECORD
           MOVE SPACES TO LOCAL-REMIT-RECORD
           WRITE LOCAL-REMIT-RECORD
           MOVE SPACES TO LOCAL-REMIT-RECORD
           STRING "CODE  JURISDICTION                   WAGES"
                  "        TAX DUE PAYMENTS" DELIMITED SIZE
               INTO LOCAL-REMIT-RECORD
           END-STRING
           WRITE LOCAL-REMIT-RECORD
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
               UNTIL WS-LT-SUB > WS-LT-COUNT
               IF WS-LT-QTD-COUNT(WS-LT-SUB) > 0
                   MOVE WS-LT-CODE(WS-LT-SUB) TO WS-LRL-CODE
                   MOVE WS-LT-NAME(WS-LT-SUB) TO WS-LRL-NAME
                   MOVE WS-LT-QTD-WAGES(WS-LT-SUB) TO WS-LRL-WAGES
                   MOVE WS-LT-QTD-TAX(WS-LT-SUB) TO WS-LRL-TAX
                   MOVE WS-LT-QTD-COUNT(WS-LT-SUB) TO WS-LRL-COUNT
                   WRITE LOCAL-REMIT-RECORD FROM WS-LR-LINE
                   ADD WS-LT-QTD-WAGES(WS-LT-SUB) TO WS-LR-TOT-WAGES
                   ADD WS-LT-QTD-TAX(WS-LT-SUB) TO WS-LR-TOT-TAX
                   ADD WS-LT-QTD-COUNT(WS-LT-SUB) TO WS-LR-TOT-COUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LRL-CODE
           MOVE "QUARTER TOTAL" TO WS-LRL-NAME
           MOVE WS-LR-TOT-WAGES TO WS-LRL-WAGES
           MOVE WS-LR-TOT-TAX TO WS-LRL-TAX
           MOVE WS-LR-TOT-COUNT TO WS-LRL-COUNT
           WRITE LOCAL-REMIT-RECORD FROM WS-LR-LINE
           CLOSE LOCAL-REMIT-FILE
           DISPLAY "LOCAL REMITTANCE PRINTED FOR " WS-LOCAL-QTD-YEAR
               " Q" WS-LOCAL-QTD-QUARTER ": " WS-LR-TOT-TAX.

      *===============================================================
      * 3750-WC-PREMIUM-AUDIT: The quarter's workers' comp exposure
      * payroll, overtime premium left out, and estimated premium by
      * state and class on WCQTR.RPT, from WCQTD.DAT -- the figures
      * the carrier's premium audit is answered from.
      *===============================================================
       3750-WC-PREMIUM-AUDIT SECTION.
       3750-AUDIT-PARA.
           INITIALIZE WS-WX-TABLE
           MOVE 0 TO WS-WX-COUNT
           MOVE WS-QTD-YEAR TO WS-WC-QTD-YEAR
           MOVE WS-QTD-QUARTER TO WS-WC-QTD-QUARTER
           OPEN INPUT WC-QTD-FILE
           IF NOT WC-QTD-OK
               DISPLAY "NO WORKERS' COMP QUARTER-TO-DATE DATA ON FILE"
               EXIT SECTION
           END-IF
           PERFORM UNTIL WC-QTD-EOF
               READ WC-QTD-FILE
                   AT END
                       SET WC-QTD-EOF TO TRUE
                   NOT AT END
                       IF WQ-YEAR = WS-WC-QTD-YEAR
                           AND WQ-QUARTER = WS-WC-QTD-QUARTER
                           PERFORM 3175-POST-WC-QTD-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WC-QTD-FILE
           OPEN OUTPUT WC-QTR-FILE
           IF NOT WC-QTR-OK
               DISPLAY "ERROR: OPEN WCQTR FAILED: "
                   WS-WC-QTR-STATUS
               MOVE 12 TO WS-BATCH-RETURN-CODE
               EXIT SECTION
           END-IF
           SET WC-RPT-QUARTER TO TRUE
           MOVE SPACES TO WS-WC-OUT-LINE
           STRING "WORKERS' COMPENSATION PREMIUM AUDIT -- "
                   DELIMITED SIZE
                  WS-WC-QTD-YEAR DELIMITED SIZE
                  " Q" DELIMITED SIZE
                  WS-WC-QTD-QUARTER DELIMITED SIZE
                  " -- EXPOSURE BY STATE AND CLASS" DELIMITED SIZE
               INTO WS-WC-OUT-LINE
           END-STRING
           PERFORM 3195-WRITE-WC-LINE
           PERFORM 3190-WC-REPORT-BODY
           CLOSE WC-QTR-FILE
           DISPLAY "WORKERS' COMP AUDIT PRINTED FOR " WS-WC-QTD-YEAR
               " Q" WS-WC-QTD-QUARTER ": " WS-WCT-GR-PREMIUM.

      *===============================================================
      * 9000-TERMINATE: Close files and display final stats
      *===============================================================
               OR WS-SUPP-MODE
               GO TO 9000-TERM-STATS
           END-IF
      * A preview opened its inputs and its own report only
           IF WS-PREVIEW-MODE
               IF WS-MASTER-MODE
                   CLOSE EMPMAST-FILE
                   CLOSE TIMECARD-FILE
               ELSE
                   CLOSE INPUT-FILE
               END-IF
               IF EMP-DED-AVAILABLE
                   CLOSE EMP-DED-FILE
               END-IF
               IF LOA-IS-OPEN
                   CLOSE LOA-FILE
               END-IF
               CLOSE PREVIEW-FILE
               GO TO 9000-TERM-STATS
           END-IF
      * Close all files
           IF WS-MASTER-MODE
               CLOSE EMPMAST-FILE
           CLOSE CHECK-PRINT-FILE
           CLOSE CHECK-REG-FILE
           CLOSE POSPAY-FILE
           CLOSE STUB-PRINT-FILE
           CLOSE STUB-ELEC-FILE
           CLOSE STUB-YTD-FILE
           IF EMP-DED-AVAILABLE
               CLOSE EMP-DED-FILE
           END-IF
           IF ACA-HOURS-IS-OPEN
               CLOSE ACA-HOURS-FILE
               DISPLAY "ACA HOURS RECORDED:   " WS-ACA-HOURS-COUNT
           END-IF
           IF LOA-IS-OPEN
               CLOSE LOA-FILE
               DISPLAY "LEAVE ARREARS RECOVERED: "
                   WS-LOA-RECOVERED-COUNT " AMOUNT "
                   WS-LOA-RECOVERED-AMT
           END-IF
           CLOSE WORKSHEET-FILE.

       9000-TERM-STATS.
           DISPLAY "ERROR LOG ENTRIES: " WS-EDIT-COUNT
           MOVE WS-CHECKS-CUT TO WS-EDIT-COUNT
           DISPLAY "PAPER CHECKS CUT:  " WS-EDIT-COUNT
           IF WS-PRENOTES-SENT > 0 OR WS-PRENOTE-CHECKS > 0
               OR WS-PRENOTES-CLEARED > 0
               MOVE WS-PRENOTES-SENT TO WS-EDIT-COUNT
               DISPLAY "PRENOTES SENT:     " WS-EDIT-COUNT
               MOVE WS-PRENOTE-CHECKS TO WS-EDIT-COUNT
               DISPLAY "CHECKS IN PRENOTE: " WS-EDIT-COUNT
               MOVE WS-PRENOTES-CLEARED TO WS-EDIT-COUNT
               DISPLAY "PRENOTES CLEARED:  " WS-EDIT-COUNT
           END-IF
           MOVE WS-STUB-PRINT-COUNT TO WS-EDIT-COUNT
           DISPLAY "STUBS PRINTED:     " WS-EDIT-COUNT
           MOVE WS-STUB-ELEC-COUNT TO WS-EDIT-COUNT
           DISPLAY "STUBS DELIVERED:   " WS-EDIT-COUNT
           MOVE WS-FINAL-PAY-COUNT TO WS-EDIT-COUNT
           DISPLAY "FINAL PAYS:        " WS-EDIT-COUNT
           MOVE WS-RATE-PROMOTED-CT TO WS-EDIT-COUNT
           DISPLAY "RATES PROMOTED:    " WS-EDIT-COUNT
           IF WS-FW-FLAT-COUNT > 0
               MOVE WS-FW-FLAT-COUNT TO WS-EDIT-COUNT
               DISPLAY "FLAT FED RATE USED: " WS-EDIT-COUNT
           END-IF
           IF WS-ED-CODED-COUNT > 0
               MOVE WS-ED-CODED-COUNT TO WS-EDIT-COUNT
               DISPLAY "DEDUCTED BY CODE:  " WS-EDIT-COUNT
               MOVE WS-ED-LIMIT-COUNT TO WS-EDIT-COUNT
               DISPLAY "ANNUAL LIMITS HIT: " WS-EDIT-COUNT
           END-IF
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DT-COUNT
               IF WS-DT-RUN-AMT(WS-DT-SUB) > 0
                   MOVE WS-DT-RUN-AMT(WS-DT-SUB) TO WS-EDIT-TOTAL
                   DISPLAY "DEDUCTION " WS-DT-CODE(WS-DT-SUB)
                       ":    " WS-EDIT-TOTAL
               END-IF
           END-PERFORM
           MOVE WS-GRAND-GROSS TO WS-EDIT-TOTAL
           DISPLAY "TOTAL GROSS PAY:   " WS-EDIT-TOTAL
           MOVE WS-GRAND-TAX TO WS-EDIT-TOTAL
