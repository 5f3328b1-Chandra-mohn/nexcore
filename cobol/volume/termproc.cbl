      * final check (pay through the term date plus the vacation
      * payout) and then refuses anything further. EMPLOAD's
      * refresh path preserves these fields, so a conversion
      * reload cannot resurrect a terminated employee. A rehire
      * comes through the same feed: a terminated employee whose
      * final check has been produced is made active again with
      * the rehire date as the hire date -- YTD totals and leave
      * balances untouched -- and is put in for state new-hire
      * reporting. Every termination and rehire is journaled
      * through PAYJRNL.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  TERM-FEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
      * Action 'T' (or blank) terminates as of the date; 'R'
      * rehires as of it, and the reason is not used.
       01  TERM-FEED-RECORD.
           05  TF-EMPLOYEE-ID         PIC 9(6).
           05  TF-TERM-DATE           PIC 9(8).
           05  TF-TERM-REASON         PIC X(2).
           05  TF-ACTION              PIC X(1).
               88  TF-REHIRE          VALUE "R".
           05  FILLER                 PIC X(3).
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
      * Same layout REALISTIC-BATCH-TEST declares for EMPMAST.DAT.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID         PIC 9(6).
           05  EM-TERM-DATE           PIC 9(8).
           05  EM-TERM-REASON         PIC X(2).
           05  EM-FINAL-PAID          PIC X(1).
               88  EM-FINAL-PAY-DONE  VALUE "Y".
      * Goal-limited declining-balance deduction: when the goal is
      * nonzero, UR-OTHER-DED collects only up to the remaining
      * balance (partial in the final period) and stops at goal.
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
       01  WS-TERM-FEED-STATUS        PIC XX.
           88  TERM-FEED-OK           VALUE "00".
       01  WS-TERMED-COUNT            PIC 9(5) VALUE 0.
       01  WS-NOT-FOUND-COUNT         PIC 9(5) VALUE 0.
       01  WS-ALREADY-COUNT           PIC 9(5) VALUE 0.
       01  WS-REHIRED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REHIRE-REJECT-COUNT     PIC 9(5) VALUE 0.

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
      * 0000-MAIN: Apply every termination and rehire on the feed
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           DISPLAY "MASTERS MARKED:       " WS-TERMED-COUNT
           DISPLAY "NOT ON MASTER:        " WS-NOT-FOUND-COUNT
           DISPLAY "ALREADY TERMINATED:   " WS-ALREADY-COUNT
           DISPLAY "REHIRED:              " WS-REHIRED-COUNT
           DISPLAY "REHIRES REFUSED:      " WS-REHIRE-REJECT-COUNT
           IF WS-NOT-FOUND-COUNT > 0
               OR WS-REHIRE-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
                   SET END-OF-FEED TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-COUNT
                   IF TF-REHIRE
                       PERFORM 3000-MARK-REHIRED
                   ELSE
                       PERFORM 2000-MARK-TERMINATED
                   END-IF
           END-READ.

      *===============================================================
               ADD 1 TO WS-ALREADY-COUNT
               EXIT SECTION
           END-IF
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-BEFORE-IMAGE
           MOVE "T" TO EM-STATUS
           MOVE TF-TERM-DATE TO EM-TERM-DATE
           MOVE TF-TERM-REASON TO EM-TERM-REASON
           MOVE "N" TO EM-FINAL-PAID
           SET PJ-REWRITE TO TRUE
           MOVE "TERMINATION" TO PJ-REASON
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-AFTER-IMAGE
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR EMP "
                       EM-EMPLOYEE-ID
               NOT INVALID KEY
                   ADD 1 TO WS-TERMED-COUNT
                   PERFORM 9000-JOURNAL-CHANGE
           END-REWRITE.

      *===============================================================
      * 3000-MARK-REHIRED: Back to active with the rehire date as
      * the hire date, the termination cleared, and the state owed a
      * rehire report. Only a terminated employee whose final check
      * has gone out can be rehired.
      *===============================================================
       3000-MARK-REHIRED SECTION.
       3000-REHIRE-PARA.
           MOVE TF-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPMAST-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT ON MASTER: "
                       TF-EMPLOYEE-ID
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   EXIT SECTION
           END-READ
           IF NOT EM-TERMINATED
               DISPLAY "REHIRE REFUSED, NOT TERMINATED: "
                   TF-EMPLOYEE-ID
               ADD 1 TO WS-REHIRE-REJECT-COUNT
               EXIT SECTION
           END-IF
           IF NOT EM-FINAL-PAY-DONE
               DISPLAY "REHIRE REFUSED, FINAL PAY NOT YET RUN: "
                   TF-EMPLOYEE-ID
               ADD 1 TO WS-REHIRE-REJECT-COUNT
               EXIT SECTION
           END-IF
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-BEFORE-IMAGE
           MOVE "A" TO EM-STATUS
           MOVE 0 TO EM-TERM-DATE
           MOVE SPACES TO EM-TERM-REASON
           MOVE SPACE TO EM-FINAL-PAID
           MOVE TF-TERM-DATE TO EM-HIRE-DATE
           SET EM-NH-REHIRE TO TRUE
           MOVE 0 TO EM-NH-SENT-DATE
           SET PJ-REWRITE TO TRUE
           MOVE "REHIRE" TO PJ-REASON
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-AFTER-IMAGE
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR EMP "
                       EM-EMPLOYEE-ID
               NOT INVALID KEY
                   ADD 1 TO WS-REHIRED-COUNT
                   PERFORM 9000-JOURNAL-CHANGE
           END-REWRITE.

      *===============================================================
      * 9000-JOURNAL-CHANGE: The before and after images of the
      * master record just written to the shared change journal
      *===============================================================
       9000-JOURNAL-CHANGE SECTION.
       9000-JOURNAL-PARA.
           MOVE "TERMPROC" TO PJ-PROGRAM-ID
           MOVE EM-EMPLOYEE-ID TO PJ-EMPLOYEE-ID
           CALL "PAYJRNL" USING WS-JOURNAL-REQUEST.
