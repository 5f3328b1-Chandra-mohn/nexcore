      * TIMECARD.DAT used to go straight into the pay run, so a
      * fat-fingered card was caught only at calc time. This edit
      * runs upstream: every card must name an employee on
      * EMPMAST.DAT who is neither terminated nor on leave of
      * absence, appear only once on the file, and carry the
      * supervisor approval code whenever its hours exceed the
      * TCEDPARM threshold. Clean cards copy to TIMECARD.EDT for
      * the pay run; failures land on the coded TCEDERR.DAT
      * exception report. After the feed, every active hourly
      * employee without a card is reported missing, so a dropped
      * department feed surfaces before payday -- an employee on
      * leave is not expected to have one.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER                 PIC X(3).
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
      * Only the fields the edit needs are named; the rest of the
      * 400-byte layout rides as filler.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID         PIC 9(6).
           05  FILLER                 PIC X(35).
           05  FILLER                 PIC X(120).
           05  EM-STATUS              PIC X(1).
               88  EM-TERMINATED      VALUE "T".
               88  EM-ON-LEAVE        VALUE "L".
           05  FILLER                 PIC X(233).
       FD  CLEAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
      *   806 charge department not on the department reference
      *   807 split department not on the department reference
      *   808 split hours zero or not less than hours worked
      *   809 employee on leave of absence -- pay suspended
       01  EDIT-ERR-RECORD.
           05  TCE-EMPLOYEE-ID        PIC 9(6).
           05  TCE-REASON-CODE        PIC 9(3).
           05  FILLER                 PIC X(16).
       FD  DEPT-REF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 33 CHARACTERS.
       01  DEPT-REF-RECORD.
           05  DR-DEPT-CODE           PIC X(4).
           05  DR-DEPT-NAME           PIC X(25).
           05  FILLER                 PIC X(4).
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
               PERFORM 2900-WRITE-EXCEPTION
               EXIT SECTION
           END-IF
           IF EM-ON-LEAVE
               MOVE 809 TO TCE-REASON-CODE
               PERFORM 2900-WRITE-EXCEPTION
               EXIT SECTION
           END-IF
           IF TC-HOURS-WORKED > WS-APPROVAL-HOURS
               AND TC-SUPV-APPROVAL-CODE = SPACES
               MOVE 804 TO TCE-REASON-CODE
      *===============================================================
      * 3000-SWEEP-FOR-MISSING: Every active hourly employee on the
      * master must have a card on the feed -- a whole department's
      * missing timekeeping surfaces here, before payday. Employees
      * on leave of absence are not active for this purpose.
      *===============================================================
       3000-SWEEP-FOR-MISSING SECTION.
       3000-SWEEP-PARA.
                   NOT AT END
                       IF EM-PAY-TYPE = "H"
                           AND NOT EM-TERMINATED
                           AND NOT EM-ON-LEAVE
                           PERFORM 3100-CHECK-CARDED
                       END-IF
               END-READ
