      *       type-6 entry by trace number, the net-pay credit is
      *       reversed off the run's books, and a replacement paper
      *       check queues through the CHKREG / check-print /
      *       positive-pay path so the money still arrives. A
      *       returned zero-dollar prenote moved no money: no check
      *       is cut, the master's prenote is marked returned, and
      *       the pay run keeps paying that employee by check.
      *   'C' notifications of change -- the corrected routing and
      *       account apply to EMPMAST so the next run originates
      *       clean, with a BANKAUDT.DAT audit record per change
      *       and the master change journaled through PAYJRNL. A
      *       corrected account is put in for a fresh prenote.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  AE-TRACE-NUMBER        PIC X(15).
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
      * Only the fields this intake needs are named.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID         PIC 9(6).
           05  FILLER                 PIC X(77).
           05  EM-BANK-ROUTING        PIC X(9).
           05  EM-BANK-ACCOUNT        PIC X(17).
           05  FILLER                 PIC X(144).
           05  EM-PRENOTE-STATUS      PIC X(1).
               88  EM-PRENOTE-NEEDED  VALUE "N".
               88  EM-PRENOTE-PENDING VALUE "P".
               88  EM-PRENOTE-RETURNED VALUE "R".
           05  EM-PRENOTE-DATE        PIC 9(8).
           05  FILLER                 PIC X(103).
       FD  CHECK-REG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  WS-REVERSED-COUNT          PIC 9(5) VALUE 0.
       01  WS-NOC-COUNT               PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-COUNT         PIC 9(5) VALUE 0.
       01  WS-PRENOTE-RET-COUNT       PIC 9(5) VALUE 0.
      * Originated entries loaded from PAYACH.DAT type-6 records,
      * keyed by trace number for the return match
       01  WS-ENT-TABLE.
               10  WS-ENT-TRACE       PIC X(15).
               10  WS-ENT-EMP         PIC 9(6).
               10  WS-ENT-AMOUNT      PIC 9(8)V99.
               10  WS-ENT-TRAN-CODE   PIC X(2).
                   88  WS-ENT-PRENOTE VALUES "23" "33".
       01  WS-ENT-USED                PIC 9(3) VALUE 0.
       01  WS-ENT-IDX                 PIC 9(3) VALUE 0.
       01  WS-ENT-SUB                 PIC 9(3) VALUE 0.
       01  WS-PAYEE-NAME              PIC X(35) VALUE SPACES.
       01  WS-STRING-PTR              PIC 99 VALUE 1.

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
      * 0000-MAIN: Load the originated entries, seed the next check
           DISPLAY "RETURNS REVERSED:  " WS-REVERSED-COUNT
           DISPLAY "NOC APPLIED:       " WS-NOC-COUNT
           DISPLAY "UNMATCHED:         " WS-UNMATCHED-COUNT
           DISPLAY "PRENOTES RETURNED: " WS-PRENOTE-RET-COUNT
           IF WS-UNMATCHED-COUNT > 0
               OR WS-PRENOTE-RET-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
                               TO WS-ENT-EMP(WS-ENT-USED)
                           COMPUTE WS-ENT-AMOUNT(WS-ENT-USED) =
                               AE-AMOUNT / 100
                           MOVE AE-TRAN-CODE
                               TO WS-ENT-TRAN-CODE(WS-ENT-USED)
                       END-IF
               END-READ
           END-PERFORM
               ADD 1 TO WS-UNMATCHED-COUNT
               EXIT SECTION
           END-IF
           IF WS-ENT-PRENOTE(WS-ENT-SUB)
               PERFORM 3100-PRENOTE-RETURN
               EXIT SECTION
           END-IF
           MOVE WS-ENT-EMP(WS-ENT-SUB) TO WS-ENT-ID-NUM
           MOVE SPACES TO WS-PAYEE-NAME
           MOVE WS-ENT-ID-NUM TO EM-EMPLOYEE-ID
               " REVERSED FOR EMP " WS-ENT-ID-NUM
               " -- CHECK CUT".

      *===============================================================
      * 3100-PRENOTE-RETURN: The bank refused the prenote, so the
      * account on file cannot take deposits. Nothing was paid and
      * nothing is reversed; the master is marked returned so the
      * pay run stays on paper checks until the account is fixed.
      * A prenote for an account since replaced is left alone.
      *===============================================================
       3100-PRENOTE-RETURN SECTION.
       3100-PRENOTE-PARA.
           MOVE WS-ENT-EMP(WS-ENT-SUB) TO EM-EMPLOYEE-ID
           READ EMPMAST-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT ON MASTER: "
                       WS-ENT-EMP(WS-ENT-SUB)
                   ADD 1 TO WS-UNMATCHED-COUNT
                   EXIT SECTION
           END-READ
           IF NOT EM-PRENOTE-PENDING
               DISPLAY "PRENOTE RETURN " AR-REASON-CODE
                   " FOR EMP " EM-EMPLOYEE-ID
                   " -- ACCOUNT SINCE CHANGED, NOT APPLIED"
               EXIT SECTION
           END-IF
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-BEFORE-IMAGE
           SET EM-PRENOTE-RETURNED TO TRUE
           SET PJ-REWRITE TO TRUE
           MOVE "PRENOTE RETURNED" TO PJ-REASON
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-AFTER-IMAGE
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR EMP "
                       EM-EMPLOYEE-ID
               NOT INVALID KEY
                   ADD 1 TO WS-PRENOTE-RET-COUNT
                   DISPLAY "PRENOTE RETURN " AR-REASON-CODE
                       " FOR EMP " EM-EMPLOYEE-ID
                       " -- DEPOSIT HELD, PAID BY CHECK"
                   PERFORM 9000-JOURNAL-CHANGE
           END-REWRITE.

      *===============================================================
      * 4000-APPLY-NOC: The bank corrected the routing or account --
      * apply it to the master with a before/after audit record so
      * the next origination goes clean, by prenote first.
      *===============================================================
       4000-APPLY-NOC SECTION.
       4000-NOC-PARA.
                   ADD 1 TO WS-UNMATCHED-COUNT
                   EXIT SECTION
           END-READ
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-BEFORE-IMAGE
           INITIALIZE AUDIT-RECORD
           MOVE EM-EMPLOYEE-ID TO BA-EMPLOYEE-ID
           MOVE EM-BANK-ROUTING TO BA-OLD-ROUTING
           END-IF
           MOVE EM-BANK-ROUTING TO BA-NEW-ROUTING
           MOVE EM-BANK-ACCOUNT TO BA-NEW-ACCOUNT
      * A corrected account is proven with its own prenote before
      * deposits resume
           IF BA-NEW-ROUTING NOT = BA-OLD-ROUTING
               OR BA-NEW-ACCOUNT NOT = BA-OLD-ACCOUNT
               SET EM-PRENOTE-NEEDED TO TRUE
               MOVE 0 TO EM-PRENOTE-DATE
           END-IF
           MOVE WS-CURRENT-DATE TO BA-CHANGE-DATE
           SET PJ-REWRITE TO TRUE
           MOVE "ACH NOC BANK CHANGE" TO PJ-REASON
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-AFTER-IMAGE
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR EMP "
               NOT INVALID KEY
                   WRITE AUDIT-RECORD
                   ADD 1 TO WS-NOC-COUNT
                   PERFORM 9000-JOURNAL-CHANGE
           END-REWRITE.

      *===============================================================
      * 9000-JOURNAL-CHANGE: The before and after images of the
      * master record just written to the shared change journal
      *===============================================================
       9000-JOURNAL-CHANGE SECTION.
       9000-JOURNAL-PARA.
           MOVE "ACHRET" TO PJ-PROGRAM-ID
           MOVE EM-EMPLOYEE-ID TO PJ-EMPLOYEE-ID
           CALL "PAYJRNL" USING WS-JOURNAL-REQUEST.
