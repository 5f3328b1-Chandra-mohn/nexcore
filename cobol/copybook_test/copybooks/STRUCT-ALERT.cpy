      *---------------------------------------------------------------
      * STRUCT-ALERT.cpy -- Possible structuring on the STRUCTQ
      * queue BSACASH writes for the BSA officer: a customer whose
      * cash in the lookback window looks split to stay under the
      * CTR threshold. One open case per customer; BSADSP works the
      * queue against the officer's decisions on BSADECSN and
      * carries undecided cases forward -- the same queue/decision
      * pattern FRAUDDSP works for FRAUDQ.
      * Shared across: BSACASH, BSADSP
      *---------------------------------------------------------------
           05  SAL-CUSTOMER-KEY     PIC X(16).
           05  SAL-SSN              PIC X(09).
           05  SAL-LAST-NAME        PIC X(20).
           05  SAL-FIRST-NAME       PIC X(15).
      *    'SD' -- more than the threshold in one direction over
      *    several days, no single day over it; 'NT' -- repeated
      *    single cash items just under the threshold; 'MA' -- one
      *    day's cash split across the customer's accounts to a
      *    total just under it.
           05  SAL-PATTERN          PIC X(02).
               88  SAL-SPLIT-DAYS   VALUE 'SD'.
               88  SAL-NEAR-THRESHOLD VALUE 'NT'.
               88  SAL-MULTI-ACCT   VALUE 'MA'.
           05  SAL-DIRECTION        PIC X(01).
               88  SAL-CASH-IN      VALUE 'I'.
               88  SAL-CASH-OUT     VALUE 'O'.
           05  SAL-WINDOW-FROM      PIC 9(08).
           05  SAL-WINDOW-TO        PIC 9(08).
           05  SAL-WINDOW-CASH      PIC S9(11)V99 COMP-3.
           05  SAL-LARGEST-DAY      PIC S9(11)V99 COMP-3.
           05  SAL-CASH-DAYS        PIC 9(03).
           05  SAL-NEAR-COUNT       PIC 9(03).
           05  SAL-ACCT-COUNT       PIC 9(02).
      *    Accounts the customer holds per CUSTMAST; zero when the
      *    customer has no CUSTMAST record.
           05  SAL-HOUSEHOLD-ACCTS  PIC 9(02).
           05  SAL-DETECTED-DATE    PIC 9(08).
