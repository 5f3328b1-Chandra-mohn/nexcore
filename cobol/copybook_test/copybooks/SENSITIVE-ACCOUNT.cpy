      *---------------------------------------------------------------
      * SENSITIVE-ACCOUNT.cpy -- One entry on the SENSACCT list
      * security keeps of accounts whose lookups are reviewed no
      * matter who made them: employees' own accounts (refreshed
      * from HR) and VIP accounts.
      * Shared across: ACCXRPT
      *---------------------------------------------------------------
           05  SNA-ACCT-NUMBER      PIC X(16).
           05  SNA-CATEGORY         PIC X(01).
               88  SNA-EMPLOYEE     VALUE 'E'.
               88  SNA-VIP          VALUE 'V'.
           05  SNA-DESCRIPTION      PIC X(30).
