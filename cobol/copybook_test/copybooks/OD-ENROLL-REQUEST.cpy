      *---------------------------------------------------------------
      * OD-ENROLL-REQUEST.cpy -- One overdraft-protection enrollment
      * request for ODENROLL: the checking account to protect, the
      * savings account it draws on, and whether the customer is
      * enrolling ('E') or cancelling ('C'; the savings account is
      * not needed to cancel). The source is where the request came
      * from -- 'B' a branch, 'P' a phone rep, 'W' the web site.
      * Shared across: ODENROLL
      *---------------------------------------------------------------
           05  ODE-CHECKING-ACCT    PIC X(16).
           05  ODE-SAVINGS-ACCT     PIC X(16).
           05  ODE-ACTION           PIC X(01).
               88  ODE-ENROLL       VALUE 'E'.
               88  ODE-CANCEL       VALUE 'C'.
           05  ODE-SOURCE           PIC X(01).
               88  ODE-VALID-SOURCE VALUE 'B' 'P' 'W'.
           05  ODE-REP-ID           PIC X(10).
           05  ODE-REQUEST-DATE     PIC 9(08).
