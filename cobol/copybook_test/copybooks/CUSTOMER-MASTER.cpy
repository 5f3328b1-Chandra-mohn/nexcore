      * the combined-statement election tells BILLING to route the
      * household's statements into one mailing. Customer service
      * maintains the election.
      * Shared across: ACCTOPEN, BILLING, ANNSPEND, ODENROLL,
      * BSACASH
      *---------------------------------------------------------------
           05  CUS-CUSTOMER-ID      PIC X(10).
           05  CUS-SSN              PIC X(09).
