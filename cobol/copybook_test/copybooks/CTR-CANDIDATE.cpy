      *---------------------------------------------------------------
      * CTR-CANDIDATE.cpy -- Currency transaction report candidate:
      * one customer whose cash in, or cash out, across all of the
      * customer's accounts came to more than the CTR threshold on
      * one business day. Cash out is cash advances ('CA'); cash in
      * is payments made in cash ('PA' paid 'CS'). The identity
      * fields are the primary cardholder's, as the CTR asks for
      * them; the BSA officer files from this record.
      * Shared across: BSACASH
      *---------------------------------------------------------------
           05  CTC-BUSINESS-DATE    PIC 9(08).
      *    CUSTMAST customer id ('C' + SSN); the account number
      *    stands in for an account with no SSN on file.
           05  CTC-CUSTOMER-KEY     PIC X(16).
           05  CTC-DIRECTION        PIC X(01).
               88  CTC-CASH-IN      VALUE 'I'.
               88  CTC-CASH-OUT     VALUE 'O'.
           05  CTC-CASH-AMOUNT      PIC S9(11)V99 COMP-3.
           05  CTC-TRANS-COUNT      PIC 9(03).
           05  CTC-LAST-NAME        PIC X(20).
           05  CTC-FIRST-NAME       PIC X(15).
           05  CTC-SSN              PIC X(09).
           05  CTC-DATE-OF-BIRTH    PIC 9(08).
           05  CTC-STREET           PIC X(30).
           05  CTC-CITY             PIC X(20).
           05  CTC-STATE            PIC X(02).
           05  CTC-ZIP              PIC X(10).
           05  CTC-PHONE            PIC X(10).
      *    The accounts the day's cash in that direction went
      *    through.
           05  CTC-ACCT-COUNT       PIC 9(02).
           05  CTC-ACCT-NUMBER OCCURS 9 TIMES
                                    PIC X(16).
