      *---------------------------------------------------------------
      * DUE-DATE-REQUEST.cpy -- Cardholder request to move the
      * payment due date: the day of the month (01-31) the
      * cardholder would like payments to fall due, taken by the
      * service center and batched for the nightly run.
      * Shared across: DUECHG
      *---------------------------------------------------------------
           05  DDR-ACCT-NUMBER      PIC X(16).
           05  DDR-PREFERRED-DAY    PIC 9(02).
           05  DDR-REQUESTED-BY     PIC X(10).
           05  DDR-REQUEST-DATE     PIC 9(08).
