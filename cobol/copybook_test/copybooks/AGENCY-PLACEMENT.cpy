      *---------------------------------------------------------------
      * AGENCY-PLACEMENT.cpy -- Outbound placement record, one per
      * charged-off account AGENCY places with an outside collection
      * agency (AGYPLACE): who owes, where to reach them, what is
      * still owed, and the last payment we ever saw.
      * Shared across: AGENCY
      *---------------------------------------------------------------
           05  AGP-AGENCY-ID        PIC X(04).
           05  AGP-ACCT-NUMBER      PIC X(16).
           05  AGP-PLACED-DATE      PIC 9(08).
           05  AGP-FIRST-NAME       PIC X(15).
           05  AGP-LAST-NAME        PIC X(20).
           05  AGP-SSN              PIC X(09).
           05  AGP-STREET           PIC X(30).
           05  AGP-CITY             PIC X(20).
           05  AGP-STATE            PIC X(02).
           05  AGP-ZIP              PIC X(10).
           05  AGP-PHONE            PIC X(10).
           05  AGP-CHGOFF-DATE      PIC 9(08).
           05  AGP-BALANCE          PIC S9(13)V99 COMP-3.
           05  AGP-LAST-PAY-DATE    PIC 9(08).
           05  AGP-LAST-PAY-AMOUNT  PIC S9(11)V99 COMP-3.
           05  FILLER               PIC X(10).
