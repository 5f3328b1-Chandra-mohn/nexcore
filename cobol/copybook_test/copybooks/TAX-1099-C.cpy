      *---------------------------------------------------------------
      * TAX-1099-C.cpy -- One 1099-C extract record: debt cancelled
      * on a card account during the tax year under a settle-for-less
      * agreement, with the debtor identity and mailing address the
      * form prints from. The identifiable-event code is 'F' (debt
      * cancelled by agreement between creditor and debtor).
      * Shared across: TAX1099C
      *---------------------------------------------------------------
           05  T9C-TAX-YEAR         PIC 9(04).
           05  T9C-ACCT-NUMBER      PIC X(16).
           05  T9C-SSN              PIC X(09).
           05  T9C-NAME             PIC X(36).
           05  T9C-STREET           PIC X(30).
           05  T9C-CITY             PIC X(20).
           05  T9C-STATE            PIC X(02).
           05  T9C-ZIP              PIC X(10).
           05  T9C-EVENT-DATE       PIC 9(08).
           05  T9C-EVENT-CODE       PIC X(01).
               88  T9C-BY-AGREEMENT VALUE 'F'.
           05  T9C-AMOUNT-FORGIVEN  PIC S9(11)V99 COMP-3.
