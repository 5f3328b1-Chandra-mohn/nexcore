      *---------------------------------------------------------------
      * ALERT-EXTRACT.cpy -- One proactive cardholder alert for the
      * outbound email/SMS vendor. ALX-CHANNEL follows
      * CH-CONTACT-PREF: 'E' goes to CH-EMAIL, 'S' texts CH-PHONE.
      * The account goes out masked (last four only); the amount is
      * the minimum still due, the open-to-buy left, or the
      * purchase or payment amount, by alert type, and the event
      * date is the due date or the transaction date.
      * Shared across: ALERTEXT
      *---------------------------------------------------------------
           05  ALX-MASKED-ACCT      PIC X(16).
           05  ALX-ALERT-TYPE       PIC X(02).
               88  ALX-PAYMENT-DUE      VALUE 'PD'.
               88  ALX-NEAR-LIMIT       VALUE 'NL'.
               88  ALX-LARGE-PURCHASE   VALUE 'LP'.
               88  ALX-PAYMENT-POSTED   VALUE 'PP'.
               88  ALX-PAYMENT-RETURNED VALUE 'PR'.
           05  ALX-CHANNEL          PIC X(01).
               88  ALX-BY-EMAIL     VALUE 'E'.
               88  ALX-BY-SMS       VALUE 'S'.
           05  ALX-EMAIL            PIC X(40).
           05  ALX-PHONE            PIC X(10).
           05  ALX-FIRST-NAME       PIC X(15).
           05  ALX-AMOUNT           PIC S9(13)V99 COMP-3.
           05  ALX-EVENT-DATE       PIC 9(08).
           05  ALX-DESCRIPTION      PIC X(40).
           05  ALX-ALERT-DATE       PIC 9(08).
