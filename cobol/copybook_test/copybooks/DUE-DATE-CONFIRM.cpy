      *---------------------------------------------------------------
      * DUE-DATE-CONFIRM.cpy -- One due-date change confirmation
      * extract line: the old and new cycle days, the transition
      * statement date and the first due date on the new schedule,
      * and the delivery channel from CH-CONTACT-PREF with the
      * address, email, or phone number the confirmation goes to.
      * Shared across: DUECHG
      *---------------------------------------------------------------
           05  DDC-ACCT-NUMBER      PIC X(16).
           05  DDC-OLD-CYCLE-DAY    PIC 9(02).
           05  DDC-NEW-CYCLE-DAY    PIC 9(02).
           05  DDC-OLD-DUE-DATE     PIC 9(08).
           05  DDC-NEXT-STMT-DATE   PIC 9(08).
           05  DDC-NEW-DUE-DATE     PIC 9(08).
           05  DDC-CHANNEL          PIC X(01).
           05  DDC-NAME             PIC X(36).
           05  DDC-STREET           PIC X(30).
           05  DDC-CITY             PIC X(20).
           05  DDC-STATE            PIC X(02).
           05  DDC-ZIP              PIC X(10).
           05  DDC-EMAIL            PIC X(40).
           05  DDC-PHONE            PIC X(10).
