      *---------------------------------------------------------------
      * BANKRUPTCY-NOTICE.cpy -- Bankruptcy court-notice intake
      * record. One per notice worked by the back office from the
      * court or the debtor's attorney: a petition filing opens the
      * case (chapter, case number, filing date, attorney contact);
      * a later discharge or dismissal notice on the same case
      * closes it. BKINTAK validates each notice against CARDMAST
      * and moves the master's bankruptcy status accordingly.
      * Shared across: BKINTAK
      *---------------------------------------------------------------
           05  BKN-ACCT-NUMBER      PIC X(16).
           05  BKN-NOTICE-TYPE      PIC X(01).
               88  BKN-FILING       VALUE 'F'.
               88  BKN-DISCHARGE    VALUE 'D'.
               88  BKN-DISMISSAL    VALUE 'X'.
           05  BKN-CHAPTER          PIC 9(02).
               88  BKN-VALID-CHAPTER VALUE 7 11 12 13.
           05  BKN-CASE-NUMBER      PIC X(15).
           05  BKN-FILING-DATE      PIC 9(08).
           05  BKN-NOTICE-DATE      PIC 9(08).
           05  BKN-ATTORNEY-NAME    PIC X(36).
           05  BKN-ATTORNEY-PHONE   PIC X(10).
           05  FILLER               PIC X(10).
