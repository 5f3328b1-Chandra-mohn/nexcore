      *---------------------------------------------------------------
      * BANKRUPTCY-QUEUE.cpy -- Bankruptcy workflow queue record
      * One per notice BKINTAK applies: the case, the attorney every
      * contact goes through from the filing forward, the balance
      * on the books the day the notice was worked (the proof-of-
      * claim figure on a filing), and the event -- filed,
      * discharged, or dismissed -- for the bankruptcy desk.
      * Shared across: BKINTAK
      *---------------------------------------------------------------
           05  BKQ-ACCT-NUMBER      PIC X(16).
           05  BKQ-EVENT            PIC X(01).
               88  BKQ-FILED        VALUE 'F'.
               88  BKQ-DISCHARGED   VALUE 'D'.
               88  BKQ-DISMISSED    VALUE 'X'.
           05  BKQ-CHAPTER          PIC 9(02).
           05  BKQ-CASE-NUMBER      PIC X(15).
           05  BKQ-FILING-DATE      PIC 9(08).
           05  BKQ-EVENT-DATE       PIC 9(08).
           05  BKQ-QUEUED-DATE      PIC 9(08).
           05  BKQ-ATTORNEY-NAME    PIC X(36).
           05  BKQ-ATTORNEY-PHONE   PIC X(10).
           05  BKQ-CLAIM-AMOUNT     PIC S9(13)V99 COMP-3.
           05  FILLER               PIC X(12).
