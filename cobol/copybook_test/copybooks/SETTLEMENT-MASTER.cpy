      *---------------------------------------------------------------
      * SETTLEMENT-MASTER.cpy -- One settle-for-less agreement: the
      * amount the cardholder agreed to pay against the balance owed
      * when the offer was accepted, as a lump sum (one installment)
      * or a short series of installments a month apart, and the
      * payments counted against it from TRANS-HISTORY. The
      * collections desk's accepted offers (SETLREQ) carry the
      * account, agreed amount, installment count, first due date,
      * and collector in the same layout; SETTLE books them and
      * maintains the file across runs (the COLLQ old/new rotation
      * pattern), forgiving the remainder once the agreed amount is
      * paid and breaking the agreement when an installment is
      * missed.
      * Shared across: SETTLE
      *---------------------------------------------------------------
           05  STL-ACCT-NUMBER      PIC X(16).
           05  STL-OFFER-DATE       PIC 9(08).
           05  STL-OFFER-BALANCE    PIC S9(13)V99 COMP-3.
           05  STL-AGREED-AMT       PIC S9(13)V99 COMP-3.
           05  STL-INSTALL-COUNT    PIC 9(02).
               88  STL-LUMP-SUM     VALUE 1.
           05  STL-INSTALL-AMT      PIC S9(13)V99 COMP-3.
           05  STL-NEXT-DUE-DATE    PIC 9(08).
           05  STL-INSTALLS-MET     PIC 9(02).
           05  STL-PAID-TO-DATE     PIC S9(13)V99 COMP-3.
           05  STL-LAST-EVAL-DATE   PIC 9(08).
           05  STL-STATUS           PIC X(01).
               88  STL-ACTIVE       VALUE 'A'.
               88  STL-SATISFIED    VALUE 'S'.
               88  STL-BROKEN       VALUE 'B'.
           05  STL-CLOSED-DATE      PIC 9(08).
           05  STL-FORGIVEN-AMT     PIC S9(13)V99 COMP-3.
           05  STL-COLLECTOR-ID     PIC X(10).
           05  FILLER               PIC X(10).
