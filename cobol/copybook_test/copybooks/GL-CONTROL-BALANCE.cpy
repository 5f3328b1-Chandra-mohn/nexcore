      *---------------------------------------------------------------
      * GL-CONTROL-BALANCE.cpy -- One GL control account the card
      * subledger ties out to: the ledger balance as of a date (USD,
      * positive on the account's normal side), and the CARDMAST
      * account types whose balances the account carries. GLTIEOUT
      * reads the prior day's rows and writes them rolled forward.
      * Shared across: GLTIEOUT
      *---------------------------------------------------------------
           05  GCB-GL-ACCOUNT       PIC X(06).
           05  GCB-BALANCE-DATE     PIC 9(08).
           05  GCB-BALANCE          PIC S9(15)V99 COMP-3.
           05  GCB-NORMAL-SIDE      PIC X(01).
               88  GCB-DEBIT-NORMAL VALUE 'D'.
               88  GCB-CREDIT-NORMAL VALUE 'C'.
           05  GCB-ACCT-TYPE        PIC X(02) OCCURS 3 TIMES.
