      *---------------------------------------------------------------
      * ALLOWANCE-HISTORY.cpy -- One month-end loan-loss allowance
      * total per card product, appended to ALLWHIST by each
      * LOSSRSV run. The next month's run reads the latest prior
      * month back to show the change accounting books as the
      * provision.
      * Shared across: LOSSRSV
      *---------------------------------------------------------------
           05  ALH-RUN-DATE         PIC 9(08).
           05  ALH-PRODUCT          PIC X(01).
               88  ALH-UNSECURED    VALUE 'U'.
               88  ALH-SECURED      VALUE 'S'.
           05  ALH-ACCOUNTS         PIC 9(07).
           05  ALH-BALANCE          PIC S9(15)V99 COMP-3.
           05  ALH-ALLOWANCE        PIC S9(15)V99 COMP-3.
