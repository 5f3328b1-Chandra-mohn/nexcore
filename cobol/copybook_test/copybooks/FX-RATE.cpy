      * the USD value of one unit of the currency at the run date,
      * plus the prior-period rate the monthly revaluation measures
      * movement against
      * Shared across: REPORT, CARDPROC, FXREVAL, GLTIEOUT
      *---------------------------------------------------------------
           05  FXR-CURRENCY-CODE    PIC X(03).
           05  FXR-USD-RATE         PIC 9(03)V9(06).
