      *---------------------------------------------------------------
      * UNLOAD-CONTROL.cpy -- Control totals for the CARDMAST unload
      * (UNLDCTL, one record). CMUNLOAD writes it 'R' as the unload
      * starts and again 'C' with the totals once both extracts are
      * closed; a reporter reads CMUNLD and THUNLD only when this
      * record is complete for its business date, and proves its
      * counts against it at the end.
      * Shared across: CMUNLOAD, REPORT, MCCRPT, BUREAU, YIELDRPT,
      * TRANEXTR, MASTSCAN, DUPSCAN
      *---------------------------------------------------------------
           05  UNC-BUSINESS-DATE    PIC 9(08).
           05  UNC-RUN-DATE         PIC 9(08).
           05  UNC-RUN-TIME         PIC 9(06).
           05  UNC-STATUS           PIC X(01).
               88  UNC-RUNNING      VALUE 'R'.
               88  UNC-COMPLETE     VALUE 'C'.
           05  UNC-ACCT-COUNT       PIC 9(09).
           05  UNC-BALANCE-TOTAL    PIC S9(15)V99 COMP-3.
           05  UNC-ON-RECORD-ROWS   PIC 9(09).
      *    'N' when TRANHIST could not be opened -- THUNLD is then
      *    empty and the reporters run as they do without TRANHIST.
           05  UNC-HIST-INCLUDED    PIC X(01).
               88  UNC-HAS-HISTORY  VALUE 'Y'.
           05  UNC-HIST-COUNT       PIC 9(09).
           05  UNC-HIST-AMOUNT      PIC S9(15)V99 COMP-3.
           05  UNC-ORPHAN-COUNT     PIC 9(09).
