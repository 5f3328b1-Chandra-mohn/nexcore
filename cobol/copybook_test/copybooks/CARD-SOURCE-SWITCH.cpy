      *---------------------------------------------------------------
      * CARD-SOURCE-SWITCH.cpy -- One CMSOURCE row per reporter
      * that should read the CARDMAST KSDS directly instead of the
      * CMUNLOAD extract (a bad unload, or a reporter being proved
      * against the master). No row, or no file, means the extract
      * is used whenever UNLDCTL shows it current.
      * Shared across: REPORT, MCCRPT, BUREAU, YIELDRPT, TRANEXTR,
      * MASTSCAN, DUPSCAN
      *---------------------------------------------------------------
           05  CSS-PROGRAM          PIC X(08).
           05  CSS-SOURCE           PIC X(01).
               88  CSS-CARDMAST     VALUE 'C'.
               88  CSS-UNLOAD       VALUE 'U'.
