      * merchant id: name for report enrichment, default MCC, and a
      * status that lets a closed or fraudulent merchant be blocked
      * at transaction-load time
      * Shared across: MERCHLD, TRANLOAD, ANNSPEND, CPPANAL,
      * ICHGRPT
      *---------------------------------------------------------------
           05  MM-MERCHANT-ID       PIC X(15).
           05  MM-MERCHANT-NAME     PIC X(30).
