      *---------------------------------------------------------------
      * COLLECTION-QUEUE.cpy -- Collections-queue entry, one per
      * delinquent account, maintained across DELINQ runs (entering,
      * curing, escalating between aging buckets). A stayed entry
      * belongs to a cardholder in bankruptcy: it keeps aging but no
      * collector works it.
      * Shared across: DELINQ, CHGOFF, PENAPR, LOSSRSV, VINTRPT,
      * CLDECR
      *---------------------------------------------------------------
           05  CQ-ACCT-NUMBER       PIC X(16).
           05  CQ-BUCKET            PIC 9(03).
               88  CQ-OPEN          VALUE 'O'.
               88  CQ-ESCALATED     VALUE 'E'.
               88  CQ-CURED         VALUE 'C'.
               88  CQ-CHARGED-OFF   VALUE 'W'.
               88  CQ-STAYED        VALUE 'S'.
