      *---------------------------------------------------------------
      * STRUCT-DECISION.cpy -- BSA officer decision on one STRUCTQ
      * case, keyed by customer + the date the case was detected.
      * Shared across: BSADSP
      *---------------------------------------------------------------
           05  SDC-CUSTOMER-KEY     PIC X(16).
           05  SDC-DETECTED-DATE    PIC 9(08).
           05  SDC-DECISION-CODE    PIC X(02).
               88  SDC-SAR-FILED    VALUE 'SR'.
               88  SDC-NO-SAR       VALUE 'NS'.
           05  SDC-ANALYST-ID       PIC X(10).
