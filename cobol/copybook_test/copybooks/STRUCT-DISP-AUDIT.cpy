      *---------------------------------------------------------------
      * STRUCT-DISP-AUDIT.cpy -- Disposition audit record, one per
      * worked STRUCTQ case, proving the case's lifecycle from
      * detection through the BSA officer's decision. Appended, so
      * BSAAUDIT is the running case history examiners ask for.
      * Shared across: BSADSP
      *---------------------------------------------------------------
           05  SDA-CUSTOMER-KEY     PIC X(16).
           05  SDA-SSN              PIC X(09).
           05  SDA-PATTERN          PIC X(02).
           05  SDA-DIRECTION        PIC X(01).
           05  SDA-WINDOW-CASH      PIC S9(11)V99 COMP-3.
           05  SDA-DECISION-CODE    PIC X(02).
               88  SDA-SAR-FILED    VALUE 'SR'.
               88  SDA-NO-SAR       VALUE 'NS'.
           05  SDA-ANALYST-ID       PIC X(10).
           05  SDA-QUEUED-DATE      PIC 9(08).
           05  SDA-WORKED-DATE      PIC 9(08).
