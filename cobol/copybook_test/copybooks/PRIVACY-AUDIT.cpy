      *---------------------------------------------------------------
      * PRIVACY-AUDIT.cpy -- Audit trail of cardholder privacy
      * choices, one record per preference flag PRIVLOAD changed,
      * with its value before and after ('Y' opted out), the
      * request it came from, and the business date it took
      * effect. PRIVAUD accumulates across runs and is never
      * reset: it is the history MKTPROOF holds the marketing
      * contact log against.
      * Shared across: PRIVLOAD, MKTPROOF
      *---------------------------------------------------------------
           05  PVA-ACCT-NUMBER      PIC X(16).
           05  PVA-PURPOSE          PIC X(02).
               88  PVA-MARKETING    VALUE 'MK'.
               88  PVA-AFFIL-SHARE  VALUE 'AF'.
               88  PVA-NONAFF-SHARE VALUE 'NA'.
           05  PVA-CHANNEL          PIC X(01).
           05  PVA-OLD-VALUE        PIC X(01).
           05  PVA-NEW-VALUE        PIC X(01).
               88  PVA-NOW-OPTED-OUT VALUE 'Y'.
           05  PVA-SOURCE           PIC X(01).
           05  PVA-REP-ID           PIC X(10).
           05  PVA-REQUEST-DATE     PIC 9(08).
           05  PVA-REQUEST-TIME     PIC 9(06).
           05  PVA-EFFECTIVE-DATE   PIC 9(08).
