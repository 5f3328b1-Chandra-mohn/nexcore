      *---------------------------------------------------------------
      * AGENCY-REMIT.cpy -- Inbound agency remittance detail, one
      * per collection an agency made on a placed account (AGYREMIT).
      * The agency keeps its contingency fee and remits the net;
      * gross must equal fee plus net or the line is rejected.
      * Shared across: AGENCY
      *---------------------------------------------------------------
           05  AGR-AGENCY-ID        PIC X(04).
           05  AGR-ACCT-NUMBER      PIC X(16).
           05  AGR-COLLECT-DATE     PIC 9(08).
           05  AGR-GROSS-AMOUNT     PIC S9(11)V99 COMP-3.
           05  AGR-FEE-AMOUNT       PIC S9(11)V99 COMP-3.
           05  AGR-NET-AMOUNT       PIC S9(11)V99 COMP-3.
           05  AGR-REMIT-REF        PIC X(12).
           05  FILLER               PIC X(10).
