      * every type), and the flat amount and/or percentage. Product
      * maintains this file; fee changes stop being keyed by hand or
      * compiled in. 'NS' prices TRANLOAD's returned-payment fee at
      * posting time; 'AN' and 'OV' drive the FEEASSES batch; 'OT'
      * is the flat fee ODSWEEP charges the checking account for
      * each overdraft-protection transfer.
      * Shared across: FEEASSES, TRANLOAD, ODSWEEP
      *---------------------------------------------------------------
           05  FSC-FEE-CODE         PIC X(02).
               88  FSC-ANNUAL-FEE   VALUE 'AN'.
               88  FSC-OVERLIMIT-FEE VALUE 'OV'.
               88  FSC-NSF-FEE      VALUE 'NS'.
               88  FSC-OD-XFER-FEE  VALUE 'OT'.
           05  FSC-ACCT-TYPE        PIC X(02).
           05  FSC-FLAT-AMT         PIC S9(07)V99 COMP-3.
           05  FSC-PCT              PIC V9(04).
