      *---------------------------------------------------------------
      * MARKETING-CONTACT.cpy -- One marketing contact actually
      * made: the account, the program and campaign that made it,
      * the channel it went by ('M' mail, 'E' email, 'P' phone or
      * text) and the business date. BILLING logs each marketing
      * statement insert and CLICAMP each line-increase offer to
      * the MKTLOG file, which accumulates across runs; MKTPROOF
      * proves none of them reached a cardholder who had opted
      * out of that channel.
      * Shared across: BILLING, CLICAMP, MKTPROOF
      *---------------------------------------------------------------
           05  MKC-ACCT-NUMBER      PIC X(16).
           05  MKC-PROGRAM-ID       PIC X(08).
           05  MKC-CAMPAIGN-ID      PIC X(08).
           05  MKC-CHANNEL          PIC X(01).
               88  MKC-BY-MAIL      VALUE 'M'.
               88  MKC-BY-EMAIL     VALUE 'E'.
               88  MKC-BY-PHONE     VALUE 'P'.
           05  MKC-CONTACT-DATE     PIC 9(08).
