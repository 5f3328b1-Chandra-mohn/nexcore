      * segment. Legal and marketing maintain the file; a new
      * rate-change notice or promo insert stops being a BILLING
      * code change. Blank account type or state and a zero cycle
      * day each mean "every". SMG-PURPOSE 'S' marks a service or
      * legal notice (a rate-change notice, say) that every
      * segment member gets; anything else is marketing, which
      * skips a cardholder who opted out of marketing by the
      * statement's channel and is logged to MKTLOG under the
      * campaign id when it prints.
      * Shared across: BILLING
      *---------------------------------------------------------------
           05  SMG-TEXT             PIC X(78).
           05  SMG-ACCT-TYPE        PIC X(02).
           05  SMG-STATE            PIC X(02).
           05  SMG-CYCLE-DAY        PIC 9(02).
           05  SMG-PURPOSE          PIC X(01).
               88  SMG-SERVICE-NOTICE VALUE 'S'.
           05  SMG-CAMPAIGN-ID      PIC X(08).
