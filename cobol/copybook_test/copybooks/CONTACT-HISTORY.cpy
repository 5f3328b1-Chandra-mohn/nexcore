      *---------------------------------------------------------------
      * CONTACT-HISTORY.cpy -- One cardholder contact: a call, a
      * chat, or a letter, keyed by account and timestamp so the
      * next rep on the phone sees what the last one said. Phone-
      * system notes arrive through CONTLOAD; the letter programs
      * log their own entries. Every entry is written through the
      * shared CONTLOG routine, which breaks a timestamp tie on the
      * sequence number.
      * Shared across: CONTLOG, CONTLOAD, ACCTINQ, DELINQ, DORMANT,
      * ESTINTAK, RETMAIL
      *---------------------------------------------------------------
           05  CTH-KEY.
               10  CTH-ACCT-NUMBER  PIC X(16).
               10  CTH-CONTACT-DATE PIC 9(08).
               10  CTH-CONTACT-TIME PIC 9(06).
               10  CTH-CONTACT-SEQ  PIC 9(02).
           05  CTH-REP-ID           PIC X(10).
      *    Batch entries carry the program that sent the letter in
      *    place of a rep.
           05  CTH-SOURCE-PGM       PIC X(08).
           05  CTH-CHANNEL          PIC X(02).
               88  CTH-BY-PHONE     VALUE 'PH'.
               88  CTH-BY-MAIL      VALUE 'ML'.
               88  CTH-BY-EMAIL     VALUE 'EM'.
               88  CTH-BY-CHAT      VALUE 'CH'.
               88  CTH-IN-PERSON    VALUE 'IP'.
               88  CTH-VALID-CHANNEL
                                    VALUE 'PH' 'ML' 'EM' 'CH' 'IP'.
      *    Reason codes the batch letters use; the phone system
      *    sends its own.
           05  CTH-REASON-CODE      PIC X(02).
               88  CTH-COLLECTION-LETTER VALUE 'DL'.
               88  CTH-DORMANCY-LETTER   VALUE 'DM'.
               88  CTH-ESTATE-LETTER     VALUE 'ES'.
               88  CTH-RETURNED-MAIL     VALUE 'RM'.
           05  CTH-NOTE             PIC X(120).
