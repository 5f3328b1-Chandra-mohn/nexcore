      *---------------------------------------------------------------
      * PRIVACY-REQUEST.cpy -- One cardholder privacy-choice request
      * for PRIVLOAD: the account, what the choice is about, the
      * marketing channel it covers, and whether the cardholder is
      * opting out or back in. Purpose 'MK' is marketing, by
      * channel -- 'M' mail, 'E' email, 'P' phone and text, or
      * blank for all three; 'AF' and 'NA' are sharing with
      * affiliates and with non-affiliated third parties and take
      * no channel. The source is where the request came from --
      * 'F' the privacy-notice reply form, 'P' a phone rep, 'W'
      * the web site.
      * Shared across: PRIVLOAD
      *---------------------------------------------------------------
           05  PPR-ACCT-NUMBER      PIC X(16).
           05  PPR-PURPOSE          PIC X(02).
               88  PPR-MARKETING    VALUE 'MK'.
               88  PPR-AFFIL-SHARE  VALUE 'AF'.
               88  PPR-NONAFF-SHARE VALUE 'NA'.
           05  PPR-CHANNEL          PIC X(01).
               88  PPR-ALL-CHANNELS VALUE SPACE.
               88  PPR-BY-MAIL      VALUE 'M'.
               88  PPR-BY-EMAIL     VALUE 'E'.
               88  PPR-BY-PHONE     VALUE 'P'.
           05  PPR-ACTION           PIC X(01).
               88  PPR-OPT-OUT      VALUE 'O'.
               88  PPR-OPT-IN       VALUE 'I'.
           05  PPR-SOURCE           PIC X(01).
               88  PPR-VALID-SOURCE VALUE 'F' 'P' 'W'.
           05  PPR-REP-ID           PIC X(10).
           05  PPR-REQUEST-DATE     PIC 9(08).
           05  PPR-REQUEST-TIME     PIC 9(06).
