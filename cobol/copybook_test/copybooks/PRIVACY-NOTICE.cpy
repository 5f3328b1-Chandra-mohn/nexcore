      *---------------------------------------------------------------
      * PRIVACY-NOTICE.cpy -- One annual privacy notice for the
      * print and email vendors, routed by CH-CONTACT-PREF: 'E'
      * goes to PVN-EMAIL, 'M' mails to the statement mailing
      * address (the legal address when there is none). The
      * cardholder's current choices print on the notice, so the
      * reply form shows what is already on file ('Y' opted out).
      * Shared across: PRIVNOTC
      *---------------------------------------------------------------
           05  PVN-ACCT-NUMBER      PIC X(16).
           05  PVN-CHANNEL          PIC X(01).
               88  PVN-BY-EMAIL     VALUE 'E'.
               88  PVN-BY-MAIL      VALUE 'M'.
           05  PVN-FIRST-NAME       PIC X(15).
           05  PVN-LAST-NAME        PIC X(20).
           05  PVN-EMAIL            PIC X(40).
           05  PVN-STREET           PIC X(30).
           05  PVN-CITY             PIC X(20).
           05  PVN-STATE            PIC X(02).
           05  PVN-ZIP              PIC X(10).
           05  PVN-NO-MKT-MAIL      PIC X(01).
           05  PVN-NO-MKT-EMAIL     PIC X(01).
           05  PVN-NO-MKT-PHONE     PIC X(01).
           05  PVN-NO-AFFIL-SHARE   PIC X(01).
           05  PVN-NO-NONAFF-SHARE  PIC X(01).
           05  PVN-NOTICE-DATE      PIC 9(08).
