      *---------------------------------------------------------------
      * LEGAL-HOLD.cpy -- One litigation or subpoena hold on the
      * LEGLHOLD file Legal maintains: the account, the matter it
      * is held for, and when the hold was placed and released. A
      * hold is in force until its release date; zero means not
      * yet released. An account may be held for several matters.
      * RETPURGE destroys nothing for an account under a hold in
      * force; ARCHINQ and ARCHREST show the holds.
      * Shared across: RETPURGE, ARCHINQ, ARCHREST
      *---------------------------------------------------------------
           05  LGH-ACCT-NUMBER      PIC X(16).
           05  LGH-MATTER-NUMBER    PIC X(12).
           05  LGH-HOLD-TYPE        PIC X(02).
               88  LGH-LITIGATION   VALUE 'LT'.
               88  LGH-SUBPOENA     VALUE 'SB'.
           05  LGH-HOLD-DATE        PIC 9(08).
           05  LGH-RELEASE-DATE     PIC 9(08).
