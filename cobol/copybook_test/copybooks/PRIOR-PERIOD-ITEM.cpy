      *---------------------------------------------------------------
      * PRIOR-PERIOD-ITEM.cpy -- One item that arrived dated in an
      * accounting period already closed (PRIORPD, appended by every
      * posting program that guards the close). 'R' rows posted on
      * the first open date and are the prior-period adjustments
      * accounting books; 'H' rows did not post at all and wait on
      * accounting's decision. PRIORRPT lists both.
      * Shared across: TRANLOAD, FRZREPLY, AGENCY, PAYXFER, PRIORRPT
      *---------------------------------------------------------------
           05  PPI-PROGRAM-ID       PIC X(08).
           05  PPI-ACCT-NUMBER      PIC X(16).
           05  PPI-TRANS-ID         PIC X(12).
           05  PPI-TRANS-TYPE       PIC X(02).
           05  PPI-TRANS-AMOUNT     PIC S9(11)V99 COMP-3.
           05  PPI-ORIG-DATE        PIC 9(08).
      *    Date the item posted under; zero on a held item.
           05  PPI-POSTED-DATE      PIC 9(08).
           05  PPI-ACTION           PIC X(01).
               88  PPI-REDATED      VALUE 'R'.
               88  PPI-HELD         VALUE 'H'.
           05  PPI-RUN-DATE         PIC 9(08).
           05  PPI-TRANS-DESC       PIC X(40).
