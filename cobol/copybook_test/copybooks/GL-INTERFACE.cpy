      *---------------------------------------------------------------
      * GL-INTERFACE.cpy -- One record of the consolidated journal
      * file the ledger system loads. Each source batch is framed by
      * an 'H' header and a 'T' trailer carrying the batch's line
      * count and debit/credit totals; the 'D' detail lines between
      * them are the source's journal lines in one common layout.
      * The account is the six-digit GL account; payroll lines keep
      * their department in the cost-center field, card lines leave
      * it blank. Payroll lines carry journal type 'PY'. Source
      * systems: CARD (GLFEED), PAYR (payroll), FXRV (FXREVAL), and
      * the card journals posted outside GLFEED -- CHGO (CHGOFF),
      * AGCY (AGENCY), STTL (SETTLE), IACR (INTACCR), UCSP
      * (UNAPPLY), FRDL (FRDCLAIM).
      * Shared across: GLCONSOL
      *---------------------------------------------------------------
           05  GLI-RECORD-TYPE      PIC X(01).
               88  GLI-HEADER       VALUE 'H'.
               88  GLI-DETAIL-LINE  VALUE 'D'.
               88  GLI-TRAILER-LINE VALUE 'T'.
           05  GLI-SOURCE-SYSTEM    PIC X(04).
           05  GLI-BATCH-DATE       PIC 9(08).
           05  GLI-DETAIL.
               10  GLI-GL-ACCOUNT   PIC X(06).
               10  GLI-COST-CENTER  PIC X(04).
               10  GLI-DR-CR        PIC X(01).
                   88  GLI-DEBIT    VALUE 'D'.
                   88  GLI-CREDIT   VALUE 'C'.
               10  GLI-AMOUNT       PIC S9(13)V99 COMP-3.
               10  GLI-TRANS-TYPE   PIC X(02).
               10  GLI-JOURNAL-DATE PIC 9(08).
           05  GLI-TRAILER REDEFINES GLI-DETAIL.
               10  GLI-TRL-LINE-COUNT   PIC 9(07).
               10  GLI-TRL-DEBIT-TOTAL  PIC S9(15)V99 COMP-3.
               10  GLI-TRL-CREDIT-TOTAL PIC S9(15)V99 COMP-3.
               10  FILLER               PIC X(04).
