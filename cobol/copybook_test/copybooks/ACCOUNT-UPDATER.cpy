      *---------------------------------------------------------------
      * ACCOUNT-UPDATER.cpy -- One record of the outbound card
      * account-updater file the network passes on to recurring-
      * billing merchants, so subscriptions and autopays follow a
      * card to its replacement instead of declining. The file is
      * framed by an 'H' header and a 'T' trailer carrying the
      * detail counts; each 'D' detail is one update:
      *   C  card reissued (CARDISS) -- new number and expiry;
      *   A  account renumbered (RENUMBER) -- new number and the
      *      expiry of the replacement plastic;
      *   X  account closed (ACCTCLOS) -- no new card, merchants
      *      stop billing the old one.
      * Shared across: ACUPDEXT
      *---------------------------------------------------------------
           05  AUP-RECORD-TYPE      PIC X(01).
               88  AUP-HEADER       VALUE 'H'.
               88  AUP-DETAIL-LINE  VALUE 'D'.
               88  AUP-TRAILER-LINE VALUE 'T'.
           05  AUP-BATCH-DATE       PIC 9(08).
           05  AUP-DETAIL.
               10  AUP-UPDATE-TYPE  PIC X(01).
                   88  AUP-CARD-REISSUED   VALUE 'C'.
                   88  AUP-ACCT-RENUMBERED VALUE 'A'.
                   88  AUP-ACCT-CLOSED     VALUE 'X'.
               10  AUP-OLD-CARD     PIC X(16).
               10  AUP-NEW-CARD     PIC X(16).
               10  AUP-NEW-EXPIRY   PIC 9(08).
               10  AUP-EVENT-DATE   PIC 9(08).
           05  AUP-TRAILER REDEFINES AUP-DETAIL.
               10  AUP-TRL-DETAIL-COUNT PIC 9(07).
               10  AUP-TRL-REISSUE-COUNT PIC 9(07).
               10  AUP-TRL-RENUM-COUNT  PIC 9(07).
               10  AUP-TRL-CLOSE-COUNT  PIC 9(07).
               10  FILLER               PIC X(21).
