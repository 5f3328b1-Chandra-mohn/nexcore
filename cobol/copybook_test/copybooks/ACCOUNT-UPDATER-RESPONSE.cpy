      *---------------------------------------------------------------
      * ACCOUNT-UPDATER-RESPONSE.cpy -- The network's answer to one
      * account-updater detail we sent: the update echoed back by
      * type and card numbers with the batch date it went out in,
      * and a response code -- '00' accepted, anything else the
      * network's reject reason, with its text.
      * Shared across: ACUPDRSP
      *---------------------------------------------------------------
           05  AUR-UPDATE-TYPE      PIC X(01).
               88  AUR-CARD-REISSUED   VALUE 'C'.
               88  AUR-ACCT-RENUMBERED VALUE 'A'.
               88  AUR-ACCT-CLOSED     VALUE 'X'.
           05  AUR-OLD-CARD         PIC X(16).
           05  AUR-NEW-CARD         PIC X(16).
           05  AUR-BATCH-DATE       PIC 9(08).
           05  AUR-RESPONSE-CODE    PIC X(02).
               88  AUR-ACCEPTED     VALUE '00'.
           05  AUR-REASON-TEXT      PIC X(30).
