      *---------------------------------------------------------------
      * GL-JOURNAL.cpy -- Daily card-activity journal entry, one
      * debit or credit line per GL account per transaction type
      * Shared across: GLFEED, FXREVAL, CHGOFF, SETTLE, INTACCR,
      * GLTIEOUT, GLCONSOL, UNAPPLY, FRDCLAIM
      *---------------------------------------------------------------
           05  GLJ-GL-ACCOUNT       PIC X(06).
           05  GLJ-DR-CR            PIC X(01).
