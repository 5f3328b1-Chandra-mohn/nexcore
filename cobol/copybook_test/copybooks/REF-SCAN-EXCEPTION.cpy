      *---------------------------------------------------------------
      * REF-SCAN-EXCEPTION.cpy -- One satellite-file row that no
      * longer points at something real, from the REFSCAN weekly
      * referential-integrity scan. Laid out like MASTSCAN's
      * MASTER-SCAN-EXCEPTION, plus the file the row sits on and
      * the row's own key (case id, card number, customer id, hold
      * authorization code, old account number), so each coded
      * exception leads straight to the row to clean up.
      * Shared across: REFSCAN
      *---------------------------------------------------------------
           05  RFX-ACCT-NUMBER      PIC X(16).
           05  RFX-RULE-CODE        PIC X(02).
               88  RFX-COLLQ-NO-ACCT    VALUE 'QA'.
               88  RFX-CASE-NO-ACCT     VALUE 'DA'.
               88  RFX-CASE-ACCT-CLOSED VALUE 'DC'.
               88  RFX-HOLD-NO-ACCT     VALUE 'HA'.
               88  RFX-HOLD-RENUMBERED  VALUE 'HR'.
               88  RFX-XREF-NO-NEW-ACCT VALUE 'XN'.
               88  RFX-CARD-NO-ACCT     VALUE 'PA'.
               88  RFX-ESTATE-NO-ACCT   VALUE 'EA'.
               88  RFX-ESTATE-NOT-FLAGGED VALUE 'EF'.
               88  RFX-PLAN-NO-ACCT     VALUE 'LA'.
               88  RFX-PLAN-ACCT-ENDED  VALUE 'LW'.
               88  RFX-MEMBER-NO-ACCT   VALUE 'CA'.
           05  RFX-SCAN-DATE        PIC 9(08).
           05  RFX-FILE-ID          PIC X(08).
           05  RFX-ROW-KEY          PIC X(16).
