      *---------------------------------------------------------------
      * GOODWILL-AUDIT.cpy -- One goodwill reversal audit record,
      * written for every request and every approver decision: the
      * item reversed, who asked and who approved, and the outcome.
      * Held requests wait on the pending file in this same layout
      * until a second approver decides them.
      * Shared across: GOODWILL, WAIVRPT
      *---------------------------------------------------------------
           05  GWA-REQUEST-ID       PIC X(12).
           05  GWA-ACCT-NUMBER      PIC X(16).
           05  GWA-TRANS-ID         PIC X(12).
           05  GWA-TRANS-TYPE       PIC X(02).
           05  GWA-AMOUNT           PIC S9(11)V99 COMP-3.
           05  GWA-REASON-CODE      PIC X(02).
           05  GWA-REP-ID           PIC X(10).
           05  GWA-APPROVER-ID      PIC X(10).
           05  GWA-REQUEST-DATE     PIC 9(08).
           05  GWA-ACTION-DATE      PIC 9(08).
           05  GWA-RESULT-CODE      PIC X(02).
               88  GWA-APPLIED          VALUE 'AP'.
               88  GWA-APPLIED-APPROVED VALUE 'AA'.
               88  GWA-HELD             VALUE 'HD'.
               88  GWA-DECLINED         VALUE 'DN'.
               88  GWA-REFUSED          VALUE 'RJ'.
               88  GWA-WAIVED           VALUE 'AP' 'AA'.
           05  GWA-REFUSAL          PIC X(20).
