      *---------------------------------------------------------------
      * AGENCY-RECALL.cpy -- Account recall record. The collections
      * desk's recall request (AGYRCLRQ) carries the account and
      * reason; AGENCY fills in the agency, date, and balance and
      * writes the same layout to the outbound recall file
      * (AGYRECAL) for the agency to stop work.
      * Shared across: AGENCY
      *---------------------------------------------------------------
           05  ARC-ACCT-NUMBER      PIC X(16).
           05  ARC-REASON           PIC X(02).
               88  ARC-DISPUTED     VALUE 'DS'.
               88  ARC-BANKRUPT     VALUE 'BK'.
               88  ARC-DECEASED     VALUE 'DC'.
               88  ARC-REASSIGN     VALUE 'RA'.
               88  ARC-IN-HOUSE     VALUE 'IH'.
               88  ARC-PAID-IN-FULL VALUE 'PF'.
               88  ARC-SETTLED      VALUE 'ST'.
           05  ARC-AGENCY-ID        PIC X(04).
           05  ARC-RECALL-DATE      PIC 9(08).
           05  ARC-BALANCE          PIC S9(13)V99 COMP-3.
           05  FILLER               PIC X(10).
