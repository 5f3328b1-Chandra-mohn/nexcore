      *---------------------------------------------------------------
      * CHARGE-OFF-HISTORY.cpy -- Charge-off history record
      * One per account written off by CHGOFF, appended to CHGOHIST:
      * the balance by bucket at the moment of charge-off, the rule
      * that triggered it, and the aging bucket the account had
      * reached on COLLQ. The permanent record of the loss once the
      * master itself carries a zero balance.
      * Shared across: CHGOFF
      *---------------------------------------------------------------
           05  COH-ACCT-NUMBER      PIC X(16).
           05  COH-CHGOFF-DATE      PIC 9(08).
           05  COH-REASON           PIC X(01).
               88  COH-DELINQUENT   VALUE 'D'.
               88  COH-DECEASED     VALUE 'E'.
               88  COH-BANKRUPT     VALUE 'B'.
           05  COH-BUCKET           PIC 9(03).
           05  COH-OPEN-DATE        PIC 9(08).
           05  COH-AMOUNT           PIC S9(13)V99 COMP-3.
           05  COH-PURCHASES        PIC S9(13)V99 COMP-3.
           05  COH-CASH-ADV         PIC S9(13)V99 COMP-3.
           05  COH-FEES             PIC S9(13)V99 COMP-3.
           05  COH-INTEREST         PIC S9(13)V99 COMP-3.
           05  FILLER               PIC X(12).
