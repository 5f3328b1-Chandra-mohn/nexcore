                   88  TH-INTEREST  VALUE 'IN'.
                   88  TH-DEP-INTEREST VALUE 'DI'.
                   88  TH-PAY-REVERSAL VALUE 'PR'.
                   88  TH-CHARGE-OFF VALUE 'CO'.
                   88  TH-RECOVERY  VALUE 'RV'.
                   88  TH-SETTLE-FORGIVE VALUE 'SF'.
      *            Overdraft-protection sweep (ODSWEEP): the
      *            transfer posts in pairs, plus on the checking
      *            side, minus on the savings side; the transfer
      *            fee comes off the checking balance.
                   88  TH-OD-TRANSFER VALUE 'OD'.
                   88  TH-OD-FEE    VALUE 'OF'.
      *            Fraud-claim credit (FRDCLAIM): the claimed
      *            charge given back, booked to fraud loss.
                   88  TH-FRAUD-CREDIT VALUE 'FL'.
               10  TH-TRANS-AMOUNT  PIC S9(11)V99 COMP-3.
               10  TH-TRANS-DESC    PIC X(40).
               10  TH-MERCHANT-ID   PIC X(15).
                   15  TH-PUR-MCC       PIC 9(04).
                   15  TH-PUR-AUTH-CODE PIC X(06).
                   15  TH-PUR-USER-NUM  PIC 9(02).
      *            Merchant country (ISO alpha-3) as the feed sent
      *            it; spaces on rows loaded before it was carried.
                   15  TH-PUR-COUNTRY   PIC X(03).
                   15  FILLER           PIC X(35).
               10  TH-TRANS-PAYMENT REDEFINES TH-TRANS-DETAIL.
      *            'CK' check, 'AH' autopay ACH, 'PD' payroll
      *            deduction, 'CS' cash paid at a branch.
                   15  TH-PAY-METHOD    PIC X(02).
                       88  TH-PAY-CASH  VALUE 'CS'.
                   15  TH-PAY-REF-NUM   PIC X(20).
                   15  TH-PAY-BANK      PIC X(25).
      *            How the payment was allocated across the CR
      *            buckets when it posted (purchases took the rest,
      *            overpayment included); spaces on rows posted
      *            before the split was recorded.
                   15  TH-PAY-ALLOCATION.
                       20  TH-PAY-ALLOC-FEES PIC S9(05)V99 COMP-3.
                       20  TH-PAY-ALLOC-INT  PIC S9(05)V99 COMP-3.
                       20  TH-PAY-ALLOC-CASH PIC S9(07)V99 COMP-3.
      *        Reversal row -- a goodwill 'FE'/'IN' credit from
      *        GOODWILL, or PAYXFER's 'PR' pulling a misapplied
      *        payment and 'FE' credit for the late fee it caused,
      *        or FRDCLAIM's 'FL' fraud credit and the 'IN'/'FE'
      *        credits for what the fraud cost: the row it
      *        reverses, why, and who asked.
               10  TH-TRANS-REVERSAL REDEFINES TH-TRANS-DETAIL.
                   15  TH-REV-ORIG-ID   PIC X(12).
                   15  TH-REV-REASON    PIC X(02).
                   15  TH-REV-REP-ID    PIC X(10).
                   15  FILLER           PIC X(36).
