           END-READ.

       2000-ACCUMULATE-TYPE.
      *    Charge-off rows are journaled by CHGOFF itself, split by
      *    balance bucket (CHGOGL) -- one type-level pair here would
      *    book the same write-off twice. Agency recoveries likewise
      *    are journaled by AGENCY (AGYGL) against the allowance,
      *    and settlement forgiveness by SETTLE (SETLGL) by bucket.
      *    An overdraft sweep moves a customer's money between two
      *    of their own deposit accounts -- its 'OD' pair nets to
      *    nothing on the ledger (the 'OF' fee is journaled).
      *    Fraud-claim credits are booked to fraud loss by FRDCLAIM
      *    (FRDGL); the interest and fee it reversed with them post
      *    as 'IN'/'FE' credits and net out of income here.
           IF WS-ACC-TYPE = 'CO'
               OR WS-ACC-TYPE = 'RV'
               OR WS-ACC-TYPE = 'SF'
               OR WS-ACC-TYPE = 'FL'
               OR WS-ACC-TYPE = 'OD'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TYPE-FOUND
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > WS-TYPE-USED
