      *---------------------------------------------------------------
      * ADVERSE-ACTION-NOTICE.cpy -- One adverse-action notice
      * extract line: the account, the action taken against it and
      * the date of the notice, the old and new credit line, the
      * principal reasons for the action (most important first, up
      * to three), the risk score the decision used with its as-of
      * date, and the delivery channel ('E' email, 'M' mail) with
      * the address or email the notice goes to.
      * Shared across: CLDECR
      *---------------------------------------------------------------
           05  AAN-ACCT-NUMBER      PIC X(16).
           05  AAN-NOTICE-DATE      PIC 9(08).
           05  AAN-ACTION-CODE      PIC X(02).
               88  AAN-LINE-DECREASE VALUE 'LD'.
           05  AAN-OLD-LIMIT        PIC S9(13)V99 COMP-3.
           05  AAN-NEW-LIMIT        PIC S9(13)V99 COMP-3.
           05  AAN-REASON-COUNT     PIC 9(01).
           05  AAN-REASON OCCURS 3 TIMES.
               10  AAN-REASON-CODE  PIC X(02).
                   88  AAN-RSN-DELINQUENT VALUE 'DQ'.
                   88  AAN-RSN-RETURNED-PAY VALUE 'NS'.
                   88  AAN-RSN-RISK-SCORE VALUE 'RS'.
               10  AAN-REASON-TEXT  PIC X(40).
           05  AAN-RISK-SCORE       PIC 9(03).
           05  AAN-SCORE-DATE       PIC 9(08).
           05  AAN-CHANNEL          PIC X(01).
               88  AAN-BY-EMAIL     VALUE 'E'.
               88  AAN-BY-MAIL      VALUE 'M'.
           05  AAN-NAME             PIC X(36).
           05  AAN-STREET           PIC X(30).
           05  AAN-CITY             PIC X(20).
           05  AAN-STATE            PIC X(02).
           05  AAN-ZIP              PIC X(10).
           05  AAN-EMAIL            PIC X(40).
