      *---------------------------------------------------------------
      * INTERCHANGE-RATE.cpy -- One row of the ICHGRATE interchange
      * rate table: an MCC range, the group it reports under, and
      * the rate the network pays on a purchase inside it -- a
      * percent of the amount plus a per-item fee. Finance keeps
      * this in step with the network's published schedule; rows
      * are searched top down, so narrow ranges go ahead of the
      * broad ones that contain them.
      * Shared across: ICHGRPT
      *---------------------------------------------------------------
           05  ICR-MCC-LOW          PIC 9(04).
           05  ICR-MCC-HIGH         PIC 9(04).
           05  ICR-GROUP-NAME       PIC X(10).
           05  ICR-RATE-PCT         PIC 9(01)V9(04).
           05  ICR-ITEM-FEE         PIC 9(01)V99.
