      *---------------------------------------------------------------
      * PERIOD-CONTROL.cpy -- Accounting period-control record
      * (PERIODCT, one record), rewritten by PERCLOSE each month-end
      * night once the month is reported. A posting program finding
      * an item dated on or before PCT-CLOSED-THROUGH either posts
      * it on PCT-FIRST-OPEN-DATE with the original date kept in the
      * description, or -- for a transaction type on the hold list
      * -- holds it off the account for accounting to decide; both
      * are logged on PRIORPD. Without the record nothing is guarded.
      * Shared across: PERCLOSE, TRANLOAD, FRZREPLY, AGENCY, PAYXFER,
      * PRIORRPT
      *---------------------------------------------------------------
           05  PCT-CLOSED-PERIOD    PIC 9(06).
           05  PCT-CLOSED-THROUGH   PIC 9(08).
           05  PCT-FIRST-OPEN-DATE  PIC 9(08).
           05  PCT-CLOSE-RUN-DATE   PIC 9(08).
      *    Transaction types held rather than re-dated. PERCLOSE
      *    seeds the list on the first close and carries it forward
      *    after that; accounting changes it on the record itself.
           05  PCT-HOLD-TYPE-COUNT  PIC 9(02).
           05  PCT-HOLD-TYPE        PIC X(02) OCCURS 10 TIMES.
