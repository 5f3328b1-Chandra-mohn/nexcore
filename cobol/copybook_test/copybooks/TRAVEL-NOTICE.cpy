      *---------------------------------------------------------------
      * TRAVEL-NOTICE.cpy -- One cardholder travel notice: the
      * account, which cardholder on it is traveling, the dates of
      * the trip and up to ten destination countries (ISO alpha-3,
      * the code the networks put on the merchant). Keyed by
      * account, cardholder and start date so one cardholder can
      * have several trips on file. TRVLLOAD validates the day's
      * notices into the keyed TRVLNOTC file and purges the ones
      * whose trip is over; CARDPROC reads it to relax the MCC and
      * velocity screens for purchases made on the trip.
      * Shared across: TRVLLOAD, CARDPROC
      *---------------------------------------------------------------
           05  TVN-KEY.
               10  TVN-ACCT-NUMBER  PIC X(16).
               10  TVN-CARDHOLDER-NUM PIC 9(02).
               10  TVN-START-DATE   PIC 9(08).
           05  TVN-END-DATE         PIC 9(08).
      *    Intake only: 'A' files (or replaces) the notice, 'C'
      *    cancels a trip called off before its end date.
           05  TVN-ACTION           PIC X(01).
               88  TVN-ADD          VALUE 'A' ' '.
               88  TVN-CANCEL       VALUE 'C'.
           05  TVN-COUNTRY-COUNT    PIC 9(02).
           05  TVN-COUNTRY          PIC X(03) OCCURS 10 TIMES.
           05  TVN-REP-ID           PIC X(10).
           05  TVN-FILED-DATE       PIC 9(08).
