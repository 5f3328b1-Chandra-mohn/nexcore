               88  DMR-FLD-AUTH-DROP    VALUE 'AD'.
               88  DMR-FLD-AUTH-LIMIT   VALUE 'AL'.
               88  DMR-FLD-SCRA         VALUE 'SC'.
               88  DMR-FLD-ALERT-AMT    VALUE 'PA'.
      *    For 'AA' the new value packs first name (1:15), last name
      *    (16:20), and relation code (36:2); for 'AD' position 1 is
      *    the authorized-user slot number to drop; for 'AL'
      *    spending limit, 9(11)V99 unsigned display, zero to
      *    remove the cap. For 'SC' position 1 is the protection
      *    flag (Y/N), (2:8) the start date and (10:8) the end date
      *    (zero end = open-ended). For 'PA' (1:11) is the
      *    cardholder's purchase-alert amount, 9(09)V99 unsigned
      *    display, zero to stop purchase alerts.
           05  DMR-NEW-VALUE        PIC X(40).
           05  DMR-REQUESTED-BY     PIC X(10).
