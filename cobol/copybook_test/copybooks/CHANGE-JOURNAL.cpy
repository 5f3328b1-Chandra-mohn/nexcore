      * through the shared CHGJRNL routine by every program that
      * updates CARDMAST. The image fields carry the complete fixed
      * head of the record -- ACCT-MASTER, CARDHOLDER-INFO, and
      * BILLING-ADDRESS, 773 bytes; everything except the
      * transaction table -- which is where every balance and
      * status field lives. Restore last night's backup and replay
      * this journal forward for point-in-time recovery.
           05  JRN-CHANGE-TIME      PIC 9(06).
           05  JRN-BEFORE-BALANCE   PIC S9(13)V99 COMP-3.
           05  JRN-AFTER-BALANCE    PIC S9(13)V99 COMP-3.
           05  JRN-BEFORE-IMAGE     PIC X(773).
           05  JRN-AFTER-IMAGE      PIC X(773).
