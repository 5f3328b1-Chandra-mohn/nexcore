      * CHKREGBR.DAT with cleared checks marked and stamped with
      * the paid date (operations rotates CHKREGBR over CHKREG).
      * Paid-amount mismatches, checks the bank paid that the
      * register shows voided or escheated, and paid items with no
      * register entry at all go to the coded BANKEXC.DAT exception
      * file.
      * Checks still outstanding list with their age on
      * BANKOUT.RPT, and anything older than the BRCPARM stale age
      * (default 90 days) also writes a void request in the
               88  OK-VOIDED          VALUE "V".
               88  OK-REISSUED        VALUE "R".
               88  OK-CLEARED         VALUE "C".
               88  OK-ESCHEATED       VALUE "E".
           05  OK-REPLACES            PIC 9(8).
           05  OK-PAID-DATE           PIC 9(8).
           05  FILLER                 PIC X(1).
           RECORD CONTAINS 40 CHARACTERS.
      * Coded reconciliation exception:
      *   811 paid amount differs from the register amount
      *   812 bank paid a check the register shows voided or
      *       escheated
      *   813 bank paid a check with no register entry
       01  EXCEPTION-RECORD.
           05  BX-CHECK-NUMBER        PIC 9(8).
      *===============================================================
      * 2000-RECONCILE-REGISTER: Copy the register forward; a paid
      * match clears the check (with the paid-vs-register amount
      * checked), a paid check the register shows voided or
      * escheated is an exception, and an unpaid issued check ages
      * on the outstanding report.
      *===============================================================
       2000-RECONCILE-REGISTER SECTION.
       2000-RECON-PARA.
                   MOVE OLD-REG-RECORD TO NEW-REG-RECORD
                   PERFORM 2100-MATCH-PAID-ITEM
                   EVALUATE TRUE
                       WHEN PD-WAS-FOUND
                           AND (OK-VOIDED OR OK-ESCHEATED)
                           PERFORM 2300-PAID-BUT-VOIDED
                       WHEN PD-WAS-FOUND
                           PERFORM 2200-CLEAR-CHECK
