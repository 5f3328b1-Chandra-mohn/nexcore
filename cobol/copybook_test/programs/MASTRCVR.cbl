      * against the journal. Operations renames CARDNEW over the
      * lost CARDMAST.
      *
      * The journal images carry the 773-byte fixed head (every
      * balance and status field); open-cycle TH-TRANS-ENTRY rows
      * posted after the image copy are not journaled and are
      * reported as the remaining exposure.
       DATA DIVISION.
       FILE SECTION.
      *    The unload record is the full master layout at maximum
      *    ODO extent: the 773-byte fixed head plus the 50-entry
      *    transaction table (3 + 50 x 144).
       FD  BACKUP-FILE.
       01  BACKUP-RECORD           PIC X(7976).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           READ CARD-NEW-FILE
               INVALID KEY
                   MOVE SPACES TO CARD-NEW-RECORD
                   MOVE JRF-AFTER-IMAGE TO CARD-NEW-RECORD(1:773)
                   MOVE 0 TO TH-TRANS-COUNT
                   WRITE CARD-NEW-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                   END-WRITE
               NOT INVALID KEY
                   MOVE JRF-AFTER-IMAGE TO CARD-NEW-RECORD(1:773)
                   REWRITE CARD-NEW-RECORD
                       INVALID KEY
                           ADD 1 TO WS-SKIPPED-COUNT
      *            precede this change is missing from the window.
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   MOVE JRF-AFTER-IMAGE TO CARD-NEW-RECORD(1:773)
                   REWRITE CARD-NEW-RECORD
                       INVALID KEY
                           ADD 1 TO WS-SKIPPED-COUNT
