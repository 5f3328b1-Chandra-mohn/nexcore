      *---------------------------------------------------------------
      * ROTATION-PAIR.cpy -- One row of the ROTPAIRS table: a file
      * a step rewrites each night by writing a NEW copy (COLLQ and
      * COLLQNEW, FRAUDQ and FRAUDCF, ...), the step that writes
      * it, its fixed record length (one GENROT has a file
      * layout for), how far tonight's count may stray from last
      * night's before the rotation is refused, and how many prior
      * generations to keep (as <current>.G01, .G02, ... newest
      * first). A blank producer waives the step-status check, for
      * files written outside the JOBCTL chain.
      * Shared across: GENROT
      *---------------------------------------------------------------
           05  ROT-CURRENT-DSN      PIC X(20).
           05  ROT-NEW-DSN          PIC X(20).
           05  ROT-PRODUCER         PIC X(08).
           05  ROT-RECORD-LENGTH    PIC 9(05).
           05  ROT-MIN-PCT          PIC 9(03).
           05  ROT-MAX-PCT          PIC 9(04).
           05  ROT-GENERATIONS      PIC 9(02).
