       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYJRPT.
      *---------------------------------------------------------------
      * Daily EMPMAST change report for second-person review.
      * Reads the PAYJRNL.DAT change journal every master updater
      * writes through PAYJRNL and reports one day's changes (the
      * date in PAYJRPPM, or today when no date is given) to
      * PAYJRNL.RPT: one line for every sensitive field a change
      * touched -- bank routing, bank account (all but the last four
      * characters masked), pay rate, pending rate row, and
      * employment status -- with the old and new values, then the
      * adds and rewrites each program made, and a sign-off block
      * for the reviewer. A new record's non-blank bank details and
      * pay rate are listed as sensitive too. Any sensitive change
      * ends the step with condition code 4 so the review is
      * scheduled before the next payday; a day with none ends with
      * condition code 0.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "PAYJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JRPT-FILE ASSIGN TO "PAYJRNL.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRPT-STATUS.
           SELECT PARM-FILE ASSIGN TO "PAYJRPPM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 870 CHARACTERS.
      * Same layout PAYJRNL writes. Within each master image only
      * the fields this report reviews are named.
       01  JOURNAL-RECORD.
           05  JR-PROGRAM-ID          PIC X(20).
           05  JR-ACTION              PIC X(1).
               88  JR-ADD             VALUE "A".
               88  JR-REWRITE         VALUE "R".
           05  JR-EMPLOYEE-ID         PIC 9(6).
           05  JR-REASON              PIC X(20).
           05  JR-CHANGE-DATE         PIC 9(8).
           05  JR-CHANGE-TIME         PIC 9(6).
           05  JR-BEFORE-IMAGE.
               10  FILLER             PIC X(6).
               10  JB-LAST-NAME       PIC X(20).
               10  FILLER             PIC X(25).
               10  JB-PAY-RATE        PIC 9(5)V99.
               10  JB-PAY-RATE-X REDEFINES JB-PAY-RATE
                                      PIC X(7).
               10  FILLER             PIC X(60).
               10  JB-BANK-ROUTING    PIC X(9).
               10  JB-BANK-ACCOUNT    PIC X(17).
               10  FILLER             PIC X(22).
               10  JB-STATUS          PIC X(1).
               10  FILLER             PIC X(27).
               10  JB-RATE-ROW.
                   15  JB-NEW-PAY-RATE  PIC 9(5)V99.
                   15  JB-RATE-EFF-DATE PIC 9(8).
               10  FILLER             PIC X(191).
           05  JR-AFTER-IMAGE.
               10  FILLER             PIC X(6).
               10  JA-LAST-NAME       PIC X(20).
               10  FILLER             PIC X(25).
               10  JA-PAY-RATE        PIC 9(5)V99.
               10  JA-PAY-RATE-X REDEFINES JA-PAY-RATE
                                      PIC X(7).
               10  FILLER             PIC X(60).
               10  JA-BANK-ROUTING    PIC X(9).
               10  JA-BANK-ACCOUNT    PIC X(17).
               10  FILLER             PIC X(22).
               10  JA-STATUS          PIC X(1).
               10  FILLER             PIC X(27).
               10  JA-RATE-ROW.
                   15  JA-NEW-PAY-RATE  PIC 9(5)V99.
                   15  JA-RATE-EFF-DATE PIC 9(8).
               10  FILLER             PIC X(191).
           05  FILLER                 PIC X(9).
       FD  JRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  JRPT-RECORD                PIC X(132).
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
       01  PARM-RECORD.
           05  JRP-REPORT-DATE        PIC 9(8).
           05  FILLER                 PIC X(2).
       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS          PIC XX.
           88  JOURNAL-OK             VALUE "00".
           88  JOURNAL-NOT-FOUND      VALUE "35".
       01  WS-JRPT-STATUS             PIC XX.
           88  JRPT-OK                VALUE "00".
       01  WS-PARM-STATUS             PIC XX.
           88  PARM-OK                VALUE "00".
       01  WS-EOF-FLAG                PIC 9 VALUE 0.
           88  END-OF-JOURNAL         VALUE 1.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  FILLER                 PIC X(13).
       01  WS-REPORT-DATE             PIC 9(8) VALUE 0.
       01  WS-RECORDS-READ            PIC 9(7) VALUE 0.
       01  WS-DAY-CHANGES             PIC 9(7) VALUE 0.
       01  WS-SENSITIVE-COUNT         PIC 9(7) VALUE 0.
      * Adds and rewrites per updating program for the day
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 20 TIMES.
               10  WS-PGM-ID          PIC X(20).
               10  WS-PGM-ADDS        PIC 9(7).
               10  WS-PGM-REWRITES    PIC 9(7).
               10  WS-PGM-SENSITIVE   PIC 9(7).
       01  WS-PGM-USED                PIC 99 VALUE 0.
       01  WS-PGM-SUB                 PIC 99 VALUE 0.
       01  WS-PGM-FOUND               PIC 9 VALUE 0.
           88  PGM-WAS-FOUND          VALUE 1.
      * Value formatting for the change lines
       01  WS-FMT-RATE                PIC ZZZZ9.99.
       01  WS-ACCT-SUB                PIC S99 VALUE 0.
       01  WS-MASK-ACCOUNT            PIC X(17) VALUE SPACES.
       01  WS-MASK-INPUT              PIC X(17) VALUE SPACES.
       01  WS-HDR-LINE.
           05  FILLER                 PIC X(36)
               VALUE "EMPMAST CHANGE JOURNAL -- CHANGES OF".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-HDR-DATE            PIC 9(8).
           05  FILLER                 PIC X(87) VALUE SPACES.
       01  WS-PGM-COL-LINE.
           05  FILLER                 PIC X(21) VALUE "PROGRAM".
           05  FILLER                 PIC X(9) VALUE "     ADDS".
           05  FILLER                 PIC X(9) VALUE " REWRITES".
           05  FILLER                 PIC X(10) VALUE " SENSITIVE".
           05  FILLER                 PIC X(83) VALUE SPACES.
       01  WS-PGM-LINE.
           05  WS-PGL-PROGRAM         PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PGL-ADDS            PIC Z(8)9.
           05  WS-PGL-REWRITES        PIC Z(8)9.
           05  WS-PGL-SENSITIVE       PIC Z(9)9.
           05  FILLER                 PIC X(83) VALUE SPACES.
       01  WS-SENS-HDR-LINE.
           05  FILLER                 PIC X(40)
               VALUE "SENSITIVE FIELD CHANGES -- REVIEW BEFORE".
           05  FILLER                 PIC X(12) VALUE " NEXT PAYDAY".
           05  FILLER                 PIC X(80) VALUE SPACES.
       01  WS-SENS-COL-LINE.
           05  FILLER                 PIC X(7) VALUE "EMP".
           05  FILLER                 PIC X(19) VALUE "NAME".
           05  FILLER                 PIC X(21) VALUE "PROGRAM".
           05  FILLER                 PIC X(21) VALUE "REASON".
           05  FILLER                 PIC X(7) VALUE "TIME".
           05  FILLER                 PIC X(11) VALUE "FIELD".
           05  FILLER                 PIC X(22) VALUE "OLD VALUE".
           05  FILLER                 PIC X(24) VALUE "NEW VALUE".
       01  WS-CHG-LINE.
           05  WS-CHL-EMP             PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CHL-NAME            PIC X(18).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CHL-PROGRAM         PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CHL-REASON          PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CHL-TIME            PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CHL-FIELD           PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CHL-OLD             PIC X(21).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CHL-NEW             PIC X(21).
           05  FILLER                 PIC X(3) VALUE SPACES.
       01  WS-NONE-LINE.
           05  FILLER                 PIC X(40)
               VALUE "NO SENSITIVE FIELD CHANGES ON THIS DATE".
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  WS-SIGNOFF-LINE.
           05  FILLER                 PIC X(40)
               VALUE "REVIEWED BY: ____________________  DATE:".
           05  FILLER                 PIC X(12) VALUE " ___________".
           05  FILLER                 PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAIN: Report the day's journal entries, then the
      * sensitive-field review lines
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           OPEN INPUT PARM-FILE
           IF PARM-OK
               READ PARM-FILE
                   NOT AT END
                       IF JRP-REPORT-DATE NUMERIC
                           MOVE JRP-REPORT-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-REPORT-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE TO WS-REPORT-DATE
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-NOT-FOUND
               DISPLAY "NO PAYJRNL.DAT -- NO MASTER CHANGES JOURNALED"
               SET END-OF-JOURNAL TO TRUE
           ELSE
               IF NOT JOURNAL-OK
                   DISPLAY "ERROR: OPEN JOURNAL-FILE FAILED: "
                       WS-JOURNAL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT JRPT-FILE
           IF NOT JRPT-OK
               DISPLAY "ERROR: OPEN PAYJRNL.RPT FAILED: "
                   WS-JRPT-STATUS
               IF NOT END-OF-JOURNAL
                   CLOSE JOURNAL-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REPORT-DATE TO WS-HDR-DATE
           WRITE JRPT-RECORD FROM WS-HDR-LINE
           MOVE SPACES TO JRPT-RECORD
           WRITE JRPT-RECORD
           WRITE JRPT-RECORD FROM WS-SENS-HDR-LINE
           WRITE JRPT-RECORD FROM WS-SENS-COL-LINE
           PERFORM 1000-READ-JOURNAL
               UNTIL END-OF-JOURNAL
           IF WS-JOURNAL-STATUS NOT = "35"
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-SENSITIVE-COUNT = 0
               WRITE JRPT-RECORD FROM WS-NONE-LINE
           END-IF
           PERFORM 4000-WRITE-PROGRAM-SUMMARY
           MOVE SPACES TO JRPT-RECORD
           WRITE JRPT-RECORD
           WRITE JRPT-RECORD FROM WS-SIGNOFF-LINE
           CLOSE JRPT-FILE
           DISPLAY "REPORT DATE:       " WS-REPORT-DATE
           DISPLAY "JOURNAL READ:      " WS-RECORDS-READ
           DISPLAY "CHANGES ON DATE:   " WS-DAY-CHANGES
           DISPLAY "SENSITIVE CHANGES: " WS-SENSITIVE-COUNT
           IF WS-SENSITIVE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *===============================================================
      * 1000-READ-JOURNAL: Count the report date's entries by
      * program and review each one's sensitive fields
      *===============================================================
       1000-READ-JOURNAL SECTION.
       1000-READ-PARA.
           READ JOURNAL-FILE
               AT END
                   SET END-OF-JOURNAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF JR-CHANGE-DATE = WS-REPORT-DATE
                       ADD 1 TO WS-DAY-CHANGES
                       PERFORM 3000-COUNT-PROGRAM
                       PERFORM 2000-CHECK-SENSITIVE
                   END-IF
           END-READ.

      *===============================================================
      * 2000-CHECK-SENSITIVE: One change line per sensitive field
      * whose value differs between the before and after images. A
      * new record has no before image -- its bank details and pay
      * rate are listed whenever they are present.
      *===============================================================
       2000-CHECK-SENSITIVE SECTION.
       2000-CHECK-PARA.
           MOVE JR-EMPLOYEE-ID TO WS-CHL-EMP
           MOVE JA-LAST-NAME TO WS-CHL-NAME
           MOVE JR-PROGRAM-ID TO WS-CHL-PROGRAM
           MOVE JR-REASON TO WS-CHL-REASON
           MOVE JR-CHANGE-TIME TO WS-CHL-TIME
           IF JR-ADD
               IF JA-BANK-ROUTING NOT = SPACES
                   MOVE "ROUTING" TO WS-CHL-FIELD
                   MOVE "(NEW RECORD)" TO WS-CHL-OLD
                   MOVE JA-BANK-ROUTING TO WS-CHL-NEW
                   PERFORM 2100-WRITE-CHANGE-LINE
               END-IF
               IF JA-BANK-ACCOUNT NOT = SPACES
                   MOVE "ACCOUNT" TO WS-CHL-FIELD
                   MOVE "(NEW RECORD)" TO WS-CHL-OLD
                   MOVE JA-BANK-ACCOUNT TO WS-MASK-INPUT
                   PERFORM 2200-MASK-ACCOUNT
                   MOVE WS-MASK-ACCOUNT TO WS-CHL-NEW
                   PERFORM 2100-WRITE-CHANGE-LINE
               END-IF
               IF JA-PAY-RATE NUMERIC AND JA-PAY-RATE > 0
                   MOVE "PAY RATE" TO WS-CHL-FIELD
                   MOVE "(NEW RECORD)" TO WS-CHL-OLD
                   MOVE JA-PAY-RATE TO WS-FMT-RATE
                   MOVE WS-FMT-RATE TO WS-CHL-NEW
                   PERFORM 2100-WRITE-CHANGE-LINE
               END-IF
               EXIT SECTION
           END-IF
           IF JA-BANK-ROUTING NOT = JB-BANK-ROUTING
               MOVE "ROUTING" TO WS-CHL-FIELD
               MOVE JB-BANK-ROUTING TO WS-CHL-OLD
               MOVE JA-BANK-ROUTING TO WS-CHL-NEW
               PERFORM 2100-WRITE-CHANGE-LINE
           END-IF
           IF JA-BANK-ACCOUNT NOT = JB-BANK-ACCOUNT
               MOVE "ACCOUNT" TO WS-CHL-FIELD
               MOVE JB-BANK-ACCOUNT TO WS-MASK-INPUT
               PERFORM 2200-MASK-ACCOUNT
               MOVE WS-MASK-ACCOUNT TO WS-CHL-OLD
               MOVE JA-BANK-ACCOUNT TO WS-MASK-INPUT
               PERFORM 2200-MASK-ACCOUNT
               MOVE WS-MASK-ACCOUNT TO WS-CHL-NEW
               PERFORM 2100-WRITE-CHANGE-LINE
           END-IF
           IF JA-PAY-RATE-X NOT = JB-PAY-RATE-X
               MOVE "PAY RATE" TO WS-CHL-FIELD
               MOVE SPACES TO WS-CHL-OLD
               IF JB-PAY-RATE NUMERIC
                   MOVE JB-PAY-RATE TO WS-FMT-RATE
                   MOVE WS-FMT-RATE TO WS-CHL-OLD
               END-IF
               MOVE SPACES TO WS-CHL-NEW
               IF JA-PAY-RATE NUMERIC
                   MOVE JA-PAY-RATE TO WS-FMT-RATE
                   MOVE WS-FMT-RATE TO WS-CHL-NEW
               END-IF
               PERFORM 2100-WRITE-CHANGE-LINE
           END-IF
           IF JA-RATE-ROW NOT = JB-RATE-ROW
               MOVE "PEND RATE" TO WS-CHL-FIELD
               MOVE SPACES TO WS-CHL-OLD
               IF JB-NEW-PAY-RATE NUMERIC
                   AND JB-RATE-EFF-DATE NUMERIC
                   MOVE JB-NEW-PAY-RATE TO WS-FMT-RATE
                   STRING WS-FMT-RATE DELIMITED BY SIZE
                          " EFF " DELIMITED BY SIZE
                          JB-RATE-EFF-DATE DELIMITED BY SIZE
                          INTO WS-CHL-OLD
               END-IF
               MOVE SPACES TO WS-CHL-NEW
               IF JA-NEW-PAY-RATE NUMERIC
                   AND JA-RATE-EFF-DATE NUMERIC
                   MOVE JA-NEW-PAY-RATE TO WS-FMT-RATE
                   STRING WS-FMT-RATE DELIMITED BY SIZE
                          " EFF " DELIMITED BY SIZE
                          JA-RATE-EFF-DATE DELIMITED BY SIZE
                          INTO WS-CHL-NEW
               END-IF
               PERFORM 2100-WRITE-CHANGE-LINE
           END-IF
           IF JA-STATUS NOT = JB-STATUS
               MOVE "STATUS" TO WS-CHL-FIELD
               MOVE JB-STATUS TO WS-CHL-OLD
               MOVE JA-STATUS TO WS-CHL-NEW
               PERFORM 2100-WRITE-CHANGE-LINE
           END-IF.

       2100-WRITE-CHANGE-LINE SECTION.
       2100-WRITE-PARA.
           WRITE JRPT-RECORD FROM WS-CHG-LINE
           ADD 1 TO WS-SENSITIVE-COUNT
           ADD 1 TO WS-PGM-SENSITIVE(WS-PGM-SUB).

      *===============================================================
      * 2200-MASK-ACCOUNT: Stars over all but the last four
      * characters actually keyed in the account number
      *===============================================================
       2200-MASK-ACCOUNT SECTION.
       2200-MASK-PARA.
           MOVE WS-MASK-INPUT TO WS-MASK-ACCOUNT
           MOVE 17 TO WS-ACCT-SUB
           PERFORM UNTIL WS-ACCT-SUB = 0
                   OR WS-MASK-INPUT(WS-ACCT-SUB:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ACCT-SUB
           END-PERFORM
           SUBTRACT 4 FROM WS-ACCT-SUB
           PERFORM UNTIL WS-ACCT-SUB < 1
               MOVE "*" TO WS-MASK-ACCOUNT(WS-ACCT-SUB:1)
               SUBTRACT 1 FROM WS-ACCT-SUB
           END-PERFORM.

      *===============================================================
      * 3000-COUNT-PROGRAM: Find or add the updating program's row
      * and count the entry as an add or a rewrite
      *===============================================================
       3000-COUNT-PROGRAM SECTION.
       3000-COUNT-PARA.
           MOVE 0 TO WS-PGM-FOUND
           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > WS-PGM-USED OR PGM-WAS-FOUND
               IF WS-PGM-ID(WS-PGM-SUB) = JR-PROGRAM-ID
                   SET PGM-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF PGM-WAS-FOUND
               SUBTRACT 1 FROM WS-PGM-SUB
           ELSE
               IF WS-PGM-USED < 20
                   ADD 1 TO WS-PGM-USED
                   MOVE WS-PGM-USED TO WS-PGM-SUB
                   MOVE JR-PROGRAM-ID TO WS-PGM-ID(WS-PGM-SUB)
                   MOVE 0 TO WS-PGM-ADDS(WS-PGM-SUB)
                   MOVE 0 TO WS-PGM-REWRITES(WS-PGM-SUB)
                   MOVE 0 TO WS-PGM-SENSITIVE(WS-PGM-SUB)
               ELSE
                   DISPLAY "PROGRAM TABLE FULL, COUNTING UNDER LAST: "
                       JR-PROGRAM-ID
                   MOVE 20 TO WS-PGM-SUB
               END-IF
           END-IF
           IF JR-ADD
               ADD 1 TO WS-PGM-ADDS(WS-PGM-SUB)
           ELSE
               ADD 1 TO WS-PGM-REWRITES(WS-PGM-SUB)
           END-IF.

      *===============================================================
      * 4000-WRITE-PROGRAM-SUMMARY: The day's adds, rewrites and
      * sensitive changes by updating program
      *===============================================================
       4000-WRITE-PROGRAM-SUMMARY SECTION.
       4000-SUMMARY-PARA.
           MOVE SPACES TO JRPT-RECORD
           WRITE JRPT-RECORD
           WRITE JRPT-RECORD FROM WS-PGM-COL-LINE
           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > WS-PGM-USED
               MOVE WS-PGM-ID(WS-PGM-SUB) TO WS-PGL-PROGRAM
               MOVE WS-PGM-ADDS(WS-PGM-SUB) TO WS-PGL-ADDS
               MOVE WS-PGM-REWRITES(WS-PGM-SUB) TO WS-PGL-REWRITES
               MOVE WS-PGM-SENSITIVE(WS-PGM-SUB) TO WS-PGL-SENSITIVE
               WRITE JRPT-RECORD FROM WS-PGM-LINE
           END-PERFORM.
