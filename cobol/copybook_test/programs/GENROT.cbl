      *---------------------------------------------------------------
      * GENROT.cbl -- Generation rotation for the NEW-file pattern
      * Rotates what operations used to rename by hand: each pair
      * on ROTPAIRS names the file a step reads (COLLQ) and the NEW
      * copy the step writes for tomorrow (COLLQNEW). A rotation
      * moves the current file down to generation 1 (<name>.G01,
      * older ones to .G02 and on, the oldest past the pair's
      * generation count emptied) and moves the NEW file over the
      * current name.
      *
      * A file is moved by copying its records to the target name
      * with ordinary READ/WRITE and then emptying it, checking the
      * file status at every step. The copy goes through a fixed-
      * length file pair matching the producer's layout, chosen by
      * the pair's record length; a ROTPAIRS row whose length has
      * no layout here is refused at condition code 8 -- adding a
      * rotated file of a new length means adding its pair of FDs
      * and a WS-LAYOUT-TABLE entry. A missing or empty file counts
      * as not there, so a rotated NEW file is left empty until its
      * producer writes the next one.
      *
      * A pair is rotated only when all of these hold, and refused
      * with condition code 4 (8 for a count out of range) when not:
      *   - the NEW file has records (a missing or empty NEW file is
      *     a quiet skip -- the producer did not run tonight);
      *   - the producing step's latest JOBSTAT record for the
      *     business date is complete (a blank producer on the pair
      *     waives this, for files written outside JOBCTL);
      *   - this producer run (its run date and end time) has not
      *     already been rotated in -- ROTLOG is read back, and only
      *     a rollback since clears it. Rotating the same night's
      *     file twice pushes a good generation off the end. A
      *     blank producer is stamped with this run instead, its
      *     NEW file being empty once rotated;
      *   - every NEW record is the pair's record length, and the
      *     NEW record count is within the pair's minimum and
      *     maximum percent of the current file's. An empty or
      *     missing current file takes any count; a zero maximum
      *     means no upper limit.
      *
      * ROTPARM byte 1 'B' rolls the pair named in bytes 2-21 back
      * one generation instead: the current file goes back to the
      * NEW name, generation 1 becomes current again and the older
      * generations move up. It is refused while the NEW file has
      * records. Without ROTPARM every pair is rotated; with a name
      * and action 'R' only that pair is.
      *
      * Every rotation, rollback, skip and refusal is appended to
      * ROTLOG. A move that fails part-way stops the run at
      * condition code 12 so the generations can be put right by
      * hand before anything else moves.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENROT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAIR-FILE
               ASSIGN TO 'ROTPAIRS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAIR-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'ROTPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT STEP-STATUS-FILE
               ASSIGN TO 'JOBSTAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JST-STATUS.

           SELECT ROTATION-LOG-FILE
               ASSIGN TO 'ROTLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      *    The file being moved and the name it is moved to, one
      *    pair of fixed-length files per record length a rotated
      *    file has -- the layout is chosen from the pair's record
      *    length (see WS-LAYOUT-TABLE). The generations of every
      *    pair pass through these.
           SELECT GEN-IN-028
               ASSIGN TO DYNAMIC WS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT GEN-OUT-028
               ASSIGN TO DYNAMIC WS-FILE-NAME-2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT GEN-IN-038
               ASSIGN TO DYNAMIC WS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT GEN-OUT-038
               ASSIGN TO DYNAMIC WS-FILE-NAME-2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT GEN-IN-044
               ASSIGN TO DYNAMIC WS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT GEN-OUT-044
               ASSIGN TO DYNAMIC WS-FILE-NAME-2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT GEN-IN-049
               ASSIGN TO DYNAMIC WS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT GEN-OUT-049
               ASSIGN TO DYNAMIC WS-FILE-NAME-2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT GEN-IN-050
               ASSIGN TO DYNAMIC WS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT GEN-OUT-050
               ASSIGN TO DYNAMIC WS-FILE-NAME-2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT GEN-IN-052
               ASSIGN TO DYNAMIC WS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT GEN-OUT-052
               ASSIGN TO DYNAMIC WS-FILE-NAME-2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT GEN-IN-062
               ASSIGN TO DYNAMIC WS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT GEN-OUT-062
               ASSIGN TO DYNAMIC WS-FILE-NAME-2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT GEN-IN-064
               ASSIGN TO DYNAMIC WS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT GEN-OUT-064
               ASSIGN TO DYNAMIC WS-FILE-NAME-2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT GEN-IN-073
               ASSIGN TO DYNAMIC WS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT GEN-OUT-073
               ASSIGN TO DYNAMIC WS-FILE-NAME-2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT GEN-IN-092
               ASSIGN TO DYNAMIC WS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT GEN-OUT-092
               ASSIGN TO DYNAMIC WS-FILE-NAME-2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT GEN-IN-109
               ASSIGN TO DYNAMIC WS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT GEN-OUT-109
               ASSIGN TO DYNAMIC WS-FILE-NAME-2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT GEN-IN-111
               ASSIGN TO DYNAMIC WS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT GEN-OUT-111
               ASSIGN TO DYNAMIC WS-FILE-NAME-2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT GEN-IN-113
               ASSIGN TO DYNAMIC WS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT GEN-OUT-113
               ASSIGN TO DYNAMIC WS-FILE-NAME-2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT GEN-IN-7976
               ASSIGN TO DYNAMIC WS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT GEN-OUT-7976
               ASSIGN TO DYNAMIC WS-FILE-NAME-2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAIR-FILE.
       01  PAIR-RECORD.
           COPY ROTATION-PAIR.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  RTP-ACTION          PIC X(01).
               88  RTP-ROLLBACK    VALUE 'B'.
               88  RTP-ROTATE      VALUE 'R' ' '.
           05  RTP-DSN             PIC X(20).

       FD  STEP-STATUS-FILE.
       01  STEP-STATUS-RECORD.
           COPY JOB-STEP-STATUS.

       FD  ROTATION-LOG-FILE.
       01  ROTATION-LOG-RECORD.
           COPY ROTATION-LOG.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       FD  GEN-IN-028
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
       01  GEN-IN-028-RECORD       PIC X(28).

       FD  GEN-OUT-028
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
       01  GEN-OUT-028-RECORD      PIC X(28).

       FD  GEN-IN-038
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
       01  GEN-IN-038-RECORD       PIC X(38).

       FD  GEN-OUT-038
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
       01  GEN-OUT-038-RECORD      PIC X(38).

       FD  GEN-IN-044
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  GEN-IN-044-RECORD       PIC X(44).

       FD  GEN-OUT-044
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  GEN-OUT-044-RECORD      PIC X(44).

       FD  GEN-IN-049
           RECORDING MODE IS F
           RECORD CONTAINS 49 CHARACTERS.
       01  GEN-IN-049-RECORD       PIC X(49).

       FD  GEN-OUT-049
           RECORDING MODE IS F
           RECORD CONTAINS 49 CHARACTERS.
       01  GEN-OUT-049-RECORD      PIC X(49).

       FD  GEN-IN-050
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  GEN-IN-050-RECORD       PIC X(50).

       FD  GEN-OUT-050
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  GEN-OUT-050-RECORD      PIC X(50).

       FD  GEN-IN-052
           RECORDING MODE IS F
           RECORD CONTAINS 52 CHARACTERS.
       01  GEN-IN-052-RECORD       PIC X(52).

       FD  GEN-OUT-052
           RECORDING MODE IS F
           RECORD CONTAINS 52 CHARACTERS.
       01  GEN-OUT-052-RECORD      PIC X(52).

       FD  GEN-IN-062
           RECORDING MODE IS F
           RECORD CONTAINS 62 CHARACTERS.
       01  GEN-IN-062-RECORD       PIC X(62).

       FD  GEN-OUT-062
           RECORDING MODE IS F
           RECORD CONTAINS 62 CHARACTERS.
       01  GEN-OUT-062-RECORD      PIC X(62).

       FD  GEN-IN-064
           RECORDING MODE IS F
           RECORD CONTAINS 64 CHARACTERS.
       01  GEN-IN-064-RECORD       PIC X(64).

       FD  GEN-OUT-064
           RECORDING MODE IS F
           RECORD CONTAINS 64 CHARACTERS.
       01  GEN-OUT-064-RECORD      PIC X(64).

       FD  GEN-IN-073
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  GEN-IN-073-RECORD       PIC X(73).

       FD  GEN-OUT-073
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  GEN-OUT-073-RECORD      PIC X(73).

       FD  GEN-IN-092
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01  GEN-IN-092-RECORD       PIC X(92).

       FD  GEN-OUT-092
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01  GEN-OUT-092-RECORD      PIC X(92).

       FD  GEN-IN-109
           RECORDING MODE IS F
           RECORD CONTAINS 109 CHARACTERS.
       01  GEN-IN-109-RECORD       PIC X(109).

       FD  GEN-OUT-109
           RECORDING MODE IS F
           RECORD CONTAINS 109 CHARACTERS.
       01  GEN-OUT-109-RECORD      PIC X(109).

       FD  GEN-IN-111
           RECORDING MODE IS F
           RECORD CONTAINS 111 CHARACTERS.
       01  GEN-IN-111-RECORD       PIC X(111).

       FD  GEN-OUT-111
           RECORDING MODE IS F
           RECORD CONTAINS 111 CHARACTERS.
       01  GEN-OUT-111-RECORD      PIC X(111).

       FD  GEN-IN-113
           RECORDING MODE IS F
           RECORD CONTAINS 113 CHARACTERS.
       01  GEN-IN-113-RECORD       PIC X(113).

       FD  GEN-OUT-113
           RECORDING MODE IS F
           RECORD CONTAINS 113 CHARACTERS.
       01  GEN-OUT-113-RECORD      PIC X(113).

       FD  GEN-IN-7976
           RECORDING MODE IS F
           RECORD CONTAINS 7976 CHARACTERS.
       01  GEN-IN-7976-RECORD      PIC X(7976).

       FD  GEN-OUT-7976
           RECORDING MODE IS F
           RECORD CONTAINS 7976 CHARACTERS.
       01  GEN-OUT-7976-RECORD     PIC X(7976).

       WORKING-STORAGE SECTION.
       01  WS-PAIR-STATUS          PIC XX.
           88  WS-PAIR-SUCCESS     VALUE '00'.
           88  WS-PAIR-EOF         VALUE '10'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
       01  WS-JST-STATUS           PIC XX.
           88  WS-JST-SUCCESS      VALUE '00'.
           88  WS-JST-EOF          VALUE '10'.
       01  WS-LOG-STATUS           PIC XX.
           88  WS-LOG-SUCCESS      VALUE '00'.
           88  WS-LOG-EOF          VALUE '10'.
           88  WS-LOG-NOT-FOUND    VALUE '35'.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
       01  WS-CURRENT-TIME         PIC 9(06) VALUE ZEROS.

       01  WS-ACTION               PIC X(01) VALUE 'R'.
           88  WS-DO-ROTATE        VALUE 'R'.
           88  WS-DO-ROLLBACK      VALUE 'B'.
       01  WS-SELECT-DSN           PIC X(20) VALUE SPACES.
       01  WS-SELECT-FOUND         PIC X VALUE 'N'.
           88  SELECT-WAS-FOUND    VALUE 'Y'.
       01  WS-PAIR-ERROR           PIC X VALUE 'N'.
           88  PAIR-TABLE-IN-ERROR VALUE 'Y'.
       01  WS-STOP-RUN             PIC X VALUE 'N'.
           88  WS-STOPPING         VALUE 'Y'.
       01  WS-HIGH-RC              PIC 9(04) VALUE ZEROS.

      *    File pairs from ROTPAIRS, with the producer run last
      *    rotated in for each (from ROTLOG; zeros once rolled back).
       01  WS-PAIR-MAX             PIC 9(03) VALUE 50.
       01  WS-PAIR-USED            PIC 9(03) VALUE ZEROS.
       01  WS-PAIR-IDX             PIC 9(03) VALUE ZEROS.
       01  WS-PAIR-SUB             PIC 9(03) VALUE ZEROS.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 50 TIMES.
               10  WS-PR-CURRENT    PIC X(20).
               10  WS-PR-NEW        PIC X(20).
               10  WS-PR-PRODUCER   PIC X(08).
               10  WS-PR-RECLEN     PIC 9(05).
               10  WS-PR-LAYOUT     PIC 9(02).
               10  WS-PR-MIN-PCT    PIC 9(03).
               10  WS-PR-MAX-PCT    PIC 9(04).
               10  WS-PR-GENS       PIC 9(02).
               10  WS-PR-LAST-DATE  PIC 9(08).
               10  WS-PR-LAST-TIME  PIC 9(06).

      *    Latest JOBSTAT record per step for the business date.
       01  WS-STEP-MAX             PIC 9(03) VALUE 99.
       01  WS-STEP-USED            PIC 9(03) VALUE ZEROS.
       01  WS-STEP-IDX             PIC 9(03) VALUE ZEROS.
       01  WS-STEP-SUB             PIC 9(03) VALUE ZEROS.
       01  WS-FIND-STEP            PIC X(08) VALUE SPACES.
       01  WS-STEP-FOUND           PIC X VALUE 'N'.
           88  STEP-WAS-FOUND      VALUE 'Y'.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 99 TIMES.
               10  WS-STP-NAME      PIC X(08).
               10  WS-STP-END       PIC 9(06).
               10  WS-STP-STATUS    PIC X(01).

      *    The file being checked or moved. A file is present when
      *    it has at least one record, or when it is there but not
      *    in the pair's layout -- which is then noted.
       01  WS-SRC-STATUS           PIC XX.
           88  WS-SRC-SUCCESS      VALUE '00'.
           88  WS-SRC-EOF          VALUE '10'.
           88  WS-SRC-NOT-FOUND    VALUE '35'.
           88  WS-SRC-WRONG-LAYOUT VALUE '39'.
       01  WS-TGT-STATUS           PIC XX.
           88  WS-TGT-SUCCESS      VALUE '00'.
       01  WS-GEN-RECORD           PIC X(7976).

      *    Record lengths there is a GEN-IN/GEN-OUT layout for, in
      *    the order the layouts are numbered:
      *    MSAVG, AUTHHOLD, COLLQ, PTPFILE, CHKREG, PLANMAST, FRAUDQ,
      *    DSPCASE, COMPHOLD, UACSUSP, GWPEND, STRUCTQ, SETLMAST,
      *    CARDARCH.
       01  WS-LAYOUT-VALUES.
           05  FILLER              PIC 9(05) VALUE 28.
           05  FILLER              PIC 9(05) VALUE 38.
           05  FILLER              PIC 9(05) VALUE 44.
           05  FILLER              PIC 9(05) VALUE 49.
           05  FILLER              PIC 9(05) VALUE 50.
           05  FILLER              PIC 9(05) VALUE 52.
           05  FILLER              PIC 9(05) VALUE 62.
           05  FILLER              PIC 9(05) VALUE 64.
           05  FILLER              PIC 9(05) VALUE 73.
           05  FILLER              PIC 9(05) VALUE 92.
           05  FILLER              PIC 9(05) VALUE 109.
           05  FILLER              PIC 9(05) VALUE 111.
           05  FILLER              PIC 9(05) VALUE 113.
           05  FILLER              PIC 9(05) VALUE 7976.
       01  WS-LAYOUT-TABLE REDEFINES WS-LAYOUT-VALUES.
           05  WS-LAYOUT-LENGTH    PIC 9(05) OCCURS 14 TIMES.
       01  WS-LAYOUT-COUNT         PIC 9(02) VALUE 14.
       01  WS-LAYOUT-IDX           PIC 9(02) VALUE ZEROS.
       01  WS-LAYOUT               PIC 9(02) VALUE ZEROS.
       01  WS-FILE-NAME            PIC X(24) VALUE SPACES.
       01  WS-FILE-NAME-2          PIC X(24) VALUE SPACES.
       01  WS-FILE-RECORDS         PIC 9(09) VALUE ZEROS.
       01  WS-FILE-EXISTS          PIC X VALUE 'N'.
           88  FILE-IS-PRESENT     VALUE 'Y'.
       01  WS-FILE-LENGTH-OK       PIC X VALUE 'Y'.
           88  FILE-LENGTHS-MATCH  VALUE 'Y'.
       01  WS-MOVE-OK              PIC X VALUE 'Y'.
           88  MOVE-WORKED         VALUE 'Y'.

      *    Generation names are <current>.Gnn.
       01  WS-GEN-NUMBER           PIC 9(02) VALUE ZEROS.
       01  WS-GEN-IDX              PIC 9(02) VALUE ZEROS.
       01  WS-GEN-NAME             PIC X(24) VALUE SPACES.

      *    The pair being worked.
       01  WS-PROD-DATE            PIC 9(08) VALUE ZEROS.
       01  WS-PROD-TIME            PIC 9(06) VALUE ZEROS.
       01  WS-OLD-COUNT            PIC 9(09) VALUE ZEROS.
       01  WS-NEW-COUNT            PIC 9(09) VALUE ZEROS.
       01  WS-COUNT-PCT            PIC 9(07) VALUE ZEROS.
       01  WS-PAIR-OK              PIC X VALUE 'Y'.
           88  PAIR-IS-OK          VALUE 'Y'.

       01  WS-ROTATED-COUNT        PIC 9(03) VALUE ZEROS.
       01  WS-ROLLED-BACK-COUNT    PIC 9(03) VALUE ZEROS.
       01  WS-SKIPPED-COUNT        PIC 9(03) VALUE ZEROS.
       01  WS-REFUSED-COUNT        PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME
           PERFORM 0050-READ-PARAMETERS.
           IF NOT WS-DO-ROTATE AND NOT WS-DO-ROLLBACK
               DISPLAY 'GENROT: UNKNOWN ACTION ' WS-ACTION
                   ' ON ROTPARM -- NOTHING ROTATED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DO-ROLLBACK AND WS-SELECT-DSN = SPACES
               DISPLAY 'GENROT: ROLLBACK NEEDS A FILE NAME ON '
                   'ROTPARM -- NOTHING ROLLED BACK'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0100-LOAD-PAIRS.
           IF PAIR-TABLE-IN-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-SELECT-DSN NOT = SPACES
               PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-USED
                   IF WS-PR-CURRENT(WS-PAIR-IDX) = WS-SELECT-DSN
                       SET SELECT-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT SELECT-WAS-FOUND
                   DISPLAY 'GENROT: ' WS-SELECT-DSN
                       ' IS NOT ON ROTPAIRS -- NOTHING ROTATED'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM 0200-LOAD-STEP-STATUS.
           PERFORM 0300-LOAD-ROTATION-HISTORY.
           OPEN EXTEND ROTATION-LOG-FILE.
           IF WS-LOG-NOT-FOUND
               OPEN OUTPUT ROTATION-LOG-FILE
           END-IF.
           IF NOT WS-LOG-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-LOG-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-USED
               OR WS-STOPPING
               IF WS-SELECT-DSN = SPACES
                   OR WS-PR-CURRENT(WS-PAIR-IDX) = WS-SELECT-DSN
                   IF WS-DO-ROLLBACK
                       PERFORM 2000-ROLLBACK-PAIR
                   ELSE
                       PERFORM 1000-ROTATE-PAIR
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ROTATION-LOG-FILE.
           DISPLAY 'BUSINESS DATE:      ' WS-CURRENT-DATE.
           DISPLAY 'PAIRS ROTATED:      ' WS-ROTATED-COUNT.
           DISPLAY 'PAIRS ROLLED BACK:  ' WS-ROLLED-BACK-COUNT.
           DISPLAY 'PAIRS SKIPPED:      ' WS-SKIPPED-COUNT.
           DISPLAY 'PAIRS REFUSED:      ' WS-REFUSED-COUNT.
           IF WS-STOPPING
               DISPLAY 'MOVE FAILED -- GENERATIONS NEED MANUAL '
                   'REPAIR -- CONDITION CODE 12'
           END-IF
           MOVE WS-HIGH-RC TO RETURN-CODE
           GOBACK.

       0050-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-SUCCESS
               READ PARM-FILE
                   NOT AT END
                       IF RTP-ROTATE
                           MOVE 'R' TO WS-ACTION
                       ELSE
                           MOVE RTP-ACTION TO WS-ACTION
                       END-IF
                       MOVE RTP-DSN TO WS-SELECT-DSN
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *===============================================================
      * 0100-LOAD-PAIRS: Load ROTPAIRS. The table is required and
      * every row must be usable -- a rotation that cannot trust its
      * table moves nothing. A row whose record length has no file
      * layout here is refused alone, at condition code 8.
      *===============================================================
       0100-LOAD-PAIRS.
           OPEN INPUT PAIR-FILE
           IF NOT WS-PAIR-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-PAIR-STATUS
               SET PAIR-TABLE-IN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0110-READ-PAIR
               UNTIL WS-PAIR-EOF
           CLOSE PAIR-FILE
           IF WS-PAIR-USED = 0
               DISPLAY 'GENROT: NO PAIRS ON ROTPAIRS'
               SET PAIR-TABLE-IN-ERROR TO TRUE
           END-IF.

       0110-READ-PAIR.
           READ PAIR-FILE
               AT END SET WS-PAIR-EOF TO TRUE
               NOT AT END
                   PERFORM 0120-POST-PAIR
           END-READ.

       0120-POST-PAIR.
           IF ROT-CURRENT-DSN = SPACES
               OR ROT-NEW-DSN = SPACES
               OR ROT-CURRENT-DSN = ROT-NEW-DSN
               OR ROT-RECORD-LENGTH NOT NUMERIC
               OR ROT-RECORD-LENGTH = 0
               OR ROT-MIN-PCT NOT NUMERIC
               OR ROT-MAX-PCT NOT NUMERIC
               OR ROT-GENERATIONS NOT NUMERIC
               OR ROT-GENERATIONS = 0
               DISPLAY 'GENROT: UNUSABLE ROTPAIRS ROW FOR '
                   ROT-CURRENT-DSN
               SET PAIR-TABLE-IN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-PAIR-USED >= WS-PAIR-MAX
               DISPLAY 'PAIR TABLE FULL, DROPPING: ' ROT-CURRENT-DSN
               SET PAIR-TABLE-IN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF
      *    A record length with no file layout is refused on its own
      *    -- the other pairs still rotate.
           MOVE 0 TO WS-LAYOUT
           PERFORM VARYING WS-LAYOUT-IDX FROM 1 BY 1
               UNTIL WS-LAYOUT-IDX > WS-LAYOUT-COUNT
               OR WS-LAYOUT > 0
               IF WS-LAYOUT-LENGTH(WS-LAYOUT-IDX) = ROT-RECORD-LENGTH
                   MOVE WS-LAYOUT-IDX TO WS-LAYOUT
               END-IF
           END-PERFORM
           IF WS-LAYOUT = 0
               DISPLAY 'GENROT: NO FILE LAYOUT FOR RECORD LENGTH '
                   ROT-RECORD-LENGTH ' -- ' ROT-CURRENT-DSN
                   ' NOT ROTATED'
               ADD 1 TO WS-REFUSED-COUNT
               IF WS-HIGH-RC < 8
                   MOVE 8 TO WS-HIGH-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAIR-USED
           MOVE WS-LAYOUT         TO WS-PR-LAYOUT(WS-PAIR-USED)
           MOVE ROT-CURRENT-DSN   TO WS-PR-CURRENT(WS-PAIR-USED)
           MOVE ROT-NEW-DSN       TO WS-PR-NEW(WS-PAIR-USED)
           MOVE ROT-PRODUCER      TO WS-PR-PRODUCER(WS-PAIR-USED)
           MOVE ROT-RECORD-LENGTH TO WS-PR-RECLEN(WS-PAIR-USED)
           MOVE ROT-MIN-PCT       TO WS-PR-MIN-PCT(WS-PAIR-USED)
           MOVE ROT-MAX-PCT       TO WS-PR-MAX-PCT(WS-PAIR-USED)
           MOVE ROT-GENERATIONS   TO WS-PR-GENS(WS-PAIR-USED)
           MOVE 0 TO WS-PR-LAST-DATE(WS-PAIR-USED)
           MOVE 0 TO WS-PR-LAST-TIME(WS-PAIR-USED).

      *===============================================================
      * 0200-LOAD-STEP-STATUS: Keep the last JOBSTAT record per step
      * for the business date -- a step restarted and completed
      * counts as complete, exactly how JOBCTL resumes.
      *===============================================================
       0200-LOAD-STEP-STATUS.
           OPEN INPUT STEP-STATUS-FILE
           IF WS-JST-SUCCESS
               PERFORM 0210-READ-STEP-STATUS
                   UNTIL WS-JST-EOF
               CLOSE STEP-STATUS-FILE
           END-IF.

       0210-READ-STEP-STATUS.
           READ STEP-STATUS-FILE
               AT END SET WS-JST-EOF TO TRUE
               NOT AT END
                   IF JST-RUN-DATE = WS-CURRENT-DATE
                       PERFORM 0220-POST-STEP
                   END-IF
           END-READ.

       0220-POST-STEP.
           MOVE JST-STEP-NAME TO WS-FIND-STEP
           PERFORM 0230-FIND-STEP
           IF NOT STEP-WAS-FOUND
               IF WS-STEP-USED >= WS-STEP-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-STEP-USED
               MOVE WS-STEP-USED TO WS-STEP-SUB
               MOVE JST-STEP-NAME TO WS-STP-NAME(WS-STEP-SUB)
           END-IF
           MOVE JST-END-TIME TO WS-STP-END(WS-STEP-SUB)
           MOVE JST-STATUS   TO WS-STP-STATUS(WS-STEP-SUB).

       0230-FIND-STEP.
           MOVE 'N' TO WS-STEP-FOUND
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-USED
               OR STEP-WAS-FOUND
               IF WS-FIND-STEP = WS-STP-NAME(WS-STEP-IDX)
                   SET STEP-WAS-FOUND TO TRUE
                   MOVE WS-STEP-IDX TO WS-STEP-SUB
               END-IF
           END-PERFORM.

      *===============================================================
      * 0300-LOAD-ROTATION-HISTORY: Walk ROTLOG remembering, per
      * pair, the producer run last rotated in. A rollback since
      * clears it, so the restored NEW file may be rotated again.
      *===============================================================
       0300-LOAD-ROTATION-HISTORY.
           OPEN INPUT ROTATION-LOG-FILE
           IF WS-LOG-SUCCESS
               PERFORM 0310-READ-ROTATION-LOG
                   UNTIL WS-LOG-EOF
               CLOSE ROTATION-LOG-FILE
           END-IF.

       0310-READ-ROTATION-LOG.
           READ ROTATION-LOG-FILE
               AT END SET WS-LOG-EOF TO TRUE
               NOT AT END
                   PERFORM 0320-POST-ROTATION-LOG
           END-READ.

       0320-POST-ROTATION-LOG.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-USED
               IF WS-PR-CURRENT(WS-PAIR-SUB) = RTG-CURRENT-DSN
                   IF RTG-ROTATED
                       MOVE RTG-PROD-RUN-DATE
                           TO WS-PR-LAST-DATE(WS-PAIR-SUB)
                       MOVE RTG-PROD-END-TIME
                           TO WS-PR-LAST-TIME(WS-PAIR-SUB)
                   END-IF
                   IF RTG-ROLLED-BACK
                       MOVE 0 TO WS-PR-LAST-DATE(WS-PAIR-SUB)
                       MOVE 0 TO WS-PR-LAST-TIME(WS-PAIR-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      *===============================================================
      * 1000-ROTATE-PAIR: Apply the rotation checks to one pair,
      * then shift the generations down and move NEW to current.
      *===============================================================
       1000-ROTATE-PAIR.
           MOVE 0 TO WS-PROD-DATE
           MOVE 0 TO WS-PROD-TIME
           MOVE 0 TO WS-OLD-COUNT
           MOVE 0 TO WS-NEW-COUNT
           MOVE WS-PR-NEW(WS-PAIR-IDX) TO WS-FILE-NAME
           PERFORM 7000-CHECK-FILE
           IF NOT FILE-IS-PRESENT
               MOVE 'SK' TO RTG-ACTION
               MOVE 'NO NEW FILE TO ROTATE' TO RTG-REASON
               ADD 1 TO WS-SKIPPED-COUNT
               PERFORM 8000-WRITE-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM 1100-CHECK-PRODUCER
           IF NOT PAIR-IS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-CHECK-COUNTS
           IF NOT PAIR-IS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 1300-SHIFT-GENERATIONS
           IF WS-STOPPING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PR-NEW(WS-PAIR-IDX)     TO WS-FILE-NAME
           MOVE WS-PR-CURRENT(WS-PAIR-IDX) TO WS-FILE-NAME-2
           PERFORM 7100-MOVE-FILE
           IF NOT MOVE-WORKED
               PERFORM 1900-MOVE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 'RO' TO RTG-ACTION
           MOVE 'ROTATED' TO RTG-REASON
           MOVE WS-PROD-DATE TO WS-PR-LAST-DATE(WS-PAIR-IDX)
           MOVE WS-PROD-TIME TO WS-PR-LAST-TIME(WS-PAIR-IDX)
           ADD 1 TO WS-ROTATED-COUNT
           PERFORM 8000-WRITE-LOG
           DISPLAY 'GENROT: ' WS-PR-NEW(WS-PAIR-IDX) ' ROTATED TO '
               WS-PR-CURRENT(WS-PAIR-IDX).

      *===============================================================
      * 1100-CHECK-PRODUCER: The producing step must have completed
      * on the business date, and its run must not already have been
      * rotated in. A blank producer's run is this run -- its NEW
      * file is left empty once rotated, so it cannot come twice.
      *===============================================================
       1100-CHECK-PRODUCER.
           MOVE 'Y' TO WS-PAIR-OK
           IF WS-PR-PRODUCER(WS-PAIR-IDX) = SPACES
               MOVE WS-CURRENT-DATE TO WS-PROD-DATE
               MOVE WS-CURRENT-TIME TO WS-PROD-TIME
           ELSE
               MOVE WS-PR-PRODUCER(WS-PAIR-IDX) TO WS-FIND-STEP
               PERFORM 0230-FIND-STEP
               IF NOT STEP-WAS-FOUND
                   MOVE 'PRODUCER HAS NOT RUN TODAY'
                       TO RTG-REASON
                   PERFORM 1800-REFUSE-PAIR
                   EXIT PARAGRAPH
               END-IF
               IF WS-STP-STATUS(WS-STEP-SUB) NOT = 'C'
                   MOVE 'PRODUCER DID NOT END CLEANLY'
                       TO RTG-REASON
                   PERFORM 1800-REFUSE-PAIR
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CURRENT-DATE TO WS-PROD-DATE
               MOVE WS-STP-END(WS-STEP-SUB) TO WS-PROD-TIME
           END-IF
           IF WS-PROD-DATE = WS-PR-LAST-DATE(WS-PAIR-IDX)
               AND WS-PROD-TIME = WS-PR-LAST-TIME(WS-PAIR-IDX)
               MOVE 'THIS RUN ALREADY ROTATED IN' TO RTG-REASON
               PERFORM 1800-REFUSE-PAIR
           END-IF.

      *===============================================================
      * 1200-CHECK-COUNTS: Count both files and hold the NEW count
      * to the pair's band around the current count.
      *===============================================================
       1200-CHECK-COUNTS.
           MOVE WS-PR-NEW(WS-PAIR-IDX) TO WS-FILE-NAME
           PERFORM 7000-CHECK-FILE
           MOVE WS-FILE-RECORDS TO WS-NEW-COUNT
           IF NOT FILE-LENGTHS-MATCH
               MOVE 'NEW RECORDS NOT THE PAIR LENGTH'
                   TO RTG-REASON
               PERFORM 1850-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PR-CURRENT(WS-PAIR-IDX) TO WS-FILE-NAME
           PERFORM 7000-CHECK-FILE
           MOVE WS-FILE-RECORDS TO WS-OLD-COUNT
           IF WS-OLD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COUNT-PCT = WS-NEW-COUNT * 100 / WS-OLD-COUNT
           IF WS-COUNT-PCT < WS-PR-MIN-PCT(WS-PAIR-IDX)
               MOVE 'NEW COUNT BELOW MINIMUM PERCENT'
                   TO RTG-REASON
               PERFORM 1850-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-MAX-PCT(WS-PAIR-IDX) > 0
               AND WS-COUNT-PCT > WS-PR-MAX-PCT(WS-PAIR-IDX)
               MOVE 'NEW COUNT ABOVE MAXIMUM PERCENT'
                   TO RTG-REASON
               PERFORM 1850-REJECT-COUNT
           END-IF.

      *===============================================================
      * 1300-SHIFT-GENERATIONS: Empty the oldest generation, move
      * the rest down one and the current file to generation 1.
      *===============================================================
       1300-SHIFT-GENERATIONS.
           MOVE WS-PR-GENS(WS-PAIR-IDX) TO WS-GEN-NUMBER
           PERFORM 7300-BUILD-GEN-NAME
           MOVE WS-GEN-NAME TO WS-FILE-NAME
           PERFORM 7000-CHECK-FILE
           IF FILE-IS-PRESENT
               PERFORM 7200-EMPTY-FILE
               IF NOT MOVE-WORKED
                   PERFORM 1900-MOVE-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-GEN-IDX
               FROM WS-PR-GENS(WS-PAIR-IDX) BY -1
               UNTIL WS-GEN-IDX < 2
               OR WS-STOPPING
               COMPUTE WS-GEN-NUMBER = WS-GEN-IDX - 1
               PERFORM 7300-BUILD-GEN-NAME
               MOVE WS-GEN-NAME TO WS-FILE-NAME
               MOVE WS-GEN-IDX TO WS-GEN-NUMBER
               PERFORM 7300-BUILD-GEN-NAME
               MOVE WS-GEN-NAME TO WS-FILE-NAME-2
               PERFORM 7400-MOVE-IF-PRESENT
           END-PERFORM
           IF WS-STOPPING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PR-CURRENT(WS-PAIR-IDX) TO WS-FILE-NAME
           MOVE 1 TO WS-GEN-NUMBER
           PERFORM 7300-BUILD-GEN-NAME
           MOVE WS-GEN-NAME TO WS-FILE-NAME-2
           PERFORM 7400-MOVE-IF-PRESENT.

       1800-REFUSE-PAIR.
           MOVE 'N' TO WS-PAIR-OK
           MOVE 'RJ' TO RTG-ACTION
           ADD 1 TO WS-REFUSED-COUNT
           IF WS-HIGH-RC < 4
               MOVE 4 TO WS-HIGH-RC
           END-IF
           PERFORM 8000-WRITE-LOG
           DISPLAY 'GENROT: ' WS-PR-CURRENT(WS-PAIR-IDX)
               ' NOT ROTATED -- ' RTG-REASON.

       1850-REJECT-COUNT.
           MOVE 'N' TO WS-PAIR-OK
           MOVE 'RJ' TO RTG-ACTION
           ADD 1 TO WS-REFUSED-COUNT
           IF WS-HIGH-RC < 8
               MOVE 8 TO WS-HIGH-RC
           END-IF
           PERFORM 8000-WRITE-LOG
           DISPLAY 'GENROT: ' WS-PR-CURRENT(WS-PAIR-IDX)
               ' NOT ROTATED -- ' RTG-REASON
               ' OLD ' WS-OLD-COUNT ' NEW ' WS-NEW-COUNT.

       1900-MOVE-FAILED.
           SET WS-STOPPING TO TRUE
           MOVE 12 TO WS-HIGH-RC
           MOVE 'FL' TO RTG-ACTION
           MOVE SPACES TO RTG-REASON
           STRING 'MOVE FAILED ON ' DELIMITED BY SIZE
               WS-FILE-NAME DELIMITED BY SPACE
               INTO RTG-REASON
           END-STRING
           PERFORM 8000-WRITE-LOG
           DISPLAY 'GENROT: ' WS-PR-CURRENT(WS-PAIR-IDX)
               ' -- ' RTG-REASON.

      *===============================================================
      * 2000-ROLLBACK-PAIR: Undo the last rotation -- current back to
      * the NEW name, generation 1 back to current, the older
      * generations up one.
      *===============================================================
       2000-ROLLBACK-PAIR.
           MOVE 0 TO WS-PROD-DATE
           MOVE 0 TO WS-PROD-TIME
           MOVE 0 TO WS-OLD-COUNT
           MOVE 0 TO WS-NEW-COUNT
           MOVE WS-PR-NEW(WS-PAIR-IDX) TO WS-FILE-NAME
           PERFORM 7000-CHECK-FILE
           IF FILE-IS-PRESENT
               MOVE 'NEW FILE HAS RECORDS, ROTATE OR EMPTY IT'
                   TO RTG-REASON
               PERFORM 1800-REFUSE-PAIR
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-GEN-NUMBER
           PERFORM 7300-BUILD-GEN-NAME
           MOVE WS-GEN-NAME TO WS-FILE-NAME
           PERFORM 7000-CHECK-FILE
           IF NOT FILE-IS-PRESENT
               MOVE 'NO PRIOR GENERATION TO RESTORE'
                   TO RTG-REASON
               PERFORM 1800-REFUSE-PAIR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FILE-RECORDS TO WS-OLD-COUNT
           MOVE WS-PR-CURRENT(WS-PAIR-IDX) TO WS-FILE-NAME
           PERFORM 7000-CHECK-FILE
           MOVE WS-FILE-RECORDS TO WS-NEW-COUNT
           MOVE WS-PR-CURRENT(WS-PAIR-IDX) TO WS-FILE-NAME
           MOVE WS-PR-NEW(WS-PAIR-IDX)     TO WS-FILE-NAME-2
           PERFORM 7400-MOVE-IF-PRESENT
           IF WS-STOPPING
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-GEN-NUMBER
           PERFORM 7300-BUILD-GEN-NAME
           MOVE WS-GEN-NAME TO WS-FILE-NAME
           MOVE WS-PR-CURRENT(WS-PAIR-IDX) TO WS-FILE-NAME-2
           PERFORM 7400-MOVE-IF-PRESENT
           PERFORM VARYING WS-GEN-IDX FROM 2 BY 1
               UNTIL WS-GEN-IDX > WS-PR-GENS(WS-PAIR-IDX)
               OR WS-STOPPING
               MOVE WS-GEN-IDX TO WS-GEN-NUMBER
               PERFORM 7300-BUILD-GEN-NAME
               MOVE WS-GEN-NAME TO WS-FILE-NAME
               COMPUTE WS-GEN-NUMBER = WS-GEN-IDX - 1
               PERFORM 7300-BUILD-GEN-NAME
               MOVE WS-GEN-NAME TO WS-FILE-NAME-2
               PERFORM 7400-MOVE-IF-PRESENT
           END-PERFORM
           IF WS-STOPPING
               EXIT PARAGRAPH
           END-IF
           MOVE 'RB' TO RTG-ACTION
           MOVE 'ROLLED BACK ONE GENERATION' TO RTG-REASON
           MOVE 0 TO WS-PR-LAST-DATE(WS-PAIR-IDX)
           MOVE 0 TO WS-PR-LAST-TIME(WS-PAIR-IDX)
           ADD 1 TO WS-ROLLED-BACK-COUNT
           PERFORM 8000-WRITE-LOG
           DISPLAY 'GENROT: ' WS-PR-CURRENT(WS-PAIR-IDX)
               ' ROLLED BACK, PRIOR FILE NOW '
               WS-PR-NEW(WS-PAIR-IDX).

      *===============================================================
      * 7000-CHECK-FILE: Count the records of WS-FILE-NAME through
      * the pair's layout. A file there but not in that layout
      * (wrong record length) is present and noted; one missing,
      * empty or that cannot be read to its end is not present.
      *===============================================================
       7000-CHECK-FILE.
           MOVE 'N' TO WS-FILE-EXISTS
           MOVE 'Y' TO WS-FILE-LENGTH-OK
           MOVE 0 TO WS-FILE-RECORDS
           PERFORM 7500-OPEN-SOURCE
           IF WS-SRC-WRONG-LAYOUT
               DISPLAY 'WRONG RECORD LENGTH ON FILE: ' WS-FILE-NAME
               SET FILE-IS-PRESENT TO TRUE
               MOVE 'N' TO WS-FILE-LENGTH-OK
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-SRC-SUCCESS
               EXIT PARAGRAPH
           END-IF
           PERFORM 7010-COUNT-RECORD
               UNTIL NOT WS-SRC-SUCCESS
           IF NOT WS-SRC-EOF
               DISPLAY 'ERROR READING FILE: ' WS-FILE-NAME
                   ' STATUS ' WS-SRC-STATUS
               MOVE 'N' TO WS-FILE-LENGTH-OK
           END-IF
           PERFORM 7520-CLOSE-SOURCE
           IF WS-FILE-RECORDS > 0
               SET FILE-IS-PRESENT TO TRUE
           END-IF.

       7010-COUNT-RECORD.
           PERFORM 7510-READ-SOURCE
           IF WS-SRC-SUCCESS
               ADD 1 TO WS-FILE-RECORDS
           END-IF.

      *===============================================================
      * 7100-MOVE-FILE: Copy WS-FILE-NAME record for record over
      * WS-FILE-NAME-2, then empty WS-FILE-NAME. A missing source
      * leaves the target alone and is not a failure.
      *===============================================================
       7100-MOVE-FILE.
           MOVE 'Y' TO WS-MOVE-OK
           PERFORM 7500-OPEN-SOURCE
           IF WS-SRC-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-SRC-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-SRC-STATUS
               MOVE 'N' TO WS-MOVE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 7600-OPEN-TARGET
           IF NOT WS-TGT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-TGT-STATUS
               PERFORM 7520-CLOSE-SOURCE
               MOVE 'N' TO WS-MOVE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 7110-COPY-RECORD
               UNTIL NOT WS-SRC-SUCCESS
               OR NOT MOVE-WORKED
           IF MOVE-WORKED AND NOT WS-SRC-EOF
               DISPLAY 'ERROR READING FILE: ' WS-SRC-STATUS
               MOVE 'N' TO WS-MOVE-OK
           END-IF
           PERFORM 7520-CLOSE-SOURCE
           PERFORM 7620-CLOSE-TARGET
           IF NOT WS-TGT-SUCCESS
               DISPLAY 'ERROR CLOSING FILE: ' WS-TGT-STATUS
               MOVE 'N' TO WS-MOVE-OK
           END-IF
           IF MOVE-WORKED
               PERFORM 7200-EMPTY-FILE
           END-IF.

       7110-COPY-RECORD.
           PERFORM 7510-READ-SOURCE
           IF WS-SRC-SUCCESS
               PERFORM 7610-WRITE-TARGET
               IF NOT WS-TGT-SUCCESS
                   DISPLAY 'ERROR WRITING FILE: ' WS-TGT-STATUS
                   MOVE 'N' TO WS-MOVE-OK
               END-IF
           END-IF.

      *    Empty WS-FILE-NAME by opening it for output.
       7200-EMPTY-FILE.
           MOVE 'Y' TO WS-MOVE-OK
           PERFORM 7530-OPEN-SOURCE-OUTPUT
           IF NOT WS-SRC-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-SRC-STATUS
               MOVE 'N' TO WS-MOVE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 7520-CLOSE-SOURCE.

       7300-BUILD-GEN-NAME.
           MOVE SPACES TO WS-GEN-NAME
           STRING WS-PR-CURRENT(WS-PAIR-IDX) DELIMITED BY SPACE
               '.G' DELIMITED BY SIZE
               WS-GEN-NUMBER DELIMITED BY SIZE
               INTO WS-GEN-NAME
           END-STRING.

      *    Move WS-FILE-NAME to WS-FILE-NAME-2 when it has records;
      *    a generation not yet built is simply not there to move.
       7400-MOVE-IF-PRESENT.
           PERFORM 7000-CHECK-FILE
           IF FILE-IS-PRESENT
               PERFORM 7100-MOVE-FILE
               IF NOT MOVE-WORKED
                   PERFORM 1900-MOVE-FAILED
               END-IF
           END-IF.

      *===============================================================
      * 7500-7620: Open, read, write and close the GEN-IN/GEN-OUT
      * files of the pair's layout. Records pass between them
      * through WS-GEN-RECORD.
      *===============================================================
       7500-OPEN-SOURCE.
           EVALUATE WS-PR-LAYOUT(WS-PAIR-IDX)
               WHEN 1
                   OPEN INPUT GEN-IN-028
               WHEN 2
                   OPEN INPUT GEN-IN-038
               WHEN 3
                   OPEN INPUT GEN-IN-044
               WHEN 4
                   OPEN INPUT GEN-IN-049
               WHEN 5
                   OPEN INPUT GEN-IN-050
               WHEN 6
                   OPEN INPUT GEN-IN-052
               WHEN 7
                   OPEN INPUT GEN-IN-062
               WHEN 8
                   OPEN INPUT GEN-IN-064
               WHEN 9
                   OPEN INPUT GEN-IN-073
               WHEN 10
                   OPEN INPUT GEN-IN-092
               WHEN 11
                   OPEN INPUT GEN-IN-109
               WHEN 12
                   OPEN INPUT GEN-IN-111
               WHEN 13
                   OPEN INPUT GEN-IN-113
               WHEN 14
                   OPEN INPUT GEN-IN-7976
           END-EVALUATE.

       7510-READ-SOURCE.
           EVALUATE WS-PR-LAYOUT(WS-PAIR-IDX)
               WHEN 1
                   READ GEN-IN-028 INTO WS-GEN-RECORD
               WHEN 2
                   READ GEN-IN-038 INTO WS-GEN-RECORD
               WHEN 3
                   READ GEN-IN-044 INTO WS-GEN-RECORD
               WHEN 4
                   READ GEN-IN-049 INTO WS-GEN-RECORD
               WHEN 5
                   READ GEN-IN-050 INTO WS-GEN-RECORD
               WHEN 6
                   READ GEN-IN-052 INTO WS-GEN-RECORD
               WHEN 7
                   READ GEN-IN-062 INTO WS-GEN-RECORD
               WHEN 8
                   READ GEN-IN-064 INTO WS-GEN-RECORD
               WHEN 9
                   READ GEN-IN-073 INTO WS-GEN-RECORD
               WHEN 10
                   READ GEN-IN-092 INTO WS-GEN-RECORD
               WHEN 11
                   READ GEN-IN-109 INTO WS-GEN-RECORD
               WHEN 12
                   READ GEN-IN-111 INTO WS-GEN-RECORD
               WHEN 13
                   READ GEN-IN-113 INTO WS-GEN-RECORD
               WHEN 14
                   READ GEN-IN-7976 INTO WS-GEN-RECORD
           END-EVALUATE.

       7520-CLOSE-SOURCE.
           EVALUATE WS-PR-LAYOUT(WS-PAIR-IDX)
               WHEN 1
                   CLOSE GEN-IN-028
               WHEN 2
                   CLOSE GEN-IN-038
               WHEN 3
                   CLOSE GEN-IN-044
               WHEN 4
                   CLOSE GEN-IN-049
               WHEN 5
                   CLOSE GEN-IN-050
               WHEN 6
                   CLOSE GEN-IN-052
               WHEN 7
                   CLOSE GEN-IN-062
               WHEN 8
                   CLOSE GEN-IN-064
               WHEN 9
                   CLOSE GEN-IN-073
               WHEN 10
                   CLOSE GEN-IN-092
               WHEN 11
                   CLOSE GEN-IN-109
               WHEN 12
                   CLOSE GEN-IN-111
               WHEN 13
                   CLOSE GEN-IN-113
               WHEN 14
                   CLOSE GEN-IN-7976
           END-EVALUATE.

       7530-OPEN-SOURCE-OUTPUT.
           EVALUATE WS-PR-LAYOUT(WS-PAIR-IDX)
               WHEN 1
                   OPEN OUTPUT GEN-IN-028
               WHEN 2
                   OPEN OUTPUT GEN-IN-038
               WHEN 3
                   OPEN OUTPUT GEN-IN-044
               WHEN 4
                   OPEN OUTPUT GEN-IN-049
               WHEN 5
                   OPEN OUTPUT GEN-IN-050
               WHEN 6
                   OPEN OUTPUT GEN-IN-052
               WHEN 7
                   OPEN OUTPUT GEN-IN-062
               WHEN 8
                   OPEN OUTPUT GEN-IN-064
               WHEN 9
                   OPEN OUTPUT GEN-IN-073
               WHEN 10
                   OPEN OUTPUT GEN-IN-092
               WHEN 11
                   OPEN OUTPUT GEN-IN-109
               WHEN 12
                   OPEN OUTPUT GEN-IN-111
               WHEN 13
                   OPEN OUTPUT GEN-IN-113
               WHEN 14
                   OPEN OUTPUT GEN-IN-7976
           END-EVALUATE.

       7600-OPEN-TARGET.
           EVALUATE WS-PR-LAYOUT(WS-PAIR-IDX)
               WHEN 1
                   OPEN OUTPUT GEN-OUT-028
               WHEN 2
                   OPEN OUTPUT GEN-OUT-038
               WHEN 3
                   OPEN OUTPUT GEN-OUT-044
               WHEN 4
                   OPEN OUTPUT GEN-OUT-049
               WHEN 5
                   OPEN OUTPUT GEN-OUT-050
               WHEN 6
                   OPEN OUTPUT GEN-OUT-052
               WHEN 7
                   OPEN OUTPUT GEN-OUT-062
               WHEN 8
                   OPEN OUTPUT GEN-OUT-064
               WHEN 9
                   OPEN OUTPUT GEN-OUT-073
               WHEN 10
                   OPEN OUTPUT GEN-OUT-092
               WHEN 11
                   OPEN OUTPUT GEN-OUT-109
               WHEN 12
                   OPEN OUTPUT GEN-OUT-111
               WHEN 13
                   OPEN OUTPUT GEN-OUT-113
               WHEN 14
                   OPEN OUTPUT GEN-OUT-7976
           END-EVALUATE.

       7610-WRITE-TARGET.
           EVALUATE WS-PR-LAYOUT(WS-PAIR-IDX)
               WHEN 1
                   WRITE GEN-OUT-028-RECORD FROM WS-GEN-RECORD
               WHEN 2
                   WRITE GEN-OUT-038-RECORD FROM WS-GEN-RECORD
               WHEN 3
                   WRITE GEN-OUT-044-RECORD FROM WS-GEN-RECORD
               WHEN 4
                   WRITE GEN-OUT-049-RECORD FROM WS-GEN-RECORD
               WHEN 5
                   WRITE GEN-OUT-050-RECORD FROM WS-GEN-RECORD
               WHEN 6
                   WRITE GEN-OUT-052-RECORD FROM WS-GEN-RECORD
               WHEN 7
                   WRITE GEN-OUT-062-RECORD FROM WS-GEN-RECORD
               WHEN 8
                   WRITE GEN-OUT-064-RECORD FROM WS-GEN-RECORD
               WHEN 9
                   WRITE GEN-OUT-073-RECORD FROM WS-GEN-RECORD
               WHEN 10
                   WRITE GEN-OUT-092-RECORD FROM WS-GEN-RECORD
               WHEN 11
                   WRITE GEN-OUT-109-RECORD FROM WS-GEN-RECORD
               WHEN 12
                   WRITE GEN-OUT-111-RECORD FROM WS-GEN-RECORD
               WHEN 13
                   WRITE GEN-OUT-113-RECORD FROM WS-GEN-RECORD
               WHEN 14
                   WRITE GEN-OUT-7976-RECORD FROM WS-GEN-RECORD
           END-EVALUATE.

       7620-CLOSE-TARGET.
           EVALUATE WS-PR-LAYOUT(WS-PAIR-IDX)
               WHEN 1
                   CLOSE GEN-OUT-028
               WHEN 2
                   CLOSE GEN-OUT-038
               WHEN 3
                   CLOSE GEN-OUT-044
               WHEN 4
                   CLOSE GEN-OUT-049
               WHEN 5
                   CLOSE GEN-OUT-050
               WHEN 6
                   CLOSE GEN-OUT-052
               WHEN 7
                   CLOSE GEN-OUT-062
               WHEN 8
                   CLOSE GEN-OUT-064
               WHEN 9
                   CLOSE GEN-OUT-073
               WHEN 10
                   CLOSE GEN-OUT-092
               WHEN 11
                   CLOSE GEN-OUT-109
               WHEN 12
                   CLOSE GEN-OUT-111
               WHEN 13
                   CLOSE GEN-OUT-113
               WHEN 14
                   CLOSE GEN-OUT-7976
           END-EVALUATE.

       8000-WRITE-LOG.
           MOVE WS-CURRENT-DATE TO RTG-RUN-DATE
           MOVE WS-CURRENT-TIME TO RTG-RUN-TIME
           MOVE WS-PR-CURRENT(WS-PAIR-IDX)  TO RTG-CURRENT-DSN
           MOVE WS-PR-PRODUCER(WS-PAIR-IDX) TO RTG-PRODUCER
           MOVE WS-PROD-DATE TO RTG-PROD-RUN-DATE
           MOVE WS-PROD-TIME TO RTG-PROD-END-TIME
           MOVE WS-OLD-COUNT TO RTG-OLD-COUNT
           MOVE WS-NEW-COUNT TO RTG-NEW-COUNT
           WRITE ROTATION-LOG-RECORD.

       0040-SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-SUCCESS
               READ CALENDAR-FILE
                   NOT AT END
                       IF JCL-BUSINESS-DATE > 0
                           MOVE JCL-BUSINESS-DATE
                               TO WS-CURRENT-DATE
                       END-IF
               END-READ
               CLOSE CALENDAR-FILE
           END-IF.
