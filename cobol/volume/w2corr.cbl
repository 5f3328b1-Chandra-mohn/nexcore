       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2CORR.
      *---------------------------------------------------------------
      * Prior-year W-2 correction (W-2c) intake.
      * Once the W-2s have gone out the rollover has zeroed the YTD
      * fields, so a prior-year error -- a retro adjustment, a
      * misclassified deduction, a wrong SSN -- is corrected from
      * the W-2 as filed, kept on W2HIST.DAT by tax year. Each
      * correction payroll keys to W2CFEED.DAT names the employee
      * and tax year and carries only the boxes that change (a
      * blank box is left as filed). Every correction applied
      * writes a W-2c record to W2C.DAT with the previously
      * reported and the corrected amounts side by side, and the
      * retained W-2 and that year's employer summary are rewritten
      * corrected, so a second correction for the year starts from
      * what the last W-2c reported. Each tax year corrected closes
      * with a W-3c transmittal record totalling its W-2c's.
      * A tax year with no filed W-2 for the employee, a bad SSN or
      * amount, or a correction that changes nothing is rejected.
      * Every correction lists on the W2CORR.RPT report, with the
      * boxes it changed; any reject ends the step with condition
      * code 4.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT W2C-FEED-FILE ASSIGN TO "W2CFEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-W2C-FEED-STATUS.
           SELECT W2-HIST-FILE ASSIGN TO "W2HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-W2-HIST-STATUS.
           SELECT W2C-FILE ASSIGN TO "W2C.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-W2C-STATUS.
           SELECT W2C-RPT-FILE ASSIGN TO "W2CORR.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-W2C-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  W2C-FEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
      * One correction as keyed. The SSN and each box are blank when
      * they stay as filed.
       01  W2C-FEED-RECORD.
           05  WC-TAX-YEAR            PIC X(4).
           05  WC-TAX-YEAR-NUM REDEFINES WC-TAX-YEAR
                                      PIC 9(4).
           05  WC-EMPLOYEE-ID         PIC 9(6).
           05  WC-SSN                 PIC X(9).
           05  WC-SSN-NUM REDEFINES WC-SSN
                                      PIC 9(9).
      * Boxes in W-2 order: 1 federal wages, 2 federal tax, 3/5 FICA
      * wages, 4/6 FICA tax, 12 code D deferral, 16 state wages,
      * 17 state tax, 18 local wages, 19 local tax.
           05  WC-BOX-AMOUNTS.
               10  WC-BOX             PIC X(11) OCCURS 9 TIMES.
           05  WC-BOX-NUMS REDEFINES WC-BOX-AMOUNTS.
               10  WC-BOX-NUM         PIC 9(9)V99 OCCURS 9 TIMES.
           05  WC-REASON              PIC X(20).
           05  FILLER                 PIC X(12).
       FD  W2-HIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
      * Retained W-2 as the year-end rollover filed it -- the W-2
      * extract record, picture for picture -- and how many times it
      * has been corrected since.
       01  W2-HIST-RECORD.
           05  WH-KEY.
               10  WH-TAX-YEAR        PIC 9(4).
               10  WH-EMPLOYEE-ID     PIC 9(6).
           05  WH-W2-IMAGE.
               10  WH-RECORD-TYPE     PIC X(1).
               10  WH-W2-EMPLOYEE-ID  PIC 9(6).
               10  WH-EMPLOYEE-NAME   PIC X(35).
               10  WH-STATE-CODE      PIC X(2).
               10  WH-GROSS-WAGES     PIC 9(9)V99.
               10  WH-FED-TAX         PIC 9(8)V99.
               10  WH-FICA-TAX        PIC 9(8)V99.
               10  WH-STATE-TAX       PIC 9(8)V99.
               10  WH-FED-WAGES       PIC 9(9)V99.
               10  WH-FICA-WAGES      PIC 9(9)V99.
               10  WH-STATE-WAGES     PIC 9(9)V99.
               10  WH-BOX12-CODE      PIC X(1).
               10  WH-BOX12-AMOUNT    PIC 9(8)V99.
               10  WH-LOCAL-CODE      PIC X(4).
               10  WH-LOCAL-WAGES     PIC 9(9)V99.
               10  WH-LOCAL-TAX       PIC 9(8)V99.
               10  WH-SSN             PIC 9(9).
               10  FILLER             PIC X(7).
           05  WH-CORRECTION-COUNT    PIC 9(3).
           05  WH-LAST-CORRECTED      PIC 9(8).
           05  FILLER                 PIC X(9).
       FD  W2C-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
      * W-2c extract -- one 'D' record per correction applied, then
      * one 'T' W-3c transmittal record per tax year (employee
      * 999999) with the W-2c count and the totals of both columns.
      * The boxes run in the W2CFEED order.
       01  W2C-RECORD.
           05  CR-RECORD-TYPE         PIC X(1).
               88  CR-DETAIL          VALUE "D".
               88  CR-TRANSMITTAL     VALUE "T".
           05  CR-TAX-YEAR            PIC 9(4).
           05  CR-EMPLOYEE-ID         PIC 9(6).
           05  CR-EMPLOYEE-NAME       PIC X(35).
           05  CR-STATE-CODE          PIC X(2).
           05  CR-PREV-SSN            PIC 9(9).
           05  CR-CORR-SSN            PIC 9(9).
           05  CR-PREV-BOX12-CODE     PIC X(1).
           05  CR-CORR-BOX12-CODE     PIC X(1).
           05  CR-LOCAL-CODE          PIC X(4).
           05  CR-BOX OCCURS 9 TIMES.
               10  CR-PREV-AMOUNT     PIC 9(9)V99.
               10  CR-CORR-AMOUNT     PIC 9(9)V99.
           05  CR-REASON              PIC X(20).
           05  CR-FORM-COUNT          PIC 9(5).
           05  FILLER                 PIC X(5).
       FD  W2C-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  W2C-RPT-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-W2C-FEED-STATUS         PIC XX.
           88  W2C-FEED-OK            VALUE "00".
       01  WS-W2-HIST-STATUS          PIC XX.
           88  W2-HIST-OK             VALUE "00".
       01  WS-W2C-STATUS              PIC XX.
           88  W2C-OK                 VALUE "00".
       01  WS-W2C-RPT-STATUS          PIC XX.
           88  W2C-RPT-OK             VALUE "00".
       01  WS-EOF-FLAG                PIC 9 VALUE 0.
           88  END-OF-FEED            VALUE 1.
       01  WS-FEED-COUNT              PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01  WS-REWRITE-FAILS           PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
       01  WS-TODAY                   PIC 9(8) VALUE 0.
       01  WS-CURRENT-DATE-DATA       PIC X(21) VALUE SPACES.

      * The boxes of the correction in hand, previously reported and
      * corrected, in the W2CFEED order
       01  WS-BOX-TABLE.
           05  WS-BOX-ENTRY OCCURS 9 TIMES.
               10  WS-BOX-PREV        PIC 9(9)V99.
               10  WS-BOX-CORR        PIC 9(9)V99.
       01  WS-BOX-SUB                 PIC 9(2) VALUE 0.
       01  WS-BOX-CHANGES             PIC 9(2) VALUE 0.
       01  WS-BOX-DIFF                PIC S9(10)V99 VALUE 0.
       01  WS-PREV-SSN                PIC 9(9) VALUE 0.
       01  WS-CORR-SSN                PIC 9(9) VALUE 0.
       01  WS-PREV-BOX12-CODE         PIC X(1) VALUE SPACE.
       01  WS-CORR-BOX12-CODE         PIC X(1) VALUE SPACE.
       01  WS-SSN-EDIT                PIC 9(9) VALUE 0.
       01  WS-SSN-EDIT-X REDEFINES WS-SSN-EDIT
                                      PIC X(9).
       01  WS-BOX-NAME-VALUES.
           05  FILLER                 PIC X(22)
               VALUE "1  FEDERAL WAGES".
           05  FILLER                 PIC X(22)
               VALUE "2  FEDERAL TAX".
           05  FILLER                 PIC X(22)
               VALUE "3/5 SS-MEDICARE WAGES".
           05  FILLER                 PIC X(22)
               VALUE "4/6 SS-MEDICARE TAX".
           05  FILLER                 PIC X(22)
               VALUE "12 CODE D 401(K)".
           05  FILLER                 PIC X(22)
               VALUE "16 STATE WAGES".
           05  FILLER                 PIC X(22)
               VALUE "17 STATE TAX".
           05  FILLER                 PIC X(22)
               VALUE "18 LOCAL WAGES".
           05  FILLER                 PIC X(22)
               VALUE "19 LOCAL TAX".
       01  WS-BOX-NAME-TABLE REDEFINES WS-BOX-NAME-VALUES.
           05  WS-BOX-NAME            PIC X(22) OCCURS 9 TIMES.

      * W-3c totals, one row per tax year corrected
       01  WS-YR-TABLE.
           05  WS-YR-ENTRY OCCURS 20 TIMES.
               10  WS-YR-TAX-YEAR     PIC 9(4).
               10  WS-YR-FORMS        PIC 9(5).
               10  WS-YR-BOX OCCURS 9 TIMES.
                   15  WS-YR-PREV     PIC 9(11)V99.
                   15  WS-YR-CORR     PIC 9(11)V99.
       01  WS-YR-COUNT                PIC 9(2) VALUE 0.
       01  WS-YR-SUB                  PIC 9(2) VALUE 0.
       01  WS-YR-HIT                  PIC 9(2) VALUE 0.
       01  WS-YR-FOUND                PIC 9 VALUE 0.
           88  YR-WAS-FOUND           VALUE 1.

       01  WS-HDR-LINE.
           05  FILLER                 PIC X(50)
               VALUE "W-2C INTAKE -- PRIOR-YEAR W-2 CORRECTIONS".
           05  FILLER                 PIC X(82) VALUE SPACES.
       01  WS-COL-LINE.
           05  FILLER                 PIC X(6) VALUE "YEAR".
           05  FILLER                 PIC X(7) VALUE "EMP".
           05  FILLER                 PIC X(21) VALUE "NAME".
           05  FILLER                 PIC X(12) VALUE "SSN".
           05  FILLER                 PIC X(21) VALUE "REASON".
           05  FILLER                 PIC X(65) VALUE "RESULT".
       01  WS-W2C-LINE.
           05  WS-CL-YEAR             PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-CL-EMP              PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CL-NAME             PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
      * Only the last four digits of an SSN print
           05  WS-CL-SSN              PIC X(11).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CL-REASON           PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CL-RESULT           PIC X(30).
           05  FILLER                 PIC X(35) VALUE SPACES.
       01  WS-BOX-COL-LINE.
           05  FILLER                 PIC X(8) VALUE SPACES.
           05  FILLER                 PIC X(23) VALUE "BOX".
           05  FILLER                 PIC X(17)
               VALUE "     PREVIOUSLY".
           05  FILLER                 PIC X(17)
               VALUE "      CORRECTED".
           05  FILLER                 PIC X(67)
               VALUE "         CHANGE".
       01  WS-BOX-LINE.
           05  FILLER                 PIC X(8) VALUE SPACES.
           05  WS-BL-NAME             PIC X(22).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-BL-PREV             PIC Z(11)9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-BL-CORR             PIC Z(11)9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-BL-DIFF             PIC -(11)9.99.
           05  FILLER                 PIC X(52) VALUE SPACES.
       01  WS-SSN-LINE.
           05  FILLER                 PIC X(8) VALUE SPACES.
           05  FILLER                 PIC X(23) VALUE "SSN".
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  WS-SL-PREV             PIC X(11).
           05  FILLER                 PIC X(6) VALUE SPACES.
           05  WS-SL-CORR             PIC X(11).
           05  FILLER                 PIC X(69) VALUE SPACES.
       01  WS-W3C-LINE.
           05  FILLER                 PIC X(26)
               VALUE "W-3C TRANSMITTAL TAX YEAR".
           05  WS-TL-YEAR             PIC 9(4).
           05  FILLER                 PIC X(17)
               VALUE " -- W-2C FORMS: ".
           05  WS-TL-FORMS            PIC ZZZZ9.
           05  FILLER                 PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAIN: Apply every correction on the feed, then close
      * each tax year with its W-3c transmittal
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY
           OPEN INPUT W2C-FEED-FILE
           IF NOT W2C-FEED-OK
               DISPLAY "ERROR: OPEN W2CFEED FAILED: "
                   WS-W2C-FEED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O W2-HIST-FILE
           IF NOT W2-HIST-OK
               DISPLAY "ERROR: OPEN W2HIST FAILED: "
                   WS-W2-HIST-STATUS
               CLOSE W2C-FEED-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT W2C-FILE
           IF NOT W2C-OK
               DISPLAY "ERROR: OPEN W2C.DAT FAILED: "
                   WS-W2C-STATUS
               CLOSE W2C-FEED-FILE
               CLOSE W2-HIST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT W2C-RPT-FILE
           IF NOT W2C-RPT-OK
               DISPLAY "ERROR: OPEN W2CORR.RPT FAILED: "
                   WS-W2C-RPT-STATUS
               CLOSE W2C-FEED-FILE
               CLOSE W2-HIST-FILE
               CLOSE W2C-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE W2C-RPT-RECORD FROM WS-HDR-LINE
           WRITE W2C-RPT-RECORD FROM WS-COL-LINE
           PERFORM 1000-APPLY-FEED
               UNTIL END-OF-FEED
           PERFORM 4000-WRITE-TRANSMITTALS
           CLOSE W2C-FEED-FILE
           CLOSE W2-HIST-FILE
           CLOSE W2C-FILE
           CLOSE W2C-RPT-FILE
           DISPLAY "CORRECTIONS READ:   " WS-FEED-COUNT
           DISPLAY "W-2C WRITTEN:       " WS-APPLIED-COUNT
           DISPLAY "TAX YEARS:          " WS-YR-COUNT
           DISPLAY "REJECTED:           " WS-REJECT-COUNT
           EVALUATE TRUE
               WHEN WS-REWRITE-FAILS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       1000-APPLY-FEED SECTION.
       1000-FEED-PARA.
           READ W2C-FEED-FILE
               AT END
                   SET END-OF-FEED TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-COUNT
                   MOVE SPACES TO WS-REJECT-REASON
                   MOVE SPACES TO WH-EMPLOYEE-NAME
                   MOVE 0 TO WS-PREV-SSN
                   MOVE 0 TO WS-BOX-CHANGES
                   PERFORM 2000-APPLY-CORRECTION
                   PERFORM 3000-LIST-CORRECTION
           END-READ.

      *===============================================================
      * 2000-APPLY-CORRECTION: Edit the correction, fetch the W-2 as
      * last reported, lay the corrected boxes over it, and write
      * the W-2c
      *===============================================================
       2000-APPLY-CORRECTION SECTION.
       2000-APPLY-PARA.
           IF WC-TAX-YEAR NOT NUMERIC
               OR WC-TAX-YEAR-NUM = 0
               MOVE "BAD TAX YEAR" TO WS-REJECT-REASON
           END-IF
           IF WC-EMPLOYEE-ID NOT NUMERIC
               OR WC-EMPLOYEE-ID = 0
               OR WC-EMPLOYEE-ID = 999999
               MOVE "BAD EMPLOYEE NUMBER" TO WS-REJECT-REASON
           END-IF
           IF WC-SSN NOT = SPACES
               IF WC-SSN NOT NUMERIC
                   OR WC-SSN-NUM = 0
                   MOVE "SSN NOT NINE DIGITS" TO WS-REJECT-REASON
               END-IF
           END-IF
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 9
               IF WC-BOX(WS-BOX-SUB) NOT = SPACES
                   AND WC-BOX(WS-BOX-SUB) NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               END-IF
           END-PERFORM
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               EXIT SECTION
           END-IF
           MOVE WC-TAX-YEAR-NUM TO WH-TAX-YEAR
           MOVE WC-EMPLOYEE-ID TO WH-EMPLOYEE-ID
           READ W2-HIST-FILE
               INVALID KEY
                   MOVE "NO FILED W-2 FOR YEAR" TO WS-REJECT-REASON
                   MOVE SPACES TO WH-EMPLOYEE-NAME
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT SECTION
           END-READ
           PERFORM 2100-LOAD-BOXES
           IF WS-BOX-CHANGES = 0
               AND WS-CORR-SSN = WS-PREV-SSN
               MOVE "NO CHANGE TO FILED W-2" TO WS-REJECT-REASON
               ADD 1 TO WS-REJECT-COUNT
               EXIT SECTION
           END-IF
           PERFORM 2200-FIND-TAX-YEAR
           IF NOT YR-WAS-FOUND
               MOVE "MORE THAN 20 TAX YEARS" TO WS-REJECT-REASON
               ADD 1 TO WS-REJECT-COUNT
               EXIT SECTION
           END-IF
           PERFORM 2300-STORE-CORRECTED
           REWRITE W2-HIST-RECORD
               INVALID KEY
                   MOVE "W2HIST REWRITE FAILED" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   ADD 1 TO WS-REWRITE-FAILS
                   EXIT SECTION
           END-REWRITE
           PERFORM 2400-WRITE-W2C
           PERFORM 2500-CORRECT-SUMMARY
           ADD 1 TO WS-APPLIED-COUNT.

      *===============================================================
      * 2100-LOAD-BOXES: Previously reported boxes from the retained
      * W-2; each corrected box is the keyed amount, or the filed
      * one when the box was left blank. Box 12 code D follows the
      * deferral.
      *===============================================================
       2100-LOAD-BOXES SECTION.
       2100-LOAD-PARA.
           MOVE WH-FED-WAGES TO WS-BOX-PREV(1)
           MOVE WH-FED-TAX TO WS-BOX-PREV(2)
           MOVE WH-FICA-WAGES TO WS-BOX-PREV(3)
           MOVE WH-FICA-TAX TO WS-BOX-PREV(4)
           MOVE WH-BOX12-AMOUNT TO WS-BOX-PREV(5)
           MOVE WH-STATE-WAGES TO WS-BOX-PREV(6)
           MOVE WH-STATE-TAX TO WS-BOX-PREV(7)
           MOVE WH-LOCAL-WAGES TO WS-BOX-PREV(8)
           MOVE WH-LOCAL-TAX TO WS-BOX-PREV(9)
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 9
               IF WC-BOX(WS-BOX-SUB) = SPACES
                   MOVE WS-BOX-PREV(WS-BOX-SUB)
                       TO WS-BOX-CORR(WS-BOX-SUB)
               ELSE
                   MOVE WC-BOX-NUM(WS-BOX-SUB)
                       TO WS-BOX-CORR(WS-BOX-SUB)
               END-IF
               IF WS-BOX-CORR(WS-BOX-SUB)
                   NOT = WS-BOX-PREV(WS-BOX-SUB)
                   ADD 1 TO WS-BOX-CHANGES
               END-IF
           END-PERFORM
           MOVE WH-SSN TO WS-PREV-SSN
           IF WC-SSN = SPACES
               MOVE WH-SSN TO WS-CORR-SSN
           ELSE
               MOVE WC-SSN-NUM TO WS-CORR-SSN
           END-IF
           MOVE WH-BOX12-CODE TO WS-PREV-BOX12-CODE
           IF WS-BOX-CORR(5) > 0
               MOVE "D" TO WS-CORR-BOX12-CODE
           ELSE
               MOVE SPACE TO WS-CORR-BOX12-CODE
           END-IF.

      *===============================================================
      * 2200-FIND-TAX-YEAR: This correction's row of W-3c totals,
      * added on the year's first correction
      *===============================================================
       2200-FIND-TAX-YEAR SECTION.
       2200-FIND-YEAR-PARA.
           MOVE 0 TO WS-YR-FOUND
           PERFORM VARYING WS-YR-SUB FROM 1 BY 1
               UNTIL WS-YR-SUB > WS-YR-COUNT
               OR YR-WAS-FOUND
               IF WS-YR-TAX-YEAR(WS-YR-SUB) = WH-TAX-YEAR
                   SET YR-WAS-FOUND TO TRUE
                   MOVE WS-YR-SUB TO WS-YR-HIT
               END-IF
           END-PERFORM
           IF YR-WAS-FOUND
               EXIT SECTION
           END-IF
           IF WS-YR-COUNT >= 20
               EXIT SECTION
           END-IF
           ADD 1 TO WS-YR-COUNT
           MOVE WS-YR-COUNT TO WS-YR-HIT
           INITIALIZE WS-YR-ENTRY(WS-YR-HIT)
           MOVE WH-TAX-YEAR TO WS-YR-TAX-YEAR(WS-YR-HIT)
           SET YR-WAS-FOUND TO TRUE.

      *===============================================================
      * 2300-STORE-CORRECTED: The corrected boxes become the
      * retained W-2 -- the baseline the next W-2c reports as
      * previously filed
      *===============================================================
       2300-STORE-CORRECTED SECTION.
       2300-STORE-PARA.
           MOVE WS-BOX-CORR(1) TO WH-FED-WAGES
           MOVE WS-BOX-CORR(2) TO WH-FED-TAX
           MOVE WS-BOX-CORR(3) TO WH-FICA-WAGES
           MOVE WS-BOX-CORR(4) TO WH-FICA-TAX
           MOVE WS-BOX-CORR(5) TO WH-BOX12-AMOUNT
           MOVE WS-BOX-CORR(6) TO WH-STATE-WAGES
           MOVE WS-BOX-CORR(7) TO WH-STATE-TAX
           MOVE WS-BOX-CORR(8) TO WH-LOCAL-WAGES
           MOVE WS-BOX-CORR(9) TO WH-LOCAL-TAX
           MOVE WS-CORR-SSN TO WH-SSN
           MOVE WS-CORR-BOX12-CODE TO WH-BOX12-CODE
           ADD 1 TO WH-CORRECTION-COUNT
           MOVE WS-TODAY TO WH-LAST-CORRECTED.

      *===============================================================
      * 2400-WRITE-W2C: The W-2c record, and its amounts into the
      * tax year's W-3c totals
      *===============================================================
       2400-WRITE-W2C SECTION.
       2400-W2C-PARA.
           MOVE SPACES TO W2C-RECORD
           INITIALIZE W2C-RECORD
           SET CR-DETAIL TO TRUE
           MOVE WH-TAX-YEAR TO CR-TAX-YEAR
           MOVE WH-EMPLOYEE-ID TO CR-EMPLOYEE-ID
           MOVE WH-EMPLOYEE-NAME TO CR-EMPLOYEE-NAME
           MOVE WH-STATE-CODE TO CR-STATE-CODE
           MOVE WS-PREV-SSN TO CR-PREV-SSN
           MOVE WS-CORR-SSN TO CR-CORR-SSN
           MOVE WS-PREV-BOX12-CODE TO CR-PREV-BOX12-CODE
           MOVE WS-CORR-BOX12-CODE TO CR-CORR-BOX12-CODE
           MOVE WH-LOCAL-CODE TO CR-LOCAL-CODE
           MOVE WC-REASON TO CR-REASON
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 9
               MOVE WS-BOX-PREV(WS-BOX-SUB)
                   TO CR-PREV-AMOUNT(WS-BOX-SUB)
               MOVE WS-BOX-CORR(WS-BOX-SUB)
                   TO CR-CORR-AMOUNT(WS-BOX-SUB)
               ADD WS-BOX-PREV(WS-BOX-SUB)
                   TO WS-YR-PREV(WS-YR-HIT, WS-BOX-SUB)
               ADD WS-BOX-CORR(WS-BOX-SUB)
                   TO WS-YR-CORR(WS-YR-HIT, WS-BOX-SUB)
           END-PERFORM
           WRITE W2C-RECORD
           ADD 1 TO WS-YR-FORMS(WS-YR-HIT).

      *===============================================================
      * 2500-CORRECT-SUMMARY: Carry the change in each box into the
      * year's retained employer summary, so the W-3 totals on file
      * agree with the W-2s on file
      *===============================================================
       2500-CORRECT-SUMMARY SECTION.
       2500-SUMMARY-PARA.
           MOVE 999999 TO WH-EMPLOYEE-ID
           READ W2-HIST-FILE
               INVALID KEY
                   DISPLAY "WARNING: NO EMPLOYER SUMMARY ON W2HIST "
                       "FOR " WH-TAX-YEAR
                   EXIT SECTION
           END-READ
           COMPUTE WH-FED-WAGES = WH-FED-WAGES
               + WS-BOX-CORR(1) - WS-BOX-PREV(1)
           COMPUTE WH-FED-TAX = WH-FED-TAX
               + WS-BOX-CORR(2) - WS-BOX-PREV(2)
           COMPUTE WH-FICA-WAGES = WH-FICA-WAGES
               + WS-BOX-CORR(3) - WS-BOX-PREV(3)
           COMPUTE WH-FICA-TAX = WH-FICA-TAX
               + WS-BOX-CORR(4) - WS-BOX-PREV(4)
           COMPUTE WH-BOX12-AMOUNT = WH-BOX12-AMOUNT
               + WS-BOX-CORR(5) - WS-BOX-PREV(5)
           COMPUTE WH-STATE-WAGES = WH-STATE-WAGES
               + WS-BOX-CORR(6) - WS-BOX-PREV(6)
           COMPUTE WH-STATE-TAX = WH-STATE-TAX
               + WS-BOX-CORR(7) - WS-BOX-PREV(7)
           COMPUTE WH-LOCAL-WAGES = WH-LOCAL-WAGES
               + WS-BOX-CORR(8) - WS-BOX-PREV(8)
           COMPUTE WH-LOCAL-TAX = WH-LOCAL-TAX
               + WS-BOX-CORR(9) - WS-BOX-PREV(9)
           IF WH-BOX12-AMOUNT > 0
               MOVE "D" TO WH-BOX12-CODE
           ELSE
               MOVE SPACE TO WH-BOX12-CODE
           END-IF
           ADD 1 TO WH-CORRECTION-COUNT
           MOVE WS-TODAY TO WH-LAST-CORRECTED
           REWRITE W2-HIST-RECORD
               INVALID KEY
                   DISPLAY "ERROR: EMPLOYER SUMMARY REWRITE FAILED "
                       "FOR " WH-TAX-YEAR
                   ADD 1 TO WS-REWRITE-FAILS
           END-REWRITE
           MOVE WC-EMPLOYEE-ID TO WH-EMPLOYEE-ID.

      *===============================================================
      * 3000-LIST-CORRECTION: One report line per correction read,
      * then for one applied the SSN and each box it changed
      *===============================================================
       3000-LIST-CORRECTION SECTION.
       3000-LIST-PARA.
           MOVE WC-TAX-YEAR TO WS-CL-YEAR
           MOVE WC-EMPLOYEE-ID TO WS-CL-EMP
           MOVE WH-EMPLOYEE-NAME TO WS-CL-NAME
           MOVE WC-REASON TO WS-CL-REASON
           MOVE SPACES TO WS-CL-SSN
           IF WS-REJECT-REASON = SPACES
               MOVE WS-CORR-SSN TO WS-SSN-EDIT
               MOVE "XXX-XX-" TO WS-CL-SSN
               MOVE WS-SSN-EDIT-X(6:4) TO WS-CL-SSN(8:4)
               MOVE "W-2C WRITTEN" TO WS-CL-RESULT
           ELSE
               MOVE WS-REJECT-REASON TO WS-CL-RESULT
               DISPLAY "W-2C REJECTED FOR EMP " WC-EMPLOYEE-ID
                   " YEAR " WC-TAX-YEAR ": " WS-REJECT-REASON
           END-IF
           WRITE W2C-RPT-RECORD FROM WS-W2C-LINE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT SECTION
           END-IF
           WRITE W2C-RPT-RECORD FROM WS-BOX-COL-LINE
           IF WS-CORR-SSN NOT = WS-PREV-SSN
               MOVE WS-PREV-SSN TO WS-SSN-EDIT
               MOVE "XXX-XX-" TO WS-SL-PREV
               MOVE WS-SSN-EDIT-X(6:4) TO WS-SL-PREV(8:4)
               MOVE WS-CORR-SSN TO WS-SSN-EDIT
               MOVE "XXX-XX-" TO WS-SL-CORR
               MOVE WS-SSN-EDIT-X(6:4) TO WS-SL-CORR(8:4)
               WRITE W2C-RPT-RECORD FROM WS-SSN-LINE
           END-IF
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 9
               IF WS-BOX-CORR(WS-BOX-SUB)
                   NOT = WS-BOX-PREV(WS-BOX-SUB)
                   MOVE WS-BOX-NAME(WS-BOX-SUB) TO WS-BL-NAME
                   MOVE WS-BOX-PREV(WS-BOX-SUB) TO WS-BL-PREV
                   MOVE WS-BOX-CORR(WS-BOX-SUB) TO WS-BL-CORR
                   COMPUTE WS-BOX-DIFF = WS-BOX-CORR(WS-BOX-SUB)
                       - WS-BOX-PREV(WS-BOX-SUB)
                   MOVE WS-BOX-DIFF TO WS-BL-DIFF
                   WRITE W2C-RPT-RECORD FROM WS-BOX-LINE
               END-IF
           END-PERFORM.

      *===============================================================
      * 4000-WRITE-TRANSMITTALS: One W-3c transmittal record per tax
      * year corrected, printed with the year's column totals
      *===============================================================
       4000-WRITE-TRANSMITTALS SECTION.
       4000-W3C-PARA.
           PERFORM VARYING WS-YR-SUB FROM 1 BY 1
               UNTIL WS-YR-SUB > WS-YR-COUNT
               MOVE SPACES TO W2C-RECORD
               INITIALIZE W2C-RECORD
               SET CR-TRANSMITTAL TO TRUE
               MOVE WS-YR-TAX-YEAR(WS-YR-SUB) TO CR-TAX-YEAR
               MOVE 999999 TO CR-EMPLOYEE-ID
               MOVE "W-3C TRANSMITTAL" TO CR-EMPLOYEE-NAME
               MOVE WS-YR-FORMS(WS-YR-SUB) TO CR-FORM-COUNT
               MOVE SPACES TO W2C-RPT-RECORD
               WRITE W2C-RPT-RECORD
               MOVE WS-YR-TAX-YEAR(WS-YR-SUB) TO WS-TL-YEAR
               MOVE WS-YR-FORMS(WS-YR-SUB) TO WS-TL-FORMS
               WRITE W2C-RPT-RECORD FROM WS-W3C-LINE
               WRITE W2C-RPT-RECORD FROM WS-BOX-COL-LINE
               PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
                   UNTIL WS-BOX-SUB > 9
                   MOVE WS-YR-PREV(WS-YR-SUB, WS-BOX-SUB)
                       TO CR-PREV-AMOUNT(WS-BOX-SUB)
                   MOVE WS-YR-CORR(WS-YR-SUB, WS-BOX-SUB)
                       TO CR-CORR-AMOUNT(WS-BOX-SUB)
                   MOVE WS-BOX-NAME(WS-BOX-SUB) TO WS-BL-NAME
                   MOVE WS-YR-PREV(WS-YR-SUB, WS-BOX-SUB)
                       TO WS-BL-PREV
                   MOVE WS-YR-CORR(WS-YR-SUB, WS-BOX-SUB)
                       TO WS-BL-CORR
                   COMPUTE WS-BOX-DIFF =
                       WS-YR-CORR(WS-YR-SUB, WS-BOX-SUB)
                       - WS-YR-PREV(WS-YR-SUB, WS-BOX-SUB)
                   MOVE WS-BOX-DIFF TO WS-BL-DIFF
                   WRITE W2C-RPT-RECORD FROM WS-BOX-LINE
               END-PERFORM
               WRITE W2C-RECORD
           END-PERFORM.
