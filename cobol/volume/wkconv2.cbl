       IDENTIFICATION DIVISION.
       PROGRAM-ID. WKCONV2.
      *---------------------------------------------------------------
      * Pay-calculation worksheet re-layout: 400-byte records to
      * 500. Reads the worksheet history in its 400-byte layout
      * (renamed to PAYWORKO.DAT for the run) and writes every
      * record, in the same order, to a new PAYWORK.DAT in the
      * 500-byte layout: the 400 bytes carry over unchanged, the
      * local income tax fields are set to no locality (code
      * spaces, wages and tax zero -- nothing was withheld for a
      * locality before the pay run carried them), and the rest is
      * filler. Records in and out must agree or the step ends
      * with condition code 8.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-WORK-FILE ASSIGN TO "PAYWORKO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLD-WORK-STATUS.
           SELECT WORKSHEET-FILE ASSIGN TO "PAYWORK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORKSHEET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-WORK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  OLD-WORK-RECORD.
           05  OW-CARRIED-FIELDS      PIC X(400).
       FD  WORKSHEET-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 500 CHARACTERS.
      * Only the fields the conversion sets are named.
       01  WORKSHEET-RECORD.
           05  WK-CARRIED-FIELDS      PIC X(400).
           05  WK-LOCAL-CODE          PIC X(4).
           05  WK-LOCAL-WAGES         PIC 9(8)V99.
           05  WK-LOCAL-TAX           PIC 9(6)V99.
           05  WK-EXPANSION           PIC X(78).
       WORKING-STORAGE SECTION.
       01  WS-OLD-WORK-STATUS         PIC XX.
           88  OLD-WORK-OK            VALUE "00".
       01  WS-WORKSHEET-STATUS        PIC XX.
           88  WORKSHEET-OK           VALUE "00".
       01  WS-EOF-FLAG                PIC 9 VALUE 0.
           88  END-OF-FILE            VALUE 1.
       01  WS-RECORDS-READ            PIC 9(7) VALUE 0.
       01  WS-RECORDS-WRITTEN         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAIN: Copy the worksheet history across in file order
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           OPEN INPUT OLD-WORK-FILE
           IF NOT OLD-WORK-OK
               DISPLAY "ERROR: OPEN PAYWORKO FAILED: "
                   WS-OLD-WORK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WORKSHEET-FILE
           IF NOT WORKSHEET-OK
               DISPLAY "ERROR: OPEN WORKSHEET-FILE FAILED: "
                   WS-WORKSHEET-STATUS
               CLOSE OLD-WORK-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-CONVERT-RECORD
               UNTIL END-OF-FILE
           CLOSE OLD-WORK-FILE
           CLOSE WORKSHEET-FILE
           DISPLAY "RECORDS READ:     " WS-RECORDS-READ
           DISPLAY "RECORDS WRITTEN:  " WS-RECORDS-WRITTEN
           IF WS-RECORDS-WRITTEN NOT = WS-RECORDS-READ
               DISPLAY "ERROR: RECORD COUNTS DISAGREE"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-CONVERT-RECORD SECTION.
       1000-CONVERT-PARA.
           READ OLD-WORK-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE OW-CARRIED-FIELDS TO WK-CARRIED-FIELDS
                   MOVE SPACES TO WK-LOCAL-CODE
                   MOVE 0 TO WK-LOCAL-WAGES
                   MOVE 0 TO WK-LOCAL-TAX
                   MOVE SPACES TO WK-EXPANSION
                   WRITE WORKSHEET-RECORD
                   IF WORKSHEET-OK
                       ADD 1 TO WS-RECORDS-WRITTEN
                   ELSE
                       DISPLAY "WORKSHEET NOT CONVERTED: "
                           WS-WORKSHEET-STATUS
                   END-IF
           END-READ.
