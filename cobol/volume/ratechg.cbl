      * when the date lands mid-period -- and EMPLOAD refreshes
      * preserve. After the feed applies, every pending row on the
      * master lists on the RATEPEND.RPT report so HR sees exactly
      * what is queued to take effect. Every stored row is
      * journaled through PAYJRNL.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER                 PIC X(9).
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
      * Only the fields this intake needs are named.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID         PIC 9(6).
           05  EM-OTHER-DED-TODATE    PIC 9(6)V99.
           05  EM-NEW-PAY-RATE        PIC 9(5)V99.
           05  EM-RATE-EFF-DATE       PIC 9(8).
           05  FILLER                 PIC X(79).
           05  EM-EXPANSION           PIC X(112).
       FD  PENDING-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           05  WS-PND-EFF-DATE        PIC 9(8).
           05  FILLER                 PIC X(4) VALUE SPACES.

      * EMPMAST change-journal request for the shared PAYJRNL writer
      * -- the same layout PAYJRNL declares
       01  WS-JOURNAL-REQUEST.
           05  PJ-PROGRAM-ID          PIC X(20).
           05  PJ-ACTION              PIC X(1).
               88  PJ-ADD             VALUE "A".
               88  PJ-REWRITE         VALUE "R".
           05  PJ-EMPLOYEE-ID         PIC 9(6).
           05  PJ-REASON              PIC X(20).
           05  PJ-CHANGE-DATE         PIC 9(8).
           05  PJ-CHANGE-TIME         PIC 9(6).
           05  PJ-BEFORE-IMAGE        PIC X(400).
           05  PJ-AFTER-IMAGE         PIC X(400).
           05  FILLER                 PIC X(9).

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAIN: Apply the feed, then report everything pending
               ADD 1 TO WS-REJECT-COUNT
               EXIT SECTION
           END-IF
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-BEFORE-IMAGE
           MOVE RF-NEW-RATE TO EM-NEW-PAY-RATE
           MOVE RF-EFF-DATE TO EM-RATE-EFF-DATE
           SET PJ-REWRITE TO TRUE
           MOVE "PENDING RATE CHANGE" TO PJ-REASON
           MOVE EMPLOYEE-MASTER-RECORD TO PJ-AFTER-IMAGE
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR EMP "
                       EM-EMPLOYEE-ID
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 9000-JOURNAL-CHANGE
           END-REWRITE.

      *===============================================================
                       END-IF
               END-READ
           END-PERFORM.

      *===============================================================
      * 9000-JOURNAL-CHANGE: The before and after images of the
      * master record just written to the shared change journal
      *===============================================================
       9000-JOURNAL-CHANGE SECTION.
       9000-JOURNAL-PARA.
           MOVE "RATECHG" TO PJ-PROGRAM-ID
           MOVE EM-EMPLOYEE-ID TO PJ-EMPLOYEE-ID
           CALL "PAYJRNL" USING WS-JOURNAL-REQUEST.
