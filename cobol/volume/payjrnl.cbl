       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYJRNL.
      *---------------------------------------------------------------
      * Shared EMPMAST change-journal writer for the payroll split.
      * CALLed by every program that WRITEs or REWRITEs an
      * EMPLOYEE-MASTER-RECORD -- EMPLOAD, RATECHG, TERMPROC, ACHRET,
      * W4MAINT, EMPDEMO, NEWHIRE, WCMAINT, and REALISTIC-BATCH-TEST's
      * own YTD and leave rewrites -- with the calling program, the
      * employee, a reason, and the before and after images of the
      * 400-byte master record already in the caller's request area.
      * Stamps the date and time, appends the request to
      * PAYJRNL.DAT, and returns. The file is opened and closed per
      * call so a caller abend never strands an open journal.
      * PAYJRPT reports the day's changes from the journal.
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
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 870 CHARACTERS.
       01  JOURNAL-RECORD             PIC X(870).
       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS          PIC XX.
           88  JOURNAL-OK             VALUE "00".
           88  JOURNAL-NOT-FOUND      VALUE "35".
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  WS-CURRENT-TIME        PIC 9(6).
           05  FILLER                 PIC X(7).
       LINKAGE SECTION.
      * Journal request -- every updater declares this same layout.
      * Action 'A' is a new record (before image spaces), 'R' a
      * rewrite of one already on file.
       01  PJ-JOURNAL-REQUEST.
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

       PROCEDURE DIVISION USING PJ-JOURNAL-REQUEST.
      *===============================================================
      * 0000-MAIN: Stamp the request and append it to the journal
      *===============================================================
       0000-MAIN SECTION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO PJ-CHANGE-DATE
           MOVE WS-CURRENT-TIME TO PJ-CHANGE-TIME
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-NOT-FOUND
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF NOT JOURNAL-OK
               DISPLAY "PAYJRNL: JOURNAL NOT WRITTEN FOR EMP "
                   PJ-EMPLOYEE-ID ": " WS-JOURNAL-STATUS
               GOBACK
           END-IF
           WRITE JOURNAL-RECORD FROM PJ-JOURNAL-REQUEST
           CLOSE JOURNAL-FILE
           GOBACK.
