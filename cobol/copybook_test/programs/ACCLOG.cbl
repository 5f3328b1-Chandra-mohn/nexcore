      *---------------------------------------------------------------
      * ACCLOG.cbl -- Shared sensitive-data access-log writer
      * CALLed by the inquiry sessions (ACCTINQ, ARCHINQ, MERCHINQ,
      * STMTRPRT) with a filled-in ACCESS-LOG record for every
      * account they show. Stamps the wall-clock date and time --
      * the moment of access, not the business date -- appends the
      * record to the ACCSLOG file (created on the first call ever),
      * and returns. The file is opened and closed per call, the
      * way CHGJRNL handles its journal, so a session left open or
      * abended never strands it. AXL-LOG-RESULT comes back 'N'
      * when the record could not be written.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-FILE
               ASSIGN TO 'ACCSLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AXF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-FILE.
       01  ACCESS-RECORD.
           COPY ACCESS-LOG
               REPLACING LEADING ==AXL== BY ==AXF==.

       WORKING-STORAGE SECTION.
       01  WS-AXF-STATUS           PIC XX.
           88  WS-AXF-SUCCESS      VALUE '00'.
           88  WS-AXF-NOT-FOUND    VALUE '35'.

       LINKAGE SECTION.
       01  ACCESS-REQUEST.
           COPY ACCESS-LOG.

       PROCEDURE DIVISION USING ACCESS-REQUEST.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AXL-ACCESS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AXL-ACCESS-TIME.
           SET AXL-LOGGED TO TRUE.
           OPEN EXTEND ACCESS-FILE.
           IF WS-AXF-NOT-FOUND
               OPEN OUTPUT ACCESS-FILE
           END-IF.
           IF NOT WS-AXF-SUCCESS
               DISPLAY 'ACCLOG: ACCESS NOT LOGGED: ' WS-AXF-STATUS
               SET AXL-NOT-LOGGED TO TRUE
               GOBACK
           END-IF.
           MOVE ACCESS-REQUEST TO ACCESS-RECORD.
           WRITE ACCESS-RECORD.
           IF NOT WS-AXF-SUCCESS
               DISPLAY 'ACCLOG: ACCESS NOT LOGGED: '
                   AXL-ACCT-NUMBER ' ' WS-AXF-STATUS
               SET AXL-NOT-LOGGED TO TRUE
           END-IF.
           CLOSE ACCESS-FILE.
           GOBACK.
