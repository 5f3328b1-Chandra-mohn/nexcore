      *---------------------------------------------------------------
      * ACUPDRSP.cbl -- Card account-updater response intake
      * Reads the network's response to the AUPDOUT file ACUPDEXT
      * sent (AUPDRESP, ACCOUNT-UPDATER-RESPONSE layout) and
      * reports what it did with each update: accepted updates are
      * counted by type, and each rejected one is listed on AUPDRPT
      * with the network's reason so operations can correct the
      * card and resend it. Ends with condition code 4 when the
      * network rejected anything.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUPDRSP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-FILE
               ASSIGN TO 'AUPDRESP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUR-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'AUPDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD.
           COPY ACCOUNT-UPDATER-RESPONSE.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUR-STATUS           PIC XX.
           88  WS-AUR-SUCCESS      VALUE '00'.
           88  WS-AUR-EOF          VALUE '10'.
       01  WS-RPT-STATUS           PIC XX.
           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-RESPONSE-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-ACCEPTED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-ACC-REISSUE-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-ACC-RENUM-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-ACC-CLOSE-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-REJECT-COUNT         PIC 9(05) VALUE ZEROS.

       01  WS-REJ-LINE.
           05  FILLER              PIC X(07) VALUE 'REJECT '.
           05  WS-REJ-TYPE         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-OLD-CARD     PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-NEW-CARD     PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-CODE         PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-REASON       PIC X(30).
           05  FILLER              PIC X(04) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL        PIC X(24).
           05  WS-TOT-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT RESPONSE-FILE.
           IF NOT WS-AUR-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-AUR-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPT-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-RPT-STATUS
               CLOSE RESPONSE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-READ-RESPONSE
               UNTIL WS-AUR-EOF.
           PERFORM 8000-WRITE-TOTALS.
           CLOSE RESPONSE-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'RESPONSES READ:     ' WS-RESPONSE-COUNT.
           DISPLAY 'UPDATES ACCEPTED:   ' WS-ACCEPTED-COUNT.
           DISPLAY '  CARDS REISSUED:   ' WS-ACC-REISSUE-COUNT.
           DISPLAY '  ACCTS RENUMBERED: ' WS-ACC-RENUM-COUNT.
           DISPLAY '  ACCTS CLOSED:     ' WS-ACC-CLOSE-COUNT.
           DISPLAY 'UPDATES REJECTED:   ' WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-READ-RESPONSE.
           READ RESPONSE-FILE
               AT END SET WS-AUR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RESPONSE-COUNT
                   PERFORM 2000-POST-RESPONSE
           END-READ.

       2000-POST-RESPONSE.
           IF NOT AUR-ACCEPTED
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCEPTED-COUNT
           EVALUATE TRUE
               WHEN AUR-CARD-REISSUED
                   ADD 1 TO WS-ACC-REISSUE-COUNT
               WHEN AUR-ACCT-RENUMBERED
                   ADD 1 TO WS-ACC-RENUM-COUNT
               WHEN AUR-ACCT-CLOSED
                   ADD 1 TO WS-ACC-CLOSE-COUNT
           END-EVALUATE.

       8000-WRITE-TOTALS.
           MOVE 'UPDATES ACCEPTED:' TO WS-TOT-LABEL
           MOVE WS-ACCEPTED-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'UPDATES REJECTED:' TO WS-TOT-LABEL
           MOVE WS-REJECT-COUNT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

       9000-WRITE-REJECT.
           MOVE AUR-UPDATE-TYPE TO WS-REJ-TYPE
           MOVE AUR-OLD-CARD TO WS-REJ-OLD-CARD
           MOVE AUR-NEW-CARD TO WS-REJ-NEW-CARD
           MOVE AUR-RESPONSE-CODE TO WS-REJ-CODE
           MOVE AUR-REASON-TEXT TO WS-REJ-REASON
           WRITE REPORT-RECORD FROM WS-REJ-LINE
           ADD 1 TO WS-REJECT-COUNT.
