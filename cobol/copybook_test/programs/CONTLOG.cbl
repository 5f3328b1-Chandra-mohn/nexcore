      *---------------------------------------------------------------
      * CONTLOG.cbl -- Shared cardholder contact-history writer
      * CALLed with a filled-in CONTACT-HISTORY entry by CONTLOAD
      * and by every program that sends a cardholder a letter.
      * Stamps the wall-clock time when the caller leaves it zero,
      * writes the entry to the keyed CONTACTS file (created on the
      * first call ever), and returns. Two entries for the same
      * account in the same second take the next sequence number.
      * The file is opened and closed per call, the way CHGJRNL
      * handles its journal, so a caller abend never strands it.
      * CTH-CONTACT-SEQ comes back 99 when the entry could not be
      * written.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE
               ASSIGN TO 'CONTACTS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTF-KEY
               FILE STATUS IS WS-CTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
       01  CONTACT-RECORD.
           COPY CONTACT-HISTORY
               REPLACING LEADING ==CTH== BY ==CTF==.

       WORKING-STORAGE SECTION.
       01  WS-CTF-STATUS           PIC XX.
           88  WS-CTF-SUCCESS      VALUE '00'.
           88  WS-CTF-DUPLICATE    VALUE '22'.
           88  WS-CTF-NOT-FOUND    VALUE '35'.
       01  WS-WRITTEN-FLAG         PIC X(01) VALUE 'N'.
           88  WS-WRITTEN          VALUE 'Y'.

       LINKAGE SECTION.
       01  CONTACT-REQUEST.
           COPY CONTACT-HISTORY.

       PROCEDURE DIVISION USING CONTACT-REQUEST.
       0000-MAIN.
           IF CTH-CONTACT-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO CTH-CONTACT-DATE
           END-IF.
           IF CTH-CONTACT-TIME = 0
               MOVE FUNCTION CURRENT-DATE(9:6) TO CTH-CONTACT-TIME
           END-IF.
           MOVE 0 TO CTH-CONTACT-SEQ.
           OPEN I-O CONTACT-FILE.
           IF WS-CTF-NOT-FOUND
               OPEN OUTPUT CONTACT-FILE
           END-IF.
           IF NOT WS-CTF-SUCCESS
               DISPLAY 'CONTLOG: CONTACT NOT WRITTEN: '
                   WS-CTF-STATUS
               MOVE 99 TO CTH-CONTACT-SEQ
               GOBACK
           END-IF.
           MOVE 'N' TO WS-WRITTEN-FLAG.
           PERFORM 1000-WRITE-CONTACT
               UNTIL WS-WRITTEN
               OR CTH-CONTACT-SEQ >= 99.
           IF NOT WS-WRITTEN
               DISPLAY 'CONTLOG: CONTACT NOT WRITTEN: '
                   CTH-ACCT-NUMBER ' ' WS-CTF-STATUS
               MOVE 99 TO CTH-CONTACT-SEQ
           END-IF.
           CLOSE CONTACT-FILE.
           GOBACK.

      *===============================================================
      * 1000-WRITE-CONTACT: A key already taken moves the entry to
      * the next sequence number; any other failure stops trying.
      *===============================================================
       1000-WRITE-CONTACT.
           MOVE CONTACT-REQUEST TO CONTACT-RECORD
           WRITE CONTACT-RECORD
               INVALID KEY
                   IF WS-CTF-DUPLICATE
                       ADD 1 TO CTH-CONTACT-SEQ
                   ELSE
                       MOVE 99 TO CTH-CONTACT-SEQ
                   END-IF
               NOT INVALID KEY
                   SET WS-WRITTEN TO TRUE
           END-WRITE.
