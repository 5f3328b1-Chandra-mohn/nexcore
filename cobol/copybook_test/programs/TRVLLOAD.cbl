      *---------------------------------------------------------------
      * TRVLLOAD.cbl -- Cardholder travel-notice intake and purge
      * Reads the day's travel notices (TRVLFEED, TRAVEL-NOTICE
      * layout -- account, which cardholder is traveling, trip start
      * and end, and the destination countries) from the phone and
      * online channels and files them on the keyed TRVLNOTC file
      * CARDPROC screens purchases against. A notice for the same
      * cardholder and start date replaces the one on file; a 'C'
      * action cancels it. A notice for an account not on CARDMAST
      * or closed, for a cardholder the account does not have, with
      * bad or backwards dates, a trip already over or longer than
      * the TRVLPRM maximum (default 180 days), or without a usable
      * country list is rejected to TRVLREJ and the run ends with
      * condition code 4. Every run then purges the notices whose
      * trip ended before the business date, so the file holds only
      * current and upcoming trips.
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRVLLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE
               ASSIGN TO 'TRVLFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TVI-STATUS.

           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRAVEL-FILE
               ASSIGN TO 'TRVLNOTC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TVN-KEY
               FILE STATUS IS WS-TVN-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO 'TRVLREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'TRVLPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'JOBCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-RECORD.
           COPY TRAVEL-NOTICE
               REPLACING LEADING ==TVN== BY ==TVI==.

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           COPY ACCT-MASTER.
           COPY CARDHOLDER-INFO.
           COPY BILLING-ADDRESS.
           COPY TRANS-HISTORY.

       FD  TRAVEL-FILE.
       01  TRAVEL-RECORD.
           COPY TRAVEL-NOTICE.

       FD  REJECT-FILE.
       01  REJECT-RECORD           PIC X(80).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  TVP-MAX-TRIP-DAYS   PIC 9(03).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY JOB-CALENDAR.

       WORKING-STORAGE SECTION.
      *    Business date from the JOB-CALENDAR record (JOBCAL),
      *    falling back to the system date when no calendar is on
      *    file.
       01  WS-CAL-STATUS           PIC XX.
           88  WS-CAL-SUCCESS      VALUE '00'.
       01  WS-TVI-STATUS           PIC XX.
           88  WS-TVI-SUCCESS      VALUE '00'.
           88  WS-TVI-EOF          VALUE '10'.
       01  WS-FILE-STATUS          PIC XX.
           88  WS-SUCCESS          VALUE '00'.
       01  WS-TVN-STATUS           PIC XX.
           88  WS-TVN-SUCCESS      VALUE '00'.
           88  WS-TVN-EOF          VALUE '10'.
           88  WS-TVN-DUPLICATE    VALUE '22'.
           88  WS-TVN-NOT-FOUND    VALUE '35'.
       01  WS-REJ-STATUS           PIC XX.
           88  WS-REJ-SUCCESS      VALUE '00'.
       01  WS-PARM-STATUS          PIC XX.
           88  WS-PARM-SUCCESS     VALUE '00'.
       01  WS-CURRENT-DATE         PIC 9(08).
       01  WS-MAX-TRIP-DAYS        PIC 9(03) VALUE 180.
       01  WS-TRIP-DAYS            PIC S9(07) COMP-3 VALUE ZEROS.
       01  WS-CTRY-IDX             PIC 9(02) VALUE ZEROS.
       01  WS-CTRY-BAD-FLAG        PIC X VALUE 'N'.
           88  WS-CTRY-BAD         VALUE 'Y'.
       01  WS-NOTICE-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-FILED-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-REPLACED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-CANCELLED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-PURGED-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-REJECT-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-REJ-REASON-TEXT      PIC X(24).

       01  WS-REJ-LINE.
           05  FILLER              PIC X(07) VALUE 'REJECT '.
           05  WS-REJ-ACCT         PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-USER         PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-START        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-END          PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-REJ-REASON       PIC X(24).
           05  FILLER              PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-SET-BUSINESS-DATE.
           PERFORM 0050-READ-PARMS.
           OPEN INPUT FEED-FILE.
           IF NOT WS-TVI-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-TVI-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CARD-MASTER-FILE.
           IF NOT WS-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-FILE-STATUS
               CLOSE FEED-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *    The notice file is created on the first run ever.
           OPEN I-O TRAVEL-FILE.
           IF WS-TVN-NOT-FOUND
               OPEN OUTPUT TRAVEL-FILE
               CLOSE TRAVEL-FILE
               OPEN I-O TRAVEL-FILE
           END-IF.
           IF NOT WS-TVN-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-TVN-STATUS
               CLOSE FEED-FILE
               CLOSE CARD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF NOT WS-REJ-SUCCESS
               DISPLAY 'ERROR OPENING FILE: ' WS-REJ-STATUS
               CLOSE FEED-FILE
               CLOSE CARD-MASTER-FILE
               CLOSE TRAVEL-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-READ-NOTICE
               UNTIL WS-TVI-EOF.
           PERFORM 5000-PURGE-EXPIRED.
           CLOSE FEED-FILE.
           CLOSE CARD-MASTER-FILE.
           CLOSE TRAVEL-FILE.
           CLOSE REJECT-FILE.
           DISPLAY 'NOTICES READ:      ' WS-NOTICE-COUNT.
           DISPLAY 'NOTICES FILED:     ' WS-FILED-COUNT.
           DISPLAY 'NOTICES REPLACED:  ' WS-REPLACED-COUNT.
           DISPLAY 'NOTICES CANCELLED: ' WS-CANCELLED-COUNT.
           DISPLAY 'NOTICES REJECTED:  ' WS-REJECT-COUNT.
           DISPLAY 'EXPIRED PURGED:    ' WS-PURGED-COUNT.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       0050-READ-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-SUCCESS
               READ PARM-FILE
                   NOT AT END
                       IF TVP-MAX-TRIP-DAYS NUMERIC
                           AND TVP-MAX-TRIP-DAYS > 0
                           MOVE TVP-MAX-TRIP-DAYS
                               TO WS-MAX-TRIP-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1000-READ-NOTICE.
           READ FEED-FILE
               AT END SET WS-TVI-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-NOTICE-COUNT
                   PERFORM 2000-VALIDATE-NOTICE
           END-READ.

      *===============================================================
      * 2000-VALIDATE-NOTICE: A cancel needs only the key; a new or
      * replacement notice must name a real cardholder on an open
      * account, a sensible current trip, and where it is going.
      *===============================================================
       2000-VALIDATE-NOTICE.
           IF TVI-CARDHOLDER-NUM NOT NUMERIC
               OR TVI-START-DATE NOT NUMERIC
               OR TVI-END-DATE NOT NUMERIC
               MOVE 'KEY FIELDS NOT NUMERIC' TO WS-REJ-REASON-TEXT
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF TVI-CANCEL
               PERFORM 4000-CANCEL-NOTICE
               EXIT PARAGRAPH
           END-IF
           IF NOT TVI-ADD
               MOVE 'UNKNOWN ACTION' TO WS-REJ-REASON-TEXT
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(TVI-START-DATE) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(TVI-END-DATE) NOT = 0
               MOVE 'INVALID TRIP DATE' TO WS-REJ-REASON-TEXT
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF TVI-END-DATE < TVI-START-DATE
               MOVE 'END BEFORE START' TO WS-REJ-REASON-TEXT
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF TVI-END-DATE < WS-CURRENT-DATE
               MOVE 'TRIP ALREADY OVER' TO WS-REJ-REASON-TEXT
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TRIP-DAYS =
               FUNCTION INTEGER-OF-DATE(TVI-END-DATE) -
               FUNCTION INTEGER-OF-DATE(TVI-START-DATE) + 1
           IF WS-TRIP-DAYS > WS-MAX-TRIP-DAYS
               MOVE 'TRIP TOO LONG' TO WS-REJ-REASON-TEXT
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-CHECK-COUNTRIES
           IF WS-CTRY-BAD
               MOVE 'NO VALID COUNTRY LIST' TO WS-REJ-REASON-TEXT
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE TVI-ACCT-NUMBER TO ACCT-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJ-REASON-TEXT
                   PERFORM 9000-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 2200-CHECK-ACCOUNT
           END-READ.

      *===============================================================
      * 2100-CHECK-COUNTRIES: One to ten countries, each a filled-in
      * alphabetic three-letter code.
      *===============================================================
       2100-CHECK-COUNTRIES.
           MOVE 'N' TO WS-CTRY-BAD-FLAG
           IF TVI-COUNTRY-COUNT NOT NUMERIC
               OR TVI-COUNTRY-COUNT = 0
               OR TVI-COUNTRY-COUNT > 10
               SET WS-CTRY-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CTRY-IDX FROM 1 BY 1
               UNTIL WS-CTRY-IDX > TVI-COUNTRY-COUNT
               OR WS-CTRY-BAD
               IF TVI-COUNTRY(WS-CTRY-IDX) NOT ALPHABETIC
                   OR TVI-COUNTRY(WS-CTRY-IDX)(3:1) = SPACE
                   SET WS-CTRY-BAD TO TRUE
               END-IF
           END-PERFORM.

       2200-CHECK-ACCOUNT.
           IF ACCT-CLOSED
               MOVE 'ACCOUNT CLOSED' TO WS-REJ-REASON-TEXT
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
      *    User number 0 is the primary; 1-n the authorized users.
           IF TVI-CARDHOLDER-NUM > CH-AUTH-USER-COUNT
               MOVE 'NO SUCH CARDHOLDER' TO WS-REJ-REASON-TEXT
               PERFORM 9000-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM 3000-FILE-NOTICE.

      *===============================================================
      * 3000-FILE-NOTICE: Write the notice; one already on file for
      * the same cardholder and start date is replaced by it.
      *===============================================================
       3000-FILE-NOTICE.
           MOVE FEED-RECORD TO TRAVEL-RECORD
           SET TVN-ADD TO TRUE
           MOVE WS-CURRENT-DATE TO TVN-FILED-DATE
           PERFORM VARYING WS-CTRY-IDX FROM 1 BY 1
               UNTIL WS-CTRY-IDX > 10
               IF WS-CTRY-IDX > TVN-COUNTRY-COUNT
                   MOVE SPACES TO TVN-COUNTRY(WS-CTRY-IDX)
               END-IF
           END-PERFORM
           WRITE TRAVEL-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-FILED-COUNT
           END-WRITE
           IF WS-TVN-DUPLICATE
               REWRITE TRAVEL-RECORD
                   INVALID KEY
                       MOVE 'NOTICE NOT WRITTEN'
                           TO WS-REJ-REASON-TEXT
                       PERFORM 9000-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-REPLACED-COUNT
               END-REWRITE
           ELSE
               IF NOT WS-TVN-SUCCESS
                   MOVE 'NOTICE NOT WRITTEN' TO WS-REJ-REASON-TEXT
                   PERFORM 9000-WRITE-REJECT
               END-IF
           END-IF.

       4000-CANCEL-NOTICE.
           MOVE TVI-KEY TO TVN-KEY
           DELETE TRAVEL-FILE
               INVALID KEY
                   MOVE 'NO NOTICE TO CANCEL' TO WS-REJ-REASON-TEXT
                   PERFORM 9000-WRITE-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-CANCELLED-COUNT
           END-DELETE.

      *===============================================================
      * 5000-PURGE-EXPIRED: Sweep the whole notice file and delete
      * every trip that ended before the business date -- CARDPROC
      * has no use for it and the file would otherwise only grow.
      *===============================================================
       5000-PURGE-EXPIRED.
           MOVE LOW-VALUES TO TVN-KEY
           START TRAVEL-FILE KEY IS NOT LESS THAN TVN-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE '00' TO WS-TVN-STATUS
           PERFORM 5100-READ-FOR-PURGE
               UNTIL NOT WS-TVN-SUCCESS.

       5100-READ-FOR-PURGE.
           READ TRAVEL-FILE NEXT
               AT END
                   SET WS-TVN-EOF TO TRUE
               NOT AT END
                   IF TVN-END-DATE < WS-CURRENT-DATE
                       DELETE TRAVEL-FILE
                           INVALID KEY
                               DISPLAY 'ERROR PURGING NOTICE: '
                                   TVN-KEY
                           NOT INVALID KEY
                               ADD 1 TO WS-PURGED-COUNT
                       END-DELETE
                       MOVE '00' TO WS-TVN-STATUS
                   END-IF
           END-READ.

       9000-WRITE-REJECT.
           MOVE TVI-ACCT-NUMBER TO WS-REJ-ACCT
           MOVE TVI-CARDHOLDER-NUM TO WS-REJ-USER
           MOVE TVI-START-DATE TO WS-REJ-START
           MOVE TVI-END-DATE TO WS-REJ-END
           MOVE WS-REJ-REASON-TEXT TO WS-REJ-REASON
           WRITE REJECT-RECORD FROM WS-REJ-LINE
           ADD 1 TO WS-REJECT-COUNT.

      *===============================================================
      * 0040-SET-BUSINESS-DATE: The posting date is the JOB-CALENDAR
      * business date, not the wall clock; without a calendar on
      * file the system date applies as before.
      *===============================================================
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
