           88  WS-RPT-SUCCESS      VALUE '00'.
       01  WS-DEFAULT-GROWTH-PCT   PIC 9(03) VALUE 50.
      *    Per-step SLA rows from TRDPARM.
       01  WS-SLA-MAX              PIC 9(03) VALUE 99.
       01  WS-SLA-USED             PIC 9(03) VALUE ZEROS.
       01  WS-SLA-IDX              PIC 9(03) VALUE ZEROS.
       01  WS-SLA-SUB              PIC 9(03) VALUE ZEROS.
       01  WS-SLA-FOUND            PIC X VALUE 'N'.
           88  SLA-WAS-FOUND       VALUE 'Y'.
       01  WS-SLA-TABLE.
           05  WS-SLA-ENTRY OCCURS 99 TIMES.
               10  WS-SLA-STEP     PIC X(08).
               10  WS-SLA-SECONDS  PIC 9(06).
               10  WS-SLA-GROWTH   PIC 9(03).
      *    One observation per step per night, kept in file order
      *    (JOBSTAT appends chronologically); the last completed
      *    record for a step+date wins, the way JOBCTL resumes.
       01  WS-OBS-MAX              PIC 9(05) VALUE 9000.
       01  WS-OBS-USED             PIC 9(05) VALUE ZEROS.
       01  WS-OBS-IDX              PIC 9(05) VALUE ZEROS.
       01  WS-OBS-SUB              PIC 9(05) VALUE ZEROS.
       01  WS-OBS-FOUND            PIC X VALUE 'N'.
           88  OBS-WAS-FOUND       VALUE 'Y'.
       01  WS-OBS-TABLE.
           05  WS-OBS-ENTRY OCCURS 9000 TIMES.
               10  WS-OBS-STEP     PIC X(08).
               10  WS-OBS-DATE     PIC 9(08).
               10  WS-OBS-ELAPSED  PIC S9(07).
      *    Steps seen, for the per-step trend pass.
       01  WS-STEP-MAX             PIC 9(03) VALUE 99.
       01  WS-STEP-USED            PIC 9(03) VALUE ZEROS.
       01  WS-STEP-IDX             PIC 9(03) VALUE ZEROS.
       01  WS-STEP-FOUND           PIC X VALUE 'N'.
           88  STEP-WAS-FOUND      VALUE 'Y'.
       01  WS-STEP-LIST.
           05  WS-STEP-NAME OCCURS 99 TIMES
                                   PIC X(08).
       01  WS-THIS-STEP            PIC X(08).
       01  WS-START-SECS           PIC S9(07) VALUE 0.
