      * by, and who took it. DELINQ evaluates each promise against
      * the 'PA' payments actually posted -- kept promises hold or
      * cure the bucket, broken ones escalate and land on the
      * broken-promise report; a promise on an account that goes
      * into bankruptcy is withdrawn. Maintained across runs with the
      * COLLQ rotation (PTPFILE in, PTPNEW out).
      * Shared across: DELINQ
      *---------------------------------------------------------------
               88  PTP-OPEN         VALUE 'O'.
               88  PTP-KEPT         VALUE 'K'.
               88  PTP-BROKEN       VALUE 'B'.
               88  PTP-WITHDRAWN    VALUE 'W'.
