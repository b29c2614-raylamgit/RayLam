      *****************************************************************
      *    SLSHIST                                                    *
      *    RECORD LAYOUT FOR THE MONTHLY SALES HISTORY FILE (80       *
      *    BYTES) - ONE RECORD PER PRODUCT LINE PER MONTH, PLUS A     *
      *    COMPANY-TOTAL RECORD PER MONTH UNDER PRODUCT LINE "**".    *
      *    FCSTGEN POSTS EACH CLOSED MONTH'S ACTUAL SALES AND THE     *
      *    CUMULATIVE PAYMENT DOLLARS BEHIND THE PRODUCT-LINE SPLIT,  *
      *    AND WRITES THE SYSTEM FORECAST FOR THE COMING MONTH AS AN  *
      *    UNPOSTED RECORD THE NEXT RUN MEASURES AGAINST.  THE        *
      *    COMPANY RECORD ALSO KEEPS THE MANUAL CTLFILE FORECAST.     *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  SALES-HIST-REC.
           05  SH-PROD-LINE                       PIC  X(02).
               88  SH-COMPANY-TOTAL                  VALUE "**".
           05  SH-MONTH                           PIC  9(06).
           05  SH-ACTUAL-SW                       PIC  X(01).
               88  SH-ACTUAL-POSTED                  VALUE "Y".
           05  SH-ACTUAL-SALES                    PIC S9(11)V99 COMP-3.
           05  SH-SYSTEM-FCST                     PIC S9(11)V99 COMP-3.
           05  SH-MANUAL-FCST                     PIC S9(11)V99 COMP-3.
           05  SH-CUM-USAGE-AMT                   PIC S9(11)V99 COMP-3.
           05  FILLER                             PIC  X(43).
