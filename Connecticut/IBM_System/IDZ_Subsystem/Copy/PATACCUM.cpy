      *    2026  D.ELLIS     ADDED THE CUMULATIVE LIFETIME PAID        *
      *                      AMOUNT, ACCUMULATED BY MSTRCALC AGAINST   *
      *                      THE PLAN'S COVERAGE-LIMITS.               *
      *    2026  D.ELLIS     ADDED THE PLAN-YEAR PAID AMOUNT, RESET    *
      *                      BY PLNROLL, FOR HCCRPT'S HIGH-COST        *
      *                      CLAIMANT RANKING.                         *
      *****************************************************************
       01  PATIENT-ACCUM-REC.
           05  PB-KEY.
           05  PB-DEDUCT-MET                 PIC S9(7)V99 COMP-3.
           05  PB-OOP-PAID                   PIC S9(7)V99 COMP-3.
           05  PB-LIFETIME-PAID              PIC S9(9)V99 COMP-3.
           05  PB-YTD-PAID                   PIC S9(9)V99 COMP-3.
           05  FILLER                        PIC X(08).
