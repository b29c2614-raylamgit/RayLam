      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *    2026  D.ELLIS     ADDED THE AMOUNT FILED WITH THE STOP-LOSS *
      *                      CARRIER THIS PLAN YEAR AND THE LAST       *
      *                      FILING DATE (SLCLAIM) - SPACES ON A       *
      *                      RECORD WRITTEN BEFORE THEY EXISTED.       *
      *****************************************************************
       01  PLAN-ACCUM-REC.
           05  PA-PLAN-ID                    PIC X(10).
           05  PA-YTD-PAID-AMOUNT            PIC S9(9)V99 COMP-3.
           05  PA-THRESHOLD-CROSSED-SW       PIC X(01) VALUE "N".
               88  PA-THRESHOLD-CROSSED         VALUE "Y".
           05  PA-SL-FILED-AMT               PIC S9(9)V99 COMP-3.
           05  PA-SL-LAST-FILED-DATE         PIC 9(8).
           05  FILLER                        PIC X(06).
