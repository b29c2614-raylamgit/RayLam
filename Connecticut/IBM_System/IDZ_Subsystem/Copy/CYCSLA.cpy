      *****************************************************************
      *    CYCSLA                                                     *
      *    RECORD LAYOUT FOR THE BATCH-CYCLE SLA REFERENCE FILE (80   *
      *    BYTES) - ONE RECORD PER CYCLE THAT LOGS TO RUNSTAT, GIVING *
      *    THE CLOCK TIME THE CYCLE MUST BE FINISHED BY.  A DEADLINE  *
      *    FLAGGED NEXT-DAY FALLS ON THE DAY AFTER THE RUN STARTED    *
      *    (THE OVERNIGHT CYCLES AND THE 6 A.M. ONLINE START).  A     *
      *    NONZERO PERCENT OVERRIDES RUNSLA'S PARM TREND THRESHOLD    *
      *    FOR THAT CYCLE.                                            *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  CYCLE-SLA-REC.
           05  CS-JOB-NAME                        PIC  X(08).
           05  CS-SLA-TIME                        PIC  9(06).
           05  CS-SLA-DAY-SW                      PIC  X(01).
               88  CS-DEADLINE-NEXT-DAY              VALUE "Y".
           05  CS-PCT-OVER                        PIC  9(03).
           05  CS-DESC                            PIC  X(30).
           05  FILLER                             PIC  X(32).
