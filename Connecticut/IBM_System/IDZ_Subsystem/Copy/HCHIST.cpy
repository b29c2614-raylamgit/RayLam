      *****************************************************************
      *    HCHIST                                                     *
      *    RECORD LAYOUT FOR THE MONTHLY HEADCOUNT HISTORY FILE (80   *
      *    BYTES) - ONE RECORD PER WORKDEPT PER CLOSED MONTH WITH THE *
      *    OPENING AND CLOSING HEADCOUNT, HIRES, TERMINATIONS, THE    *
      *    ANNUALIZED TURNOVER PERCENT AND THE TENURE DAYS BEHIND THE *
      *    AVERAGE TENURE.  HDCNTRPT POSTS EACH MONTH AS IT IS        *
      *    REPORTED AND DRAWS THE TWELVE-MONTH TRENDS FROM IT, SO THE *
      *    TRENDS SURVIVE THE PURGE OF OLD TERMINATION ROWS.          *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  HEADCOUNT-HIST-REC.
           05  HH-DEPT                            PIC  X(03).
           05  HH-MONTH                           PIC  9(06).
           05  HH-OPENING                         PIC  9(05).
           05  HH-HIRES                           PIC  9(05).
           05  HH-TERMS                           PIC  9(05).
           05  HH-CLOSING                         PIC  9(05).
           05  HH-TURNOVER-PCT                    PIC  9(04)V9.
           05  HH-TENURE-DAYS                     PIC  9(09).
           05  HH-TENURE-COUNT                    PIC  9(05).
           05  HH-RUN-DATE                        PIC  9(08).
           05  FILLER                             PIC  X(24).
