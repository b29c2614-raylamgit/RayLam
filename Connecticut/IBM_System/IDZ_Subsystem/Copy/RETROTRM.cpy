      *****************************************************************
      *    RETROTRM                                                   *
      *    RETROACTIVE TERMINATION TRIGGER, ONE PER ELIGMSTR ROW      *
      *    WHOSE TERMINATION DATE ELIGLOAD MOVED EARLIER (OR SET ON   *
      *    OPEN-ENDED COVERAGE).  OVPSWEEP READS THESE TO FIND THE    *
      *    CHARGES ALREADY PAID FOR SERVICE AFTER THE NEW DATE.  A    *
      *    ZERO OLD TERMINATION DATE MEANS COVERAGE WAS OPEN-ENDED.   *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  RETRO-TERM-REC.
           05  RT-PATIENT-ID                 PIC X(8).
           05  RT-PLAN-ID                    PIC X(10).
           05  RT-OLD-TERM-DATE              PIC 9(8).
           05  RT-NEW-TERM-DATE              PIC 9(8).
           05  RT-LOAD-DATE                  PIC 9(8).
           05  FILLER                        PIC X(38).
