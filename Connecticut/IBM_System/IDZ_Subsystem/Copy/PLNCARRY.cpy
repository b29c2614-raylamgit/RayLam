      *****************************************************************
      *    PLNCARRY                                                   *
      *    PLAN CARRY-OVER RULES, KEYED BY THE PLAN A MEMBER MOVES    *
      *    INTO.  WHEN ELIGMSTR SHOWS A MEMBER ENDING ONE PLAN AND    *
      *    STARTING THIS ONE IN THE SAME PLAN YEAR, PLNXFER CREDITS   *
      *    THE PRIOR PLAN'S DEDUCTIBLE MET AND OUT-OF-POCKET PAID TO  *
      *    THIS PLAN'S PATACCUM ACCUMULATOR AS THE SWITCHES SAY, AT   *
      *    CR-CARRY-PCT PERCENT.  A PLAN WITH NO ROW CARRIES BOTH IN  *
      *    FULL.                                                      *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  PLAN-CARRY-REC.
           05  CR-PLAN-ID                    PIC X(10).
           05  CR-CARRY-DEDUCT-SW            PIC X.
               88  CR-CARRY-DEDUCT              VALUE 'Y'.
           05  CR-CARRY-OOP-SW               PIC X.
               88  CR-CARRY-OOP                 VALUE 'Y'.
           05  CR-CARRY-PCT                  PIC 9(3).
           05  FILLER                        PIC X(25).
