      *****************************************************************
      *    APPEALS                                                    *
      *    APPEAL AND GRIEVANCE FILE FOR DENIED PATIENT CHARGES, ONE  *
      *    RECORD PER APPEALED DENIAL, KEYED BY PATIENT, SERVICE AND  *
      *    PATMSTR LINE.  A COVERAGE (ELIGRPT) DENIAL IS FOR THE      *
      *    WHOLE STAY - SERVICE ID SPACES, LINE TYPE 'C', LINE 00.    *
      *    APPEALPS OPENS THE APPEAL, CARRIES IT THROUGH LEVEL-ONE    *
      *    AND LEVEL-TWO REVIEW WITH THEIR DECISION DEADLINES, AND    *
      *    RE-COSTS THE PATIENT WHEN IT IS OVERTURNED; MSTRCALC       *
      *    READS AN OVERTURNED APPEAL AS AN OVERRIDE OF THE DENIAL.   *
      *    APPEALRP LISTS OPEN APPEALS NEAR OR PAST THEIR DEADLINE.   *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *    2026  D.ELLIS     FILLER TO 24 - RECORD IS THE 150 BYTES    *
      *                      THE APPEALPS AND APPEALRP FDS DECLARE     *
      *****************************************************************
       01  APPEAL-REC.
           05  AG-KEY.
               10  AG-PATIENT-ID             PIC X(8).
               10  AG-SERVICE-ID             PIC X(8).
               10  AG-LINE-TYPE              PIC X.
                   88  AG-LAB-LINE              VALUE 'L'.
                   88  AG-EQUIPMENT-LINE        VALUE 'E'.
                   88  AG-COVERAGE              VALUE 'C'.
               10  AG-LINE-NO                PIC 9(2).
           05  AG-DENIAL-TYPE                PIC X.
               88  AG-EXCLUSION-DENIAL          VALUE 'X'.
               88  AG-AUTH-DENIAL               VALUE 'A'.
               88  AG-ELIG-DENIAL               VALUE 'C'.
           05  AG-APPELLANT                  PIC X.
               88  AG-BY-PROVIDER               VALUE 'P'.
               88  AG-BY-MEMBER                 VALUE 'M'.
           05  AG-URGENT-SW                  PIC X.
               88  AG-URGENT                    VALUE 'Y'.
           05  AG-PLAN-ID                    PIC X(10).
           05  AG-SERVICE-DATE               PIC 9(8).
           05  AG-CHARGE-AMT                 PIC 9(5)V99.
           05  AG-STATUS                     PIC X.
               88  AG-LEVEL-1-OPEN              VALUE '1'.
               88  AG-LEVEL-1-UPHELD            VALUE 'A'.
               88  AG-LEVEL-2-OPEN              VALUE '2'.
               88  AG-UPHELD-FINAL              VALUE 'U'.
               88  AG-OVERTURNED                VALUE 'O'.
               88  AG-WITHDRAWN                 VALUE 'W'.
               88  AG-UNDER-REVIEW              VALUE '1' '2'.
           05  AG-STATUS-DATE                PIC 9(8).
           05  AG-L1-RECEIVED-DATE           PIC 9(8).
           05  AG-L1-DEADLINE                PIC 9(8).
           05  AG-L1-DECISION                PIC X.
           05  AG-L1-DECISION-DATE           PIC 9(8).
           05  AG-L2-RECEIVED-DATE           PIC 9(8).
           05  AG-L2-DEADLINE                PIC 9(8).
           05  AG-L2-DECISION                PIC X.
           05  AG-L2-DECISION-DATE           PIC 9(8).
           05  AG-RECOST-DATE                PIC 9(8).
           05  AG-REFERENCE                  PIC X(12).
           05  FILLER                        PIC X(24).
