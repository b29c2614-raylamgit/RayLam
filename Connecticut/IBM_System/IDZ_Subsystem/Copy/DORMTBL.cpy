      *****************************************************************
      *    DORMTBL                                                    *
      *    UNCLAIMED-PROPERTY DORMANCY TABLE FOR UNCASHED CLAIM       *
      *    CHECKS, ONE ROW PER STATE.  A CHECK IS PRESUMED ABANDONED  *
      *    DM-DORMANCY-YEARS AFTER ISSUE.  THE DUE-DILIGENCE LETTER   *
      *    GOES OUT WHEN THE CHECK IS DM-NOTICE-AGE-DAYS OLD (ONLY    *
      *    FOR DM-MIN-NOTICE-AMT AND OVER), AND A CHECK IS NOT        *
      *    ESCHEATED UNTIL DM-LETTER-WINDOW-DAYS HAVE PASSED SINCE    *
      *    ITS LETTER.  READ BY CHKESCH.                              *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  DORMANCY-TABLE-REC.
           05  DM-STATE                      PIC X(2).
           05  DM-STATE-NAME                 PIC X(20).
           05  DM-DORMANCY-YEARS             PIC 9(2).
           05  DM-NOTICE-AGE-DAYS            PIC 9(4).
           05  DM-LETTER-WINDOW-DAYS         PIC 9(3).
           05  DM-MIN-NOTICE-AMT             PIC 9(5)V99.
           05  DM-MAINT-USER                 PIC X(8).
           05  DM-MAINT-DATE                 PIC 9(8).
           05  FILLER                        PIC X(26).
