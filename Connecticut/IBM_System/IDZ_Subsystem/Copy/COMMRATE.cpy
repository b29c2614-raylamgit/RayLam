      *****************************************************************
      *    COMMRATE                                                   *
      *    LOAN OFFICER COMMISSION-RATE TABLE, ONE ROW PER TIER, IN   *
      *    ASCENDING ORDER OF CR-TIER-FLOOR.  A TIER PAYS ITS RATE ON *
      *    THE OFFICER'S CLOSED DOLLARS FOR THE MONTH FROM ITS FLOOR  *
      *    UP TO THE NEXT TIER'S FLOOR, SO EACH DOLLAR IS PAID AT THE *
      *    RATE OF THE BAND IT FALLS IN.  THE FIRST ROW SHOULD HAVE A *
      *    FLOOR OF ZERO.  READ BY OFFPROD.                           *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  COMMISSION-RATE-REC.
           05  CR-TIER-FLOOR                 PIC 9(10)V99.
      *    RATE IN BASIS POINTS OF CLOSED DOLLARS - 050.00 IS 0.50%.
           05  CR-RATE-BPS                   PIC 9(3)V99.
           05  CR-DESCRIPTION                PIC X(30).
           05  CR-MAINT-USER                 PIC X(8).
           05  CR-MAINT-DATE                 PIC 9(8).
           05  FILLER                        PIC X(17).
