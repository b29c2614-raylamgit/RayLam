      *****************************************************************
      *    SUBRCASE                                                   *
      *    SUBROGATION RECOVERY CASE, ONE PER CONTRACT, KEYED BY      *
      *    CONTRACT NUMBER.  CLAIMDISP OPENS THE CASE WHEN AN         *
      *    EXAMINER FLAGS AN APPROVED ACCIDENTAL-DEATH CLAIM WITH A   *
      *    LIABLE THIRD PARTY; SUBRPOST MOVES IT THROUGH DEMAND,      *
      *    NEGOTIATION, SETTLEMENT AND CLOSE AND POSTS THE            *
      *    RECOVERIES RECEIVED, WHICH ALSO GO TO CLMHIST AS A CREDIT. *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  SUBROGATION-CASE-REC.
           05  SB-CONTRACT-NO                PIC 9(7).
           05  SB-STATUS                     PIC X.
               88  SB-OPENED                    VALUE 'O'.
               88  SB-DEMAND                    VALUE 'D'.
               88  SB-NEGOTIATION               VALUE 'N'.
               88  SB-SETTLED                   VALUE 'S'.
               88  SB-CLOSED                    VALUE 'C'.
           05  SB-OPEN-DATE                  PIC 9(8).
           05  SB-STATUS-DATE                PIC 9(8).
           05  SB-EXAMINER                   PIC X(8).
           05  SB-THIRD-PARTY                PIC X(25).
           05  SB-CARRIER                    PIC X(15).
      *    WHAT WE PAID ON THE CLAIM, WHAT WE ARE SEEKING BACK, AND
      *    THE AMOUNT AGREED WHEN THE CASE SETTLES.
           05  SB-AMOUNT-PAID                PIC 9(7)V99.
           05  SB-AMOUNT-SOUGHT              PIC 9(7)V99.
           05  SB-SETTLED-AMT                PIC 9(7)V99.
           05  SB-RECOVERED-AMT              PIC 9(7)V99.
           05  SB-LAST-RECV-DATE             PIC 9(8).
           05  SB-LAST-RECV-REF              PIC X(10).
           05  SB-LAST-NOTE                  PIC X(30).
           05  FILLER                        PIC X(4).
