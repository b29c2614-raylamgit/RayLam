      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *    2026  D.ELLIS     STRETCHED TO 120 BYTES - PREMIUM BILLING. *
      *                      BILLING MODE, CONTRACT STATUS (ACTIVE,    *
      *                      GRACE, LAPSED), PAID-TO DATE, GRACE END,  *
      *                      LAST NOTICE, PREMIUM COLLECTED AND HELD   *
      *                      UNAPPLIED, AND THE INSURED NAME FOR THE   *
      *                      NOTICES.  PREMLOAD SETS THEM UP, PREMBILL *
      *                      BILLS, PREMRCPT POSTS RECEIPTS AND        *
      *                      PREMLAPS MOVES UNPAID CONTRACTS TO GRACE  *
      *                      AND THEN TO LAPSED.                       *
      *****************************************************************
       01  PREMIUM-MASTER-REC.
           05  PM-CONTRACT-NO                PIC 9(7).
               88  PM-UNIVERSAL-LIFE            VALUE 'U'.
           05  PM-ANNUAL-PREMIUM             PIC 9(7)V99.
           05  PM-EFF-DATE                   PIC 9(8).
           05  PM-EFF-DATE-R REDEFINES PM-EFF-DATE.
               10  PM-EFF-CCYY               PIC 9(4).
               10  PM-EFF-MM                 PIC 9(2).
               10  PM-EFF-DD                 PIC 9(2).
      *    BILLING.  THE PAID-TO DATE IS THE DUE DATE OF THE NEXT
      *    UNPAID INSTALLMENT - COVERAGE IS PAID THROUGH THE DAY
      *    BEFORE IT.  A RECORD LOADED BEFORE BILLING BEGAN HAS
      *    SPACES HERE UNTIL PREMLOAD NEXT SEES THE CONTRACT.
           05  PM-BILL-MODE                  PIC X.
               88  PM-MODE-ANNUAL               VALUE 'A'.
               88  PM-MODE-SEMI-ANNUAL          VALUE 'S'.
               88  PM-MODE-QUARTERLY            VALUE 'Q'.
               88  PM-MODE-MONTHLY              VALUE 'M'.
               88  PM-MODE-VALID                VALUE 'A' 'S' 'Q' 'M'.
           05  PM-CONTRACT-STATUS            PIC X.
               88  PM-ACTIVE                    VALUE 'A'.
               88  PM-IN-GRACE                  VALUE 'G'.
               88  PM-LAPSED                    VALUE 'L'.
           05  PM-PAID-TO-DATE               PIC 9(8).
           05  PM-GRACE-END-DATE             PIC 9(8).
           05  PM-STATUS-DATE                PIC 9(8).
           05  PM-LAST-BILL-DUE-DATE         PIC 9(8).
           05  PM-PREM-COLLECTED             PIC 9(9)V99.
           05  PM-UNAPPLIED-AMT              PIC 9(7)V99.
           05  PM-LAST-RECEIPT-DATE          PIC 9(8).
           05  PM-INSURED-NAME               PIC X(25).
           05  FILLER                        PIC X(8).
