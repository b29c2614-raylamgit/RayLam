      *                      TEMPORARY BUYDOWN TYPE ('2'=2-1, '1'=1-0)   *
      *                      DRIVES STEPPED PAYMENT YEARS ON THE         *
      *                      SCHEDULE.                                   *
      *    2026  D.ELLIS     ADDED DISCLOSURE MODE ('D') - SCHEDULE     *
      *                      MODE FOR A QUOTE ALREADY SAVED, USED BY    *
      *                      THE LOAN ESTIMATE BATCH.  NOTHING IS       *
      *                      LOGGED OR SAVED ON A 'D' CALL.             *
      *    2026  D.ELLIS     ADDED REFINANCE MODE ('R') - THE CURRENT   *
      *                      LOAN'S BALANCE, RATE, REMAINING MONTHS AND *
      *                      CLOSING COST IN; THE CURRENT PAYMENT,      *
      *                      MONTHLY SAVINGS, COST TO RECOVER, BREAK-   *
      *                      EVEN MONTH AND LIFETIME INTEREST           *
      *                      DIFFERENCE BACK.                           *
      *****************************************************************
           05  PROCESS-INDICATOR              PIC X.
           05  EPSPCOM-MODE                   PIC X.
               88  EPSPCOM-MODE-PAYMENT         VALUE 'P'.
               88  EPSPCOM-MODE-SCHEDULE        VALUE 'S' 'D'.
               88  EPSPCOM-MODE-DISCLOSE        VALUE 'D'.
               88  EPSPCOM-MODE-WHATIF          VALUE 'W'.
               88  EPSPCOM-MODE-REFI            VALUE 'R'.
           05  EPSPCOM-PRINCIPLE-DATA          PIC 9(8)V99.
           05  EPSPCOM-NUMBER-OF-YEARS         PIC 99.
           05  EPSPCOM-QUOTED-INTEREST-RATE    PIC 99V999.
           05  EPSPCOM-APR                     PIC 99V999.
           05  EPSPCOM-FINANCE-CHARGE          PIC 9(9)V99.
           05  EPSPCOM-TOTAL-PAYMENTS          PIC 9(9)V99.
      *    REFINANCE BREAK-EVEN.  A ZERO CLOSING COST IN MEANS THE
      *    POINTS AND ORIGINATION FEES ON THE PROPOSED LOAN ARE THE
      *    COST TO RECOVER.  BREAK-EVEN MONTH 999 = NEVER RECOVERED.
           05  EPSPCOM-CUR-BALANCE             PIC 9(8)V99.
           05  EPSPCOM-CUR-RATE                PIC 99V999.
           05  EPSPCOM-CUR-MONTHS              PIC 999.
           05  EPSPCOM-REFI-COST               PIC 9(6)V99.
           05  EPSPCOM-CUR-PAYMENT             PIC 9(6)V99.
           05  EPSPCOM-REFI-SAVINGS            PIC S9(6)V99.
           05  EPSPCOM-REFI-BREAKEVEN-MO       PIC 999.
           05  EPSPCOM-REFI-INT-DIFF           PIC S9(9)V99.
           05  EPSPCOM-RETURN-MONTH-PAYMENT    PIC 9(6)V99.
           05  EPSPCOM-ERRMSG                  PIC X(60).
           05  EPSPCOM-PROGRAM-RETCODE         PIC 9(4).
