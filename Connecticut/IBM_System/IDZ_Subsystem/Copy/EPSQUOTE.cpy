      *    2026  D.ELLIS     ADDED THE PRE-QUAL RESULT AND FRONT/BACK   *
      *                      DTI RATIOS SO UNDERWRITING CAN AUDIT THE   *
      *                      PRE-QUAL DECISION MADE WITH THE QUOTE.     *
      *    2026  D.ELLIS     ADDED THE ESCROW STATE/COUNTY, MONTHLY     *
      *                      TAX/INSURANCE/PMI, POINTS, FEES, APR AND   *
      *                      PRODUCT TERMS SO THE LOAN ESTIMATE CAN BE  *
      *                      PRODUCED FROM THE SAVED QUOTE ALONE.       *
      *                      RECORD WIDENED FROM 88 TO 250 BYTES.       *
      *    2026  D.ELLIS     ADDED THE REFINANCE BREAK-EVEN RESULT -    *
      *                      THE MEMBER'S CURRENT LOAN, THE MONTHLY     *
      *                      SAVINGS, COST TO RECOVER, BREAK-EVEN       *
      *                      MONTH AND LIFETIME INTEREST DIFFERENCE.    *
      *****************************************************************
       01  SAVED-QUOTE-REC.
           05  EPSQ-QUOTE-NUMBER             PIC X(14).
               88  EPSQ-PREQUAL-REFER           VALUE 'R'.
           05  EPSQ-FRONT-DTI                PIC 99V9.
           05  EPSQ-BACK-DTI                 PIC 99V9.
           05  EPSQ-ESCROW-STATE             PIC XX.
           05  EPSQ-ESCROW-COUNTY            PIC X(15).
           05  EPSQ-TAX-MONTHLY              PIC 9(6)V99.
           05  EPSQ-INS-MONTHLY              PIC 9(6)V99.
           05  EPSQ-PMI-MONTHLY              PIC 9(4)V99.
           05  EPSQ-PMI-DROP-YEAR            PIC 99.
           05  EPSQ-POINTS                   PIC 99V999.
           05  EPSQ-ORIG-FEES                PIC 9(6)V99.
           05  EPSQ-APR                      PIC 99V999.
           05  EPSQ-FINANCE-CHARGE           PIC 9(9)V99.
           05  EPSQ-TOTAL-PAYMENTS           PIC 9(9)V99.
           05  EPSQ-PRODUCT-TYPE             PIC X.
               88  EPSQ-PRODUCT-FIXED           VALUE 'F' ' '.
               88  EPSQ-PRODUCT-ARM             VALUE 'A'.
           05  EPSQ-ARM-RESET-YEARS          PIC 99.
           05  EPSQ-ARM-ADJUST-CAP           PIC 99V999.
           05  EPSQ-ARM-ASSUMED-INDEX        PIC 99V999.
           05  EPSQ-BUYDOWN-TYPE             PIC X.
      *    REFINANCE BREAK-EVEN - FLAG 'Y' ONLY ON A REFINANCE QUOTE.
      *    A BREAK-EVEN MONTH OF 999 MEANS THE COST IS NEVER RECOVERED.
           05  EPSQ-REFI-FLAG                PIC X.
               88  EPSQ-REFI-QUOTE              VALUE 'Y'.
           05  EPSQ-CUR-BALANCE              PIC 9(8)V99.
           05  EPSQ-CUR-RATE                 PIC 99V999.
           05  EPSQ-CUR-MONTHS               PIC 999.
           05  EPSQ-CUR-PAYMENT              PIC 9(6)V99.
           05  EPSQ-REFI-SAVINGS             PIC S9(6)V99.
           05  EPSQ-REFI-COST                PIC 9(6)V99.
           05  EPSQ-REFI-BREAKEVEN-MO        PIC 999.
           05  EPSQ-REFI-INT-DIFF            PIC S9(9)V99.
           05  FILLER                        PIC X(15).
