      *****************************************************************
      *    LOANSVC                                                    *
      *    RECORD LAYOUT FOR THE LOAN SERVICING MASTER, KEYED BY THE  *
      *    LOAN NUMBER (THE QUOTE NUMBER THE APPLICATION WAS OPENED   *
      *    FROM).  LNBOARD BOARDS EACH NEWLY CLOSED APPLICATION FROM  *
      *    LOANAPPL AND ITS SAVED QUOTE; LNBILL BILLS THE NEXT        *
      *    INSTALLMENT EACH MONTH AND CARRIES THE SCHEDULED BALANCE   *
      *    FORWARD.  THE SCHEDULED BALANCE ASSUMES EVERY BILLED       *
      *    INSTALLMENT IS PAID AS SCHEDULED.                          *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  LOAN-SERVICING-REC.
           05  LS-LOAN-NUMBER                PIC X(14).
           05  LS-STATUS                     PIC X.
               88  LS-ACTIVE                    VALUE 'A'.
               88  LS-PAID-OFF                  VALUE 'P'.
           05  LS-BORROWER-NAME              PIC X(30).
           05  LS-MAIL-STREET                PIC X(30).
           05  LS-MAIL-CITY                  PIC X(20).
           05  LS-MAIL-STATE                 PIC XX.
           05  LS-MAIL-ZIP                   PIC X(10).
           05  LS-OFFICER                    PIC X(8).
           05  LS-CLOSE-DATE                 PIC 9(8).
           05  LS-BOARDED-DATE               PIC 9(8).
           05  LS-FIRST-PMT-DATE             PIC 9(8).
           05  LS-MATURITY-DATE              PIC 9(8).
           05  LS-ORIG-PRINCIPAL             PIC 9(8)V99.
           05  LS-TERM-MONTHS                PIC 999.
           05  LS-NOTE-RATE                  PIC 99V999.
      *    CURRENT RATE AND P&I - THEY MOVE ONLY ON AN ARM ADJUSTMENT.
           05  LS-CURRENT-RATE               PIC 99V999.
           05  LS-PI-PAYMENT                 PIC 9(6)V99.
           05  LS-TAX-MONTHLY                PIC 9(6)V99.
           05  LS-INS-MONTHLY                PIC 9(6)V99.
           05  LS-PMI-MONTHLY                PIC 9(4)V99.
      *    PMI IS BILLED THROUGH THIS INSTALLMENT NUMBER, THEN DROPS.
           05  LS-PMI-LAST-PMT               PIC 999.
           05  LS-PRODUCT-TYPE               PIC X.
               88  LS-PRODUCT-FIXED             VALUE 'F' ' '.
               88  LS-PRODUCT-ARM               VALUE 'A'.
           05  LS-ARM-RESET-YEARS            PIC 99.
           05  LS-ARM-ADJUST-CAP             PIC 99V999.
           05  LS-ARM-ASSUMED-INDEX          PIC 99V999.
           05  LS-NEXT-DUE-DATE              PIC 9(8).
           05  LS-NEXT-DUE-DATE-R REDEFINES LS-NEXT-DUE-DATE.
               10  LS-NEXT-DUE-CCYYMM        PIC 9(6).
               10  LS-NEXT-DUE-DD            PIC 99.
           05  LS-PAYMENTS-BILLED            PIC 999.
           05  LS-SCHED-BALANCE              PIC 9(8)V99.
           05  LS-LAST-BILL-DATE             PIC 9(8).
           05  FILLER                        PIC X(55).
