      *****************************************************************
      *    OVPLEDG                                                    *
      *    PROVIDER OVERPAYMENT LEDGER, ONE RECEIVABLE PER PATMSTR    *
      *    LAB OR EQUIPMENT LINE PAID FOR SERVICE AFTER A RETROACTIVE *
      *    TERMINATION, KEYED BY PRESCRIBING PROVIDER, PATIENT AND    *
      *    LINE.  OVPSWEEP OPENS THE RECEIVABLE; PRVREMIT RECOUPS IT  *
      *    AGAINST THE PROVIDER'S NEXT PAYMENTS; OVPAGING AGES WHAT   *
      *    IS STILL OPEN FROM OV-OPENED-DATE.                         *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  OVERPAYMENT-LEDGER-REC.
           05  OV-KEY.
               10  OV-PROVIDER-ID            PIC X(8).
               10  OV-PATIENT-ID             PIC X(8).
               10  OV-LINE-TYPE              PIC X.
                   88  OV-LAB-LINE              VALUE 'L'.
                   88  OV-EQUIPMENT-LINE        VALUE 'E'.
               10  OV-LINE-NO                PIC 9(2).
           05  OV-SERVICE-ID                 PIC X(8).
           05  OV-PLAN-ID                    PIC X(10).
           05  OV-SERVICE-DATE               PIC 9(8).
           05  OV-TERM-DATE                  PIC 9(8).
           05  OV-STATUS                     PIC X.
               88  OV-OPEN                      VALUE 'O'.
               88  OV-RECOVERED                 VALUE 'R'.
           05  OV-OPENED-DATE                PIC 9(8).
           05  OV-OVERPAID-AMT               PIC 9(7)V99.
           05  OV-RECOVERED-AMT              PIC 9(7)V99.
           05  OV-LAST-RECOUP-DATE           PIC 9(8).
           05  FILLER                        PIC X(12).
