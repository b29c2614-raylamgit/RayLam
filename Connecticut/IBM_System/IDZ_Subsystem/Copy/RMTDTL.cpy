      *****************************************************************
      *    RMTDTL                                                     *
      *    PROVIDER REMITTANCE DETAIL, ONE ROW PER PATMSTR LAB OR     *
      *    EQUIPMENT LINE PAID ON A PRVREMIT ADVICE AND ONE ROW PER   *
      *    OVERPAYMENT RECOUPED AGAINST IT (ROW TYPE 'R', NEGATIVE    *
      *    PAID AMOUNT), KEYED BY PROVIDER, PATIENT, LINE, ROW TYPE   *
      *    AND ADVICE DATE.  PRVPAY PAYS EVERY ROW NOT YET PAID AND   *
      *    STAMPS THE PAYMENT NUMBER, DATE AND METHOD BACK ON IT;     *
      *    PRV1099 TOTALS THE STAMPED ROWS FOR THE TAX YEAR.  A LINE  *
      *    WITH A STAMPED ROW IS NEVER REMITTED AGAIN.                *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  REMIT-DETAIL-REC.
           05  RD-KEY.
               10  RD-PROVIDER-ID            PIC X(8).
               10  RD-PATIENT-ID             PIC X(8).
               10  RD-LINE-TYPE              PIC X.
                   88  RD-LAB-LINE              VALUE 'L'.
                   88  RD-EQUIPMENT-LINE        VALUE 'E'.
               10  RD-LINE-NO                PIC 9(2).
               10  RD-ROW-TYPE               PIC X.
                   88  RD-PAYMENT-ROW           VALUE 'P'.
                   88  RD-RECOUPMENT-ROW        VALUE 'R'.
               10  RD-ADVICE-DATE            PIC 9(8).
           05  RD-SERVICE-ID                 PIC X(8).
           05  RD-BILLED-AMT                 PIC 9(7)V99.
           05  RD-ALLOWED-AMT                PIC 9(7)V99.
           05  RD-PATIENT-RESP               PIC 9(7)V99.
           05  RD-PAID-AMT                   PIC S9(7)V99.
      *    ZERO UNTIL PRVPAY PAYS THE ROW - THE CHECK NUMBER OR THE
      *    EFT TRACE NUMBER; ZERO ON A ROW SETTLED BY OFFSET.
           05  RD-PAYMENT-NO                 PIC 9(8).
           05  RD-PAYMENT-DATE               PIC 9(8).
           05  RD-PAYMENT-METHOD             PIC X.
               88  RD-NOT-PAID                  VALUE ' '.
               88  RD-PAID-BY-CHECK             VALUE 'C'.
               88  RD-PAID-BY-EFT               VALUE 'A'.
               88  RD-SETTLED-BY-OFFSET         VALUE 'O'.
           05  FILLER                        PIC X(11).
