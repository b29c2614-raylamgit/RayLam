      *****************************************************************
      *    CLMDHIST                                                   *
      *    RECORD LAYOUT FOR THE CUMULATIVE CLAIM DISBURSEMENT        *
      *    HISTORY.  CLAIMPAY APPENDS ONE RECORD FOR EVERY            *
      *    DISBURSEMENT IT MAKES, CHECK OR EFT, WITH THE PAYEE        *
      *    (CONTRACT PLUS CLMBENEF SEQUENCE, 00 = THE INSURED) AND    *
      *    THE PROMPT-PAY INTEREST PORTION OF THE PAYMENT.  CLMINT99  *
      *    SWEEPS IT AT YEAR END FOR INTEREST INFORMATION RETURNS.    *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  DISB-HISTORY-RECORD.
           05  DH-PAYEE-KEY.
               10  DH-CONTRACT-NO            PIC 9(7).
               10  DH-PAYEE-SEQ              PIC 99.
           05  DH-PAYEE-NAME                 PIC X(27).
           05  DH-PAYEE-STATE                PIC X(2).
           05  DH-PAID-DATE                  PIC 9(8).
           05  DH-PAID-DATE-R REDEFINES DH-PAID-DATE.
               10  DH-PAID-YEAR              PIC 9(4).
               10  FILLER                    PIC 9(4).
           05  DH-METHOD                     PIC X.
               88  DH-BY-CHECK                  VALUE 'C'.
               88  DH-BY-EFT                    VALUE 'E'.
      *    CHECK NUMBER, OR THE RUN'S ACH ITEM COUNT FOR AN EFT.
           05  DH-CHECK-NO                   PIC 9(8).
      *    TOTAL PAID TO THE PAYEE, INTEREST INCLUDED.
           05  DH-PAYMENT-AMOUNT             PIC 9(7)V99.
           05  DH-INTEREST-AMOUNT            PIC 9(7)V99.
           05  FILLER                        PIC X(7).
