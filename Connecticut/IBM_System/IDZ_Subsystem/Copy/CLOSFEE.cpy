      *****************************************************************
      *    CLOSFEE                                                    *
      *    RECORD LAYOUT FOR THE CLOSING-COST FEE SCHEDULE, ONE ROW   *
      *    PER STATE AND LOAN-AMOUNT BAND.  MAINTAINED BY THE         *
      *    MORTGAGE DESK THROUGH CLFMAINT AND READ BY LNESTMT TO      *
      *    ITEMIZE THE CLOSING COSTS ON THE LOAN ESTIMATE.  A ROW     *
      *    WITH A BLANK STATE IS THE DEFAULT FOR ANY STATE WITH NO    *
      *    ROW OF ITS OWN.  THE BAND RUNS FROM CF-BAND-LOW UP TO AND  *
      *    INCLUDING CF-BAND-HIGH.                                    *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  CLOSING-FEE-REC.
           05  CF-STATE                      PIC XX.
           05  CF-BAND-LOW                   PIC 9(8)V99.
           05  CF-BAND-HIGH                  PIC 9(8)V99.
      *    A - ORIGINATION CHARGES.  THE PERCENT IS OF THE LOAN
      *    AMOUNT; POINTS COME FROM THE SAVED QUOTE.
           05  CF-ORIG-PCT                   PIC 9V999.
           05  CF-APPLICATION-FEE            PIC 9(5)V99.
           05  CF-UNDERWRITING-FEE           PIC 9(5)V99.
      *    B - SERVICES THE MEMBER CANNOT SHOP FOR.
           05  CF-APPRAISAL-FEE              PIC 9(5)V99.
           05  CF-CREDIT-REPORT-FEE          PIC 9(5)V99.
           05  CF-FLOOD-CERT-FEE             PIC 9(5)V99.
      *    C - SERVICES THE MEMBER CAN SHOP FOR.
           05  CF-TITLE-POLICY-FEE           PIC 9(5)V99.
           05  CF-SETTLEMENT-FEE             PIC 9(5)V99.
           05  CF-SURVEY-FEE                 PIC 9(5)V99.
      *    E - TAXES AND OTHER GOVERNMENT FEES.  THE TRANSFER TAX
      *    RATE IS PERCENT OF THE LOAN AMOUNT.
           05  CF-RECORDING-FEE              PIC 9(5)V99.
           05  CF-TRANSFER-TAX-PCT           PIC 9V9999.
      *    F/G - PREPAIDS AND INITIAL ESCROW.
           05  CF-PREPAID-INT-DAYS           PIC 99.
           05  CF-HAZARD-PREPAID-MOS         PIC 99.
           05  CF-ESCROW-CUSHION-MOS         PIC 99.
           05  CF-MAINT-USER                 PIC X(8).
           05  CF-MAINT-DATE                 PIC 9(8).
           05  FILLER                        PIC X(24).
