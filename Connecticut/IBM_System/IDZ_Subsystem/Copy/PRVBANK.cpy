      *****************************************************************
      *    PRVBANK                                                    *
      *    RECORD LAYOUT FOR THE PROVIDER EFT BANK-ACCOUNT FILE,      *
      *    KEYED BY PROVIDER ID.  PBKMAINT MAINTAINS IT, PBKPRENT     *
      *    RUNS THE PRENOTE CYCLE (NEW -> PRENOTED -> ACTIVE) THE     *
      *    SAME WAY CLMPRENT DOES FOR CLMBANK, AND PRVPAY PAYS A      *
      *    PROVIDER BY ACH INSTEAD OF CHECK ONLY WHEN AN ACTIVE ROW   *
      *    IS ON FILE.                                                *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  PROVIDER-BANK-REC.
           05  PB-PROVIDER-ID                PIC X(8).
           05  PB-ROUTING-NO                 PIC 9(9).
           05  PB-ACCOUNT-NO                 PIC X(17).
           05  PB-PRENOTE-STATUS             PIC X.
               88  PB-NEW                       VALUE 'N'.
               88  PB-PRENOTED                  VALUE 'P'.
               88  PB-ACTIVE                    VALUE 'A'.
           05  PB-PRENOTE-DATE               PIC 9(8).
           05  FILLER                        PIC X(37).
