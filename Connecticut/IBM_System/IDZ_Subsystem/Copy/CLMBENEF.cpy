      *    CONTRACT'S BENEFICIARIES BY PERCENTAGE SHARE, ONE          *
      *    DISBURSEMENT PER BENEFICIARY.  A CONTRACT WITH NO          *
      *    BENEFICIARIES ON FILE STILL PAYS THE INSURED'S ESTATE IN   *
      *    ONE PIECE, THE OLD BEHAVIOR.  SEQUENCE 00 IS NEVER PAID    *
      *    AS A SHARE - IT CARRIES THE INSURED'S (ESTATE'S) NAME AND  *
      *    TAXPAYER ID FOR INFORMATION RETURNS ONLY.                  *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *    2026  D.ELLIS     BN-STATE ADDED - THE BENEFICIARY'S STATE  *
      *                      OF RESIDENCE, CARRIED TO THE CHECK        *
      *                      REGISTER FOR UNCLAIMED-PROPERTY FILING    *
      *    2026  D.ELLIS     BN-TIN AND BN-TIN-TYPE ADDED - TAXPAYER   *
      *                      ID FOR PROMPT-PAY INTEREST INFORMATION    *
      *                      RETURNS (CLMINT99).  SPACES = NOT ON FILE *
      *****************************************************************
       01  BENEFICIARY-REC.
           05  BN-KEY.
               10  BN-SEQ-NO                 PIC 99.
           05  BN-NAME                       PIC X(27).
           05  BN-SHARE-PCT                  PIC 9(3)V99.
           05  BN-STATE                      PIC X(2).
           05  BN-TIN                        PIC X(9).
           05  BN-TIN-TYPE                   PIC X.
               88  BN-TIN-SSN                   VALUE 'S'.
               88  BN-TIN-EIN                   VALUE 'E'.
           05  FILLER                        PIC X(27).
