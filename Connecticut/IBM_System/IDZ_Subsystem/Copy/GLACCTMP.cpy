      *****************************************************************
      *    GLACCTMP                                                   *
      *    RECORD LAYOUT FOR THE SHARED GL ACCOUNT-MAPPING TABLE (80  *
      *    BYTES) - ONE RECORD PER SOURCE SYSTEM AND TRANSACTION TYPE *
      *    GIVING THE ACCOUNT TO DEBIT AND THE ACCOUNT TO CREDIT.     *
      *    GLPOST LOADS IT ON ITS FIRST CALL.  A TYPE OF SUSP FOR A   *
      *    SOURCE NAMES THE SUSPENSE ACCOUNT ITS UNMAPPED TYPES GO TO.*
      *    ACCOUNTING OWNS THE CONTENT - NO PROGRAM CHANGE IS NEEDED  *
      *    TO RE-POINT A TYPE AT A DIFFERENT ACCOUNT.                 *
      *                                                                *
      *    SOURCE    TYPES POSTED                                      *
      *    CLAIMPAY  EFT  CHK  EFTI CHKI                               *
      *    CSHAPPLY  APPL UNAP                                         *
      *    LOCKBOX   LBXM LBXW LBXS                                    *
      *    FRCMAINT  RCVY                                              *
      *    PATPAY    PAY  ADJ                                          *
      *    PRVPAY    ACH  CHK                                          *
      *    CHKVOID   VOID CHK                                          *
      *                                                                *
      *    CHKVOID'S VOID ROW IS ITS CHK ROW WITH THE DEBIT AND CREDIT *
      *    ACCOUNTS SWAPPED - IT TAKES A VOIDED CHECK BACK OFF.        *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *    2026  D.ELLIS     PRVPAY ACH AND CHK TYPES ADDED TO LIST    *
      *    2026  D.ELLIS     CHKVOID VOID AND CHK TYPES ADDED TO LIST  *
      *****************************************************************
       01  GL-ACCT-MAP-REC.
           05  GM-SOURCE                          PIC  X(08).
           05  GM-TXN-TYPE                        PIC  X(04).
           05  GM-DEBIT-ACCT                      PIC  X(08).
           05  GM-CREDIT-ACCT                     PIC  X(08).
           05  GM-DESC                            PIC  X(30).
           05  FILLER                             PIC  X(22).
