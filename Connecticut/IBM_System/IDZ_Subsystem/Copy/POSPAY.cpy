      *****************************************************************
      *    POSPAY                                                     *
      *    RECORD LAYOUT FOR THE POSITIVE-PAY FILE SENT TO THE BANK.  *
      *    CLAIMPAY SENDS AN ISSUE RECORD FOR EVERY CHECK IT CUTS;    *
      *    A VOID RECORD TELLS THE BANK TO REFUSE A CHECK WE HAVE     *
      *    CANCELLED (CHKESCH FOR EVERY ESCHEATED CHECK, CHKVOID FOR  *
      *    EVERY STOP-PAYMENT OR VOID).                               *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     PROMOTED FROM THE IN-LINE CLAIMPAY LAYOUT *
      *                      - ISSUE/VOID ACTION CODE ADDED            *
      *****************************************************************
       01  POSITIVE-PAY-RECORD.
           05  PPY-CHECK-NO              PIC 9(8).
           05  PPY-ISSUE-DATE            PIC 9(8).
           05  PPY-AMOUNT                PIC 9(7)V99.
           05  PPY-PAYEE-NAME            PIC X(27).
           05  PPY-ACTION                PIC X.
               88  PPY-ISSUE                VALUE 'I'.
               88  PPY-VOID                 VALUE 'V'.
           05  FILLER                    PIC X(27).
