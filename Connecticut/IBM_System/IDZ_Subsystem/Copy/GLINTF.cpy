      *****************************************************************
      *    GLINTF                                                     *
      *    RECORD LAYOUT FOR THE DAILY GL INTERFACE FILE (100 BYTES). *
      *    GLPOST APPENDS A DEBIT AND A CREDIT RECORD OF EQUAL AMOUNT *
      *    FOR EVERY ENTRY A SOURCE PROGRAM POSTS, AND ONE CONTROL    *
      *    RECORD PER RUN CARRYING THE SOURCE'S OWN REGISTER TOTAL.   *
      *    A BATCH IS ONE SOURCE ON ONE POSTING DATE - IT BALANCES    *
      *    WHEN ITS DEBITS, CREDITS AND CONTROL TOTALS ARE ALL EQUAL. *
      *    GLREG PRINTS THE POSTING REGISTER FROM IT AND MNTHCLSE     *
      *    REFUSES THE CLOSE WHILE ANY BATCH ON IT IS OUT.            *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  GL-INTERFACE-REC.
           05  GI-POST-DATE                       PIC  9(08).
           05  GI-POST-TIME                       PIC  9(06).
           05  GI-SOURCE                          PIC  X(08).
           05  GI-REC-TYPE                        PIC  X(01).
               88  GI-DEBIT                          VALUE "D".
               88  GI-CREDIT                         VALUE "C".
               88  GI-CONTROL                        VALUE "T".
           05  GI-TXN-TYPE                        PIC  X(04).
           05  GI-SEQ                             PIC  9(06).
           05  GI-ACCOUNT                         PIC  X(08).
           05  GI-AMOUNT                          PIC  9(09)V99.
           05  GI-REFERENCE                       PIC  X(20).
           05  GI-SUSPENSE-SW                     PIC  X(01).
               88  GI-TO-SUSPENSE                    VALUE "Y".
           05  FILLER                             PIC  X(27).
