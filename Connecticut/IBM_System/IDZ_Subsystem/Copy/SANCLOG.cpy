      *****************************************************************
      *    SANCLOG                                                    *
      *    RECORD LAYOUT FOR THE SANCTIONS SCREENING LOG (120         *
      *    BYTES).  SANCSCRN APPENDS ONE RECORD FOR EVERY PAYEE IT    *
      *    SCREENS - CLEAR OR NOT - WITH THE CLOSEST LIST ENTRY, ITS  *
      *    SCORE AND THE PUBLICATION DATE OF THE LIST USED, SO EVERY  *
      *    DISBURSEMENT CAN BE SHOWN TO HAVE BEEN CHECKED.            *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  SANCTION-LOG-REC.
           05  SG-DATE                            PIC  9(08).
           05  SG-TIME                            PIC  9(06).
           05  SG-SOURCE                          PIC  X(08).
           05  SG-REFERENCE                       PIC  X(20).
           05  SG-PAYEE-NAME                      PIC  X(40).
           05  SG-AMOUNT                          PIC  9(07)V99.
      *    C CLEAR, H HELD FOR COMPLIANCE, B BLOCKED (CONFIRMED
      *    MATCH), E NOT SCREENED - WATCH LIST NOT AVAILABLE.
           05  SG-RESULT                          PIC  X(01).
               88  SG-CLEAR                           VALUE "C".
               88  SG-HELD                            VALUE "H".
               88  SG-BLOCKED                         VALUE "B".
               88  SG-LIST-DOWN                       VALUE "E".
           05  SG-SCORE                           PIC  9(03).
           05  SG-ENTRY-ID                        PIC  X(10).
           05  SG-LIST-DATE                       PIC  9(08).
           05  FILLER                             PIC  X(07).
