      *****************************************************************
      *    SUPRVAL                                                    *
      *    RECORD LAYOUT FOR THE SUPPLIER REVALIDATION TRACKING FILE  *
      *    (80 BYTES) - ONE RECORD PER SUPPLIER SENT A REVALIDATION   *
      *    REQUEST, IN SUPPLIER MASTER KEY ORDER.  SUPREVAL WRITES    *
      *    THE REQUEST, POSTS THE SUPPLIER'S RESPONSE AND PUTS THE    *
      *    SUPPLIER ON PAYMENT HOLD WHEN THE RESPONSE IS OVERDUE.     *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  SUPPLR-REVAL-REC.
           05  RV-SUPPLR-NO                       PIC  X(05).
           05  RV-CYCLE-YEAR                      PIC  9(04).
           05  RV-STATUS                          PIC  X(01).
               88  RV-AWAITING                       VALUE "S".
               88  RV-RESPONDED                      VALUE "R".
               88  RV-OVERDUE                        VALUE "O".
           05  RV-SENT-DATE                       PIC  9(08).
           05  RV-DUE-DATE                        PIC  9(08).
           05  RV-RESPONSE-DATE                   PIC  9(08).
           05  RV-CONFIRMED-BY                    PIC  X(08).
           05  RV-HOLD-DATE                       PIC  9(08).
           05  FILLER                             PIC  X(30).
