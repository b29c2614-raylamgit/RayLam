      *****************************************************************
      *    DLVLOG                                                     *
      *    RECORD LAYOUT FOR THE DOCUMENT DELIVERY LOG (80 BYTES).    *
      *    DLVDOC APPENDS ONE RECORD FOR EVERY DOCUMENT PRODUCED BY   *
      *    A STATEMENT OR NOTICE PROGRAM, SHOWING THE CHANNEL IT WENT *
      *    BY.  DLVREG READS IT FOR THE DAILY DELIVERY REGISTER.      *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  DELIVERY-LOG-REC.
           05  DL-LOG-DATE                        PIC  9(08).
           05  DL-LOG-TIME                        PIC  9(06).
           05  DL-PROGRAM                         PIC  X(08).
           05  DL-DOC-TYPE                        PIC  X(04).
           05  DL-RECIP-TYPE                      PIC  X(01).
           05  DL-RECIP-ID                        PIC  X(15).
      *    P PRINT ONLY, E ELECTRONIC ONLY, B BOTH.
           05  DL-CHANNEL                         PIC  X(01).
               88  DL-PRINT                           VALUE "P".
               88  DL-ELECTRONIC                      VALUE "E".
               88  DL-BOTH                            VALUE "B".
           05  DL-PAGE-COUNT                      PIC  9(05).
      *    N - NO PREFERENCE ON FILE, SENT PRINT BY DEFAULT.
           05  DL-PREF-FOUND                      PIC  X(01).
               88  DL-PREF-ON-FILE                    VALUE "Y".
           05  DL-DOC-ID                          PIC  X(20).
           05  FILLER                             PIC  X(11).
