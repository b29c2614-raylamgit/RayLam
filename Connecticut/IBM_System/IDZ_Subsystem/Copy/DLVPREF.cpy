      *****************************************************************
      *    DLVPREF                                                    *
      *    RECORD LAYOUT FOR THE DOCUMENT DELIVERY PREFERENCE FILE    *
      *    (100 BYTES, INDEXED ON DP-KEY).  ONE RECORD PER RECIPIENT  *
      *    WHO HAS ASKED FOR SOMETHING OTHER THAN PAPER.  A RECIPIENT *
      *    WITH NO RECORD IS SENT PRINT.  MAINTAINED BY DLVMAINT AND  *
      *    READ BY DLVDOC FOR EVERY STATEMENT, EOB AND NOTICE.        *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  DELIVERY-PREF-REC.
           05  DP-KEY.
      *        P PATIENT OR GUARANTOR, S SUPPLIER, C CONTRACT HOLDER.
               10  DP-RECIP-TYPE                  PIC  X(01).
                   88  DP-PERSON                      VALUE "P".
                   88  DP-SUPPLIER                    VALUE "S".
                   88  DP-CONTRACT                    VALUE "C".
                   88  DP-RECIP-TYPE-OK               VALUE "P" "S"
                                                            "C".
      *        LEFT-JUSTIFIED AS THE DOCUMENT PROGRAM CARRIES IT -
      *        PATIENT/GUARANTOR ID, 7-DIGIT CONTRACT NUMBER, OR THE
      *        SUPPLIER NUMBER ON THE STATEMENT OR NOTICE.
               10  DP-RECIP-ID                    PIC  X(15).
      *    P PRINT ONLY, E ELECTRONIC ONLY, B BOTH.
           05  DP-CHANNEL                         PIC  X(01).
               88  DP-PRINT                           VALUE "P".
               88  DP-ELECTRONIC                      VALUE "E".
               88  DP-BOTH                            VALUE "B".
               88  DP-CHANNEL-OK                      VALUE "P" "E"
                                                            "B".
           05  DP-ELEC-ADDRESS                    PIC  X(60).
           05  DP-EFF-DATE                        PIC  9(08).
           05  DP-MAINT-DATE                      PIC  9(08).
           05  FILLER                             PIC  X(07).
