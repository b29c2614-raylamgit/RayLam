      *****************************************************************
      *    TRTYTBL                                                    *
      *    REINSURANCE TREATY TABLE, ONE ROW PER TREATY CODE ON THE   *
      *    CESSION EXTRACT, NAMING THE REINSURER THAT TREATY IS       *
      *    PLACED WITH.  READ BY REINBORD (BORDEREAU BY TREATY) AND   *
      *    REINRECV (AGING BY REINSURER).                             *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  TREATY-TABLE-REC.
           05  TT-TREATY-CODE                PIC X(6).
           05  TT-TREATY-NAME                PIC X(30).
           05  TT-REINSURER-ID               PIC X(6).
           05  TT-REINSURER-NAME             PIC X(30).
           05  FILLER                        PIC X(8).
