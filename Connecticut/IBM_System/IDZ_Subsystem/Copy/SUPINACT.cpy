      *****************************************************************
      *    SUPINACT                                                   *
      *    RECORD LAYOUT FOR THE SUPPLIER INACTIVATION PROPOSAL FILE  *
      *    (80 BYTES).  SUPREVAL WRITES ONE RECORD FOR EACH SUPPLIER  *
      *    WITH NO BALANCE, LADING OR CASH ACTIVITY IN THE DORMANCY   *
      *    PERIOD; SUPONBRD PENDS EACH ONE FOR OFFICER APPROVAL       *
      *    BEFORE THE SUPPLIER IS MARKED INACTIVE ON THE MASTER.      *
      *    IA-LAST-ACTIVITY IS THE LATEST DATED ACTIVITY FOUND, ZERO  *
      *    WHEN THERE WAS NONE AT ALL.                                *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  SUPPLR-INACT-REC.
           05  IA-SUPPLR-NO                       PIC  X(05).
           05  IA-SUPPLR-NAME                     PIC  X(30).
           05  IA-LAST-ACTIVITY                   PIC  9(08).
           05  IA-PROPOSE-DATE                    PIC  9(08).
           05  IA-DORMANT-MONTHS                  PIC  9(03).
           05  FILLER                             PIC  X(26).
