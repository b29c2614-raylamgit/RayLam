      *****************************************************************
      *    DLVPARM                                                    *
      *    PARAMETER AREA PASSED TO DLVDOC BY THE STATEMENT AND       *
      *    NOTICE PROGRAMS.  A DOCUMENT IS BRACKETED BY A BEGIN CALL, *
      *    WHICH RETURNS THE RECIPIENT'S CHANNEL, AND AN END CALL.    *
      *    IN BETWEEN, THE CALLER PRINTS EACH LINE ONLY IF            *
      *    DLV-WANTS-PRINT AND PASSES IT ON WITH A LINE CALL IF       *
      *    DLV-WANTS-ELEC.                                            *
      *                                                                *
      *    DLV-FUNCTION   B - BEGIN A DOCUMENT                        *
      *                   L - ONE LINE OF THE DOCUMENT                *
      *                   E - END OF DOCUMENT (INDEX AND LOG IT)      *
      *    DLV-RETURN-CD  00 - OK                                     *
      *                   08 - REJECTED (BAD FUNCTION OR RECIPIENT,   *
      *                        OR NO DOCUMENT BEGUN) - PRINT IT       *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  DLV-PARMS.
           05  DLV-FUNCTION                       PIC  X(01).
           05  DLV-PROGRAM                        PIC  X(08).
           05  DLV-DOC-TYPE                       PIC  X(04).
           05  DLV-RECIP-TYPE                     PIC  X(01).
           05  DLV-RECIP-ID                       PIC  X(15).
           05  DLV-DOC-DATE                       PIC  9(08).
      *    ZERO ON THE END CALL LETS DLVDOC WORK IT OUT FROM THE
      *    LINES PASSED, 60 TO THE PAGE.
           05  DLV-PAGE-COUNT                     PIC  9(05).
           05  DLV-CHANNEL                        PIC  X(01).
               88  DLV-PRINT                          VALUE "P".
               88  DLV-ELECTRONIC                     VALUE "E".
               88  DLV-BOTH                           VALUE "B".
               88  DLV-WANTS-PRINT                    VALUE "P" "B".
               88  DLV-WANTS-ELEC                     VALUE "E" "B".
           05  DLV-RETURN-CD                      PIC  X(02).
           05  DLV-LINE                           PIC  X(133).
