      *****************************************************************
      *    ZIPREF                                                     *
      *    RECORD LAYOUT FOR THE ZIP/CITY/STATE REFERENCE FILE (80    *
      *    BYTES), KEYED BY 5-DIGIT ZIP CODE, CARRYING THE STATE THE  *
      *    ZIP BELONGS TO AND THE PREFERRED CITY NAME FOR IT.         *
      *    REBUILT EACH QUARTER BY ZIPLOAD FROM THE POSTAL EXTRACT.   *
      *    CUSTINQ EDITS ADDRESS TRANSACTIONS AGAINST IT AND THE      *
      *    CUSTADCL CLEANUP RUN STANDARDIZES CUSTADDR CITY NAMES TO   *
      *    IT.                                                        *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  ZIP-REFERENCE-REC.
           05  ZR-ZIP5                       PIC X(05).
           05  ZR-STATE                      PIC X(02).
           05  ZR-CITY                       PIC X(20).
           05  ZR-LOAD-DATE                  PIC 9(08).
           05  FILLER                        PIC X(45).
