      *****************************************************************
      *    EORESRV                                                    *
      *    RECORD LAYOUT FOR THE EXCESS AND OBSOLETE INVENTORY        *
      *    RESERVE FILE (40 BYTES) - ONE RECORD PER PRODUCT LINE      *
      *    CARRYING THE QUARTER'S ON-HAND VALUE AND RESERVE.  EORESV  *
      *    WRITES IT EACH QUARTER AND READS LAST QUARTER'S GENERATION *
      *    TO BOOK ONLY THE CHANGE IN RESERVE.                        *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  EO-RESERVE-REC.
           05  ER-PROD-LINE                       PIC  X(02).
           05  ER-QUARTER                         PIC  9(05).
           05  ER-PARTS-COUNT                     PIC  9(07).
           05  ER-ONHAND-VALUE                    PIC S9(11)V99 COMP-3.
           05  ER-RESERVE-AMT                     PIC S9(11)V99 COMP-3.
           05  FILLER                             PIC  X(12).
