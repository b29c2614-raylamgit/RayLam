      *****************************************************************
      *    ABCMSTR                                                    *
      *    RECORD LAYOUT FOR THE ABC CLASS MASTER (100 BYTES) - ONE   *
      *    RECORD PER PART ON THE MERGED PARTS MASTER.  ABCCLASS      *
      *    REBUILDS IT EACH QUARTER, RANKING PARTS BY ANNUAL USAGE    *
      *    VALUE (REPLNISH USAGE HISTORY AT THE PRTVALUE UNIT COST)   *
      *    INTO CLASSES A, B AND C, EACH WITH ITS COUNT FREQUENCY IN  *
      *    WEEKS AND THE WEEK OF THAT PERIOD THE PART IS COUNTED IN.  *
      *    CNTSCHED READS IT WEEKLY TO BUILD THE COUNT REQUEST LIST   *
      *    AND STAMPS THE LAST-COUNT DATE AS COUNTS COME BACK.        *
      *    WAREHOUSE AND COUNT AREA COME FROM THE STKLOC FILE.        *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  ABC-MASTER-REC.
           05  AB-PARTNO                          PIC  X(21).
           05  AB-WAREHOUSE                       PIC  X(07).
           05  AB-COUNT-AREA                      PIC  X(04).
           05  AB-CLASS                           PIC  X(01).
               88  AB-CLASS-A                        VALUE "A".
               88  AB-CLASS-B                        VALUE "B".
               88  AB-CLASS-C                        VALUE "C".
           05  AB-ANNUAL-USAGE                    PIC  9(09).
           05  AB-UNIT-COST                       PIC  9(05)V9999.
           05  AB-ANNUAL-VALUE                    PIC  9(11)V99.
           05  AB-COUNT-FREQ-WEEKS                PIC  9(02).
           05  AB-SCHED-WEEK                      PIC  9(02).
           05  AB-LAST-COUNT-DATE                 PIC  9(08).
           05  AB-CLASS-DATE                      PIC  9(08).
           05  FILLER                             PIC  X(16).
