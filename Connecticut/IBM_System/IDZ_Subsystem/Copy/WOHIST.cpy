      *****************************************************************
      *    WOHIST                                                     *
      *    RECORD LAYOUT FOR THE BAD-DEBT WRITE-OFF HISTORY FILE      *
      *    (150 BYTES).  WOPOST APPENDS ONE RECORD PER APPROVED       *
      *    WRITE-OFF (EVENT W) CARRYING THE AMOUNT TAKEN FROM EACH    *
      *    SUPPLR-BAL AGING BUCKET, AND ONE PER RECOVERY (EVENT R)    *
      *    POSTED LATER AGAINST THAT WRITE-OFF NUMBER.  WOREG READS   *
      *    IT FOR THE MONTHLY WRITE-OFF AND RECOVERY REGISTER.        *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  WRITE-OFF-HIST-REC.
           05  WH-WO-NUMBER                       PIC  9(07).
           05  WH-EVENT-TYPE                      PIC  X(01).
               88  WH-WRITE-OFF                      VALUE "W".
               88  WH-RECOVERY                       VALUE "R".
           05  WH-SUPPLR-NO                       PIC  X(05).
           05  WH-EVENT-DATE                      PIC  9(08).
           05  WH-AMOUNT                          PIC  9(07)V99.
           05  WH-BUCKET-AMOUNTS.
               10  WH-181-UP-AMT                  PIC  9(07)V99.
               10  WH-91-180-AMT                  PIC  9(07)V99.
               10  WH-61-90-AMT                   PIC  9(07)V99.
               10  WH-31-60-AMT                   PIC  9(07)V99.
               10  WH-11-30-AMT                   PIC  9(07)V99.
           05  WH-ENTERED-BY                      PIC  X(08).
           05  WH-APPROVED-BY                     PIC  X(08).
           05  WH-REASON                          PIC  X(20).
           05  WH-REFERENCE                       PIC  X(10).
           05  FILLER                             PIC  X(29).
