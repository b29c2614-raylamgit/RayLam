      *****************************************************************
      *    RUNHIST                                                    *
      *    RECORD LAYOUT FOR THE BATCH RUN-HISTORY FILE (80 BYTES) -  *
      *    ONE RECORD PER COMPLETED RUN OF A CYCLE, PAIRED FROM THE   *
      *    START AND END EVENTS THE CYCLE WROTE TO RUNSTAT THROUGH    *
      *    RUNLOG.  RUNSLA CARRIES IT FORWARD OLD GENERATION TO NEW,  *
      *    ADDING EACH RUN THE FIRST TIME IT SEES IT, AND TAKES THE   *
      *    TRAILING AVERAGE ELAPSED TIME FROM IT.  THE SLA AND TREND  *
      *    FLAGS RECORD HOW THE RUN WAS JUDGED WHEN IT WAS ADDED.     *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  RUN-HIST-REC.
           05  RH-JOB-NAME                        PIC  X(08).
           05  RH-START-DATE                      PIC  9(08).
           05  RH-START-TIME                      PIC  9(06).
           05  RH-END-DATE                        PIC  9(08).
           05  RH-END-TIME                        PIC  9(06).
           05  RH-ELAPSED-SECS                    PIC  9(07).
           05  RH-RECORDS                         PIC  9(07).
           05  RH-RETURN-CD                       PIC  9(04).
           05  RH-BALANCED                        PIC  X(01).
           05  RH-SLA-SW                          PIC  X(01).
               88  RH-SLA-MET                        VALUE "Y".
               88  RH-SLA-MISSED                     VALUE "M".
               88  RH-NO-SLA                         VALUE " ".
           05  RH-TREND-SW                        PIC  X(01).
               88  RH-OVER-TREND                     VALUE "O".
           05  RH-TRAIL-AVG-SECS                  PIC  9(07).
           05  RH-ADDED-DATE                      PIC  9(08).
           05  FILLER                             PIC  X(08).
