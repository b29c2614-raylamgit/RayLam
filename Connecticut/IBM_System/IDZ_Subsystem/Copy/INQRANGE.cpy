      *****************************************************************
      *    INQRANGE                                                   *
      *    RECORD LAYOUT FOR THE INQUIRY NORMAL-RANGE REFERENCE FILE  *
      *    (80 BYTES) - THE BLOCK OF KEYS A USER NORMALLY WORKS, BY   *
      *    INQACC KEY TYPE (A REP'S CUSTOMER CODES, A CLERK'S         *
      *    SUPPLIERS, AN EXAMINER'S CONTRACTS).  A USER MAY HAVE      *
      *    SEVERAL ROWS PER KEY TYPE.  ACCREVW FLAGS A VIEW OUTSIDE   *
      *    EVERY ROW THE USER HAS FOR THAT KEY TYPE; A USER WITH NO   *
      *    ROWS FOR A KEY TYPE IS NOT RANGE-CHECKED ON IT.            *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  INQ-RANGE-REC.
           05  IR-USER                            PIC  X(08).
           05  IR-KEY-TYPE                        PIC  X(08).
           05  IR-LOW-KEY                         PIC  X(20).
           05  IR-HIGH-KEY                        PIC  X(20).
           05  FILLER                             PIC  X(24).
