      *                      CUSTONQ ONLINE INQUIRY TRANSACTION.        *
      *    2026  D.ELLIS     ADDED THE CUNSRCH NAME-SEARCH FIELD AND    *
      *                      THE CULST1-CULST5 BROWSE LIST LINES.       *
      *    2026  D.ELLIS     ADDED THE CUHIER LINE - THE CUSTOMER'S     *
      *                      HIERARCHY LEVEL, PARENT AND CHILD COUNT.   *
      *****************************************************************
       01  CUSTONQI.
           02  FILLER                    PIC X(12).
           02  FILLER REDEFINES CULST5F.
               03  CULST5A               PIC X.
           02  CULST5I                   PIC X(40).
           02  CUHIERL                   COMP PIC S9(4).
           02  CUHIERF                   PIC X.
           02  FILLER REDEFINES CUHIERF.
               03  CUHIERA               PIC X.
           02  CUHIERI                   PIC X(60).
           02  MSGOUTL                   COMP PIC S9(4).
           02  MSGOUTF                   PIC X.
           02  FILLER REDEFINES MSGOUTF.
           02  CULST5H                   PIC X.
           02  CULST5O                   PIC X(40).
           02  FILLER                    PIC X(02).
           02  CUHIERC                   PIC X.
           02  CUHIERH                   PIC X.
           02  CUHIERO                   PIC X(60).
           02  FILLER                    PIC X(02).
           02  MSGOUTC                   PIC X.
           02  MSGOUTH                   PIC X.
           02  MSGOUTO                   PIC X(40).
