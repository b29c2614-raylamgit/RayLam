      *****************************************************************
      *    COMMPAY                                                    *
      *    LOAN OFFICER COMMISSION PAYABLE FILE WRITTEN BY OFFPROD    *
      *    FOR THE PAYROLL LOAD.  ONE DETAIL RECORD PER OFFICER WITH  *
      *    COMMISSION FOR THE PERIOD, THEN ONE TRAILER RECORD WITH    *
      *    THE RECORD COUNT AND TOTAL FOR PAYROLL'S CONTROL CHECK.    *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  COMMISSION-PAY-REC.
           05  CP-RECORD-TYPE                PIC X.
               88  CP-DETAIL                    VALUE 'D'.
               88  CP-TRAILER                   VALUE 'T'.
           05  CP-PERIOD                     PIC 9(6).
           05  CP-RUN-DATE                   PIC 9(8).
           05  CP-DETAIL-DATA.
               10  CP-OFFICER                PIC X(8).
               10  CP-EARNINGS-CODE          PIC X(4).
               10  CP-CLOSED-UNITS           PIC 9(5).
               10  CP-CLOSED-DOLLARS         PIC 9(10)V99.
               10  CP-COMMISSION             PIC 9(8)V99.
               10  FILLER                    PIC X(26).
           05  CP-TRAILER-DATA REDEFINES CP-DETAIL-DATA.
               10  CP-RECORD-COUNT           PIC 9(7).
               10  CP-TOTAL-COMMISSION       PIC 9(10)V99.
               10  FILLER                    PIC X(46).
