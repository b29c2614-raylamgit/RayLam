      *****************************************************************
      *    ACCXFER                                                    *
      *    ACCUMULATOR TRANSFER LEDGER, ONE RECORD PER MID-YEAR PLAN  *
      *    CHANGE, KEYED BY PATIENT, PLAN YEAR, AND THE PLANS MOVED   *
      *    FROM AND TO.  PLNXFER RECORDS WHAT DEDUCTIBLE AND OUT-OF-  *
      *    POCKET CREDIT IT HAS CARRIED SO FAR, SO A RERUN CARRIES    *
      *    ONLY WHAT THE PRIOR PLAN HAS ACCUMULATED SINCE (LATE       *
      *    CLAIMS) AND NEVER THE SAME CREDIT TWICE.                   *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  ACCUM-XFER-REC.
           05  XF-KEY.
               10  XF-PATIENT-ID             PIC X(8).
               10  XF-PLAN-YEAR              PIC 9(4).
               10  XF-FROM-PLAN-ID           PIC X(10).
               10  XF-TO-PLAN-ID             PIC X(10).
           05  XF-FROM-TERM-DATE             PIC 9(8).
           05  XF-TO-EFF-DATE                PIC 9(8).
           05  XF-DEDUCT-CARRIED             PIC S9(7)V99 COMP-3.
           05  XF-OOP-CARRIED                PIC S9(7)V99 COMP-3.
           05  XF-FIRST-XFER-DATE            PIC 9(8).
           05  XF-LAST-XFER-DATE             PIC 9(8).
           05  FILLER                        PIC X(26).
