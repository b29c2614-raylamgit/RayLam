      *****************************************************************
      *    ESCHREM                                                    *
      *    UNCLAIMED-PROPERTY REMITTANCE FILE WRITTEN BY CHKESCH ON   *
      *    THE ANNUAL ESCHEAT RUN.  ONE DETAIL RECORD PER ESCHEATED   *
      *    CHECK, GROUPED BY STATE, EACH STATE CLOSED BY A TRAILER    *
      *    WITH ITS PROPERTY COUNT AND REMITTANCE TOTAL FOR THE       *
      *    STATE FILING.                                              *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  ESCHEAT-REMIT-REC.
           05  ER-RECORD-TYPE                PIC X.
               88  ER-DETAIL                    VALUE 'D'.
               88  ER-TRAILER                   VALUE 'T'.
           05  ER-STATE                      PIC X(2).
           05  ER-REPORT-DATE                PIC 9(8).
           05  ER-DETAIL-DATA.
               10  ER-CHECK-NO               PIC 9(8).
               10  ER-ISSUE-DATE             PIC 9(8).
               10  ER-CONTRACT-NO            PIC 9(7).
               10  ER-PAYEE-NAME             PIC X(27).
               10  ER-AMOUNT                 PIC 9(7)V99.
               10  FILLER                    PIC X(10).
           05  ER-TRAILER-DATA REDEFINES ER-DETAIL-DATA.
               10  ER-PROPERTY-COUNT         PIC 9(7).
               10  ER-REMIT-TOTAL            PIC 9(10)V99.
               10  FILLER                    PIC X(50).
