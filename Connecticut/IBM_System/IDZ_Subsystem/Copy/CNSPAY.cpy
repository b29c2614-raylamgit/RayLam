      *****************************************************************
      *    CNSPAY                                                     *
      *    CONSIGNMENT SETTLEMENT PAYABLE FILE WRITTEN BY CNSSETL FOR *
      *    THE ACCOUNTS PAYABLE LOAD.  ONE DETAIL RECORD PER          *
      *    CONSIGNOR OWED FOR THE MONTH'S USAGE, THEN ONE TRAILER     *
      *    RECORD WITH THE RECORD COUNT AND TOTAL FOR THE CONTROL     *
      *    CHECK.                                                     *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  CNS-PAYABLE-REC.
           05  NP-RECORD-TYPE                PIC X.
               88  NP-DETAIL                    VALUE 'D'.
               88  NP-TRAILER                   VALUE 'T'.
           05  NP-PERIOD                     PIC 9(6).
           05  NP-RUN-DATE                   PIC 9(8).
           05  NP-DETAIL-DATA.
               10  NP-CONSIGNOR              PIC X(5).
               10  NP-INVOICE-REF            PIC X(10).
               10  NP-USAGE-LINES            PIC 9(5).
               10  NP-AMOUNT                 PIC 9(9)V99.
               10  NP-DUE-DATE               PIC 9(8).
               10  FILLER                    PIC X(26).
           05  NP-TRAILER-DATA REDEFINES NP-DETAIL-DATA.
               10  NP-RECORD-COUNT           PIC 9(7).
               10  NP-TOTAL-AMOUNT           PIC 9(11)V99.
               10  FILLER                    PIC X(45).
