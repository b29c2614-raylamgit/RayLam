      *****************************************************************
      *    OPENPO                                                     *
      *    RECORD LAYOUT FOR THE OPEN-PO FILE (80 BYTES) - ONE RECORD *
      *    PER RELEASED PO LINE STILL AWAITING RECEIPT.  POMAINT      *
      *    ADDS A LINE WHEN THE BUYER'S APPROVAL RELEASES IT AND      *
      *    CARRIES QUANTITY/DUE-DATE CHANGES AND CANCELS; MTCHMERG    *
      *    RELIEVES IT FROM THE RECEIPT ACTIVITY (EARLIEST DUE DATE   *
      *    FIRST) AND DROPS A LINE ONCE IT IS RECEIVED IN FULL.       *
      *    REPLNISH COUNTS THE OPEN QUANTITY AS ON ORDER; POAGING     *
      *    AGES THE LATE LINES BY SUPPLIER.                           *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  OPEN-PO-REC.
           05  OP-PARTNO                          PIC  X(21).
           05  OP-DUE-DATE                        PIC  9(08).
           05  OP-PO-NUMBER                       PIC  9(07).
           05  OP-LINE-NO                         PIC  9(03).
           05  OP-SUPPLR-NO                       PIC  X(05).
           05  OP-QTY-ORDERED                     PIC  9(07).
           05  OP-QTY-RECEIVED                    PIC  9(07).
           05  OP-LAST-RECEIPT                    PIC  9(08).
           05  FILLER                             PIC  X(14).
