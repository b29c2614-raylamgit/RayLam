      *****************************************************************
      *    POMSTR                                                     *
      *    RECORD LAYOUT FOR THE PURCHASE-ORDER MASTER (110 BYTES),   *
      *    ONE RECORD PER PO LINE IN PO NUMBER / LINE ORDER.  POGEN   *
      *    ADDS NEW ORDERS AT PENDING STATUS FROM THE REPLNISH        *
      *    SUGGESTIONS; POMAINT APPLIES THE BUYER APPROVAL, CHANGE    *
      *    AND CANCEL TRANSACTIONS, RELEASES APPROVED LINES TO THE    *
      *    OPEN-PO FILE (OPENPO) AND CLOSES LINES RECEIVED IN FULL.   *
      *    REPLNISH COUNTS PENDING LINES AS ON ORDER.  INVMATCH       *
      *    CHECKS SUPPLIER INVOICE PRICES AGAINST THE UNIT PRICE.     *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *    2026  D.ELLIS     ADDED PO-UNIT-PRICE FROM FILLER           *
      *****************************************************************
       01  PO-MASTER-REC.
           05  PO-KEY.
               10  PO-NUMBER                      PIC  9(07).
               10  PO-LINE-NO                     PIC  9(03).
           05  PO-SUPPLR-NO                       PIC  X(05).
           05  PO-PARTNO                          PIC  X(21).
           05  PO-PARTNAME                        PIC  X(15).
           05  PO-ACCOUNT                         PIC  X(09).
           05  PO-QTY-ORDERED                     PIC  9(07).
           05  PO-ORDER-DATE                      PIC  9(08).
           05  PO-DUE-DATE                        PIC  9(08).
           05  PO-STATUS                          PIC  X(01).
               88  PO-PENDING                        VALUE "P".
               88  PO-RELEASED                       VALUE "R".
               88  PO-CLOSED                         VALUE "C".
               88  PO-CANCELLED                      VALUE "X".
           05  PO-APPROVER-ID                     PIC  X(08).
           05  PO-APPROVE-DATE                    PIC  9(08).
      *        AGREED PRICE KEYED BY THE BUYER ON A POMAINT CHANGE;
      *        ZERO UNTIL THEN.
           05  PO-UNIT-PRICE                      PIC  9(05)V99.
           05  FILLER                             PIC  X(03).
