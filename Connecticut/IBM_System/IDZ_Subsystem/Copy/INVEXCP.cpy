      *****************************************************************
      *    INVEXCP                                                    *
      *    RECORD LAYOUT FOR THE INVOICE MATCH-EXCEPTION QUEUE        *
      *    (120 BYTES) - ONE RECORD PER SUPPLIER INVOICE LINE THAT    *
      *    FAILED THE THREE-WAY MATCH IN INVMATCH (INVOICE AGAINST    *
      *    THE PO LINE AND THE QUANTITY RECEIVED ON THE MERGED PARTS  *
      *    MASTER).  THE WHOLE INVOICE IS HELD OFF THE SUPPLR-BAL     *
      *    AGING UNTIL PURCHASING RESOLVES THE VARIANCE.  VARIANCE    *
      *    AMOUNT IS THE DOLLARS OVER THE ALLOWED QUANTITY OR PRICE,  *
      *    OR THE WHOLE LINE WHEN THERE IS NO PO OR NO RECEIPT.       *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  INV-EXCEPTION-REC.
           05  EX-SUPPLR-NO                       PIC  X(05).
           05  EX-INVOICE-NO                      PIC  X(10).
           05  EX-INVOICE-DATE                    PIC  9(08).
           05  EX-PO-NUMBER                       PIC  9(07).
           05  EX-LINE-NO                         PIC  9(03).
           05  EX-PARTNO                          PIC  X(21).
           05  EX-BUYER-ID                        PIC  X(08).
           05  EX-VARIANCE-TYPE                   PIC  X(01).
               88  EX-PRICE-VARIANCE                 VALUE "P".
               88  EX-QTY-VARIANCE                   VALUE "Q".
               88  EX-NO-RECEIPT                     VALUE "R".
               88  EX-NO-PO-LINE                     VALUE "N".
               88  EX-NO-AGING-RECORD                VALUE "A".
               88  EX-INVALID-LINE                   VALUE "D".
           05  EX-INVOICE-QTY                     PIC  9(07).
           05  EX-INVOICE-PRICE                   PIC  9(05)V99.
           05  EX-ALLOWED-QTY                     PIC  9(07).
           05  EX-EXPECTED-PRICE                  PIC  9(05)V99.
           05  EX-VARIANCE-AMT                    PIC  9(09)V99.
           05  EX-QUEUE-DATE                      PIC  9(08).
           05  FILLER                             PIC  X(10).
