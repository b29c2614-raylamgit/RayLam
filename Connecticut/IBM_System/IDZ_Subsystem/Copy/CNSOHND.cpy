      *****************************************************************
      *    CNSOHND                                                    *
      *    RECORD LAYOUT FOR THE CONSIGNED ON-HAND FILE (80 BYTES) -  *
      *    ONE RECORD PER CONSIGNOR, PART AND WAREHOUSE, IN THAT KEY  *
      *    ORDER.  CNSSETL CARRIES IT FORWARD EACH MONTH: 345         *
      *    CONSIGNMENT RECEIPTS ADD TO IT AT THE CONSIGNOR'S UNIT     *
      *    COST (AVERAGED), 346 USAGE RELIEVES IT AND IS SETTLED.     *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  CNS-ONHAND-REC.
           05  CO-KEY.
               10  CO-CONSIGNOR                   PIC  X(05).
               10  CO-PARTNO                      PIC  X(21).
               10  CO-WREHOUSE                    PIC  9(07).
           05  CO-ONHAND-QTY                      PIC S9(07).
           05  CO-UNIT-COST                       PIC  9(05)V9999.
           05  CO-LAST-RECEIPT                    PIC  9(08).
           05  CO-LAST-USAGE                      PIC  9(08).
           05  FILLER                             PIC  X(15).
