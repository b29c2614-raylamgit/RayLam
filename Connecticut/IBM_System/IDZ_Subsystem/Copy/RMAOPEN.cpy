      *****************************************************************
      *    RMAOPEN                                                    *
      *    RECORD LAYOUT FOR THE OPEN-RMA FILE (100 BYTES) - ONE      *
      *    RECORD PER RETURN TO VENDOR STILL AWAITING THE SUPPLIER'S  *
      *    CREDIT.  RTVPOST OPENS AN ENTRY FROM EACH 343 RTV KEYED    *
      *    THROUGH PARTSUPP, APPLIES THE 344 CREDIT MEMOS AGAINST IT, *
      *    AND DROPS IT ONCE THE CREDIT TO DATE COVERS THE RETURN     *
      *    VALUE.  A DAMAGE RETURN CARRIES THE FRTCLAIM CLAIM NUMBER  *
      *    AND THE CLAIM STATUS AS OF THE LAST RTVPOST RUN.           *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  OPEN-RMA-REC.
           05  RM-RMA-NUMBER                      PIC  X(10).
           05  RM-SUPPLR-NO                       PIC  X(05).
           05  RM-WREHOUSE-NO                     PIC  9(07).
           05  RM-PARTNO                          PIC  X(21).
           05  RM-RTV-QTY                         PIC  9(07).
           05  RM-REASON-CODE                     PIC  X(01).
               88  RM-REASON-DAMAGE                  VALUE "D".
               88  RM-REASON-OVERSHIP                VALUE "O".
               88  RM-REASON-DEFECTIVE               VALUE "F".
               88  RM-REASON-WRONG-PART              VALUE "W".
           05  RM-RETURN-VALUE                    PIC  9(07)V99.
           05  RM-CLAIM-NO                        PIC  9(07).
           05  RM-CLAIM-STATUS                    PIC  X(01).
           05  RM-SHIP-DATE                       PIC  9(08).
           05  RM-CREDIT-TO-DATE                  PIC  9(07)V99.
           05  RM-LAST-CREDIT-DATE                PIC  9(08).
           05  FILLER                             PIC  X(07).
