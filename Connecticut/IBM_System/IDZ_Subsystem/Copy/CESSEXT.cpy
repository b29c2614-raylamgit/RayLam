      *****************************************************************
      *    CESSEXT                                                    *
      *    RECORD LAYOUT FOR THE REINSURANCE CESSION EXTRACT.         *
      *    INSUREDCLAIM WRITES ONE RECORD A WEEK FOR EVERY CLAIM      *
      *    WHOSE FACE EXCEEDS THE RETENTION LIMIT.  THE WEEKLY        *
      *    EXTRACTS ARE KEPT AND READ TOGETHER BY REINBORD TO BUILD   *
      *    THE QUARTERLY BORDEREAU AND OPEN THE RECOVERABLES.         *
      *    CSX-CLAIM-AMOUNT IS THE CEDED PART OF THE CLAIM - THE      *
      *    AMOUNT RECOVERABLE FROM THE REINSURER.                     *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     PROMOTED FROM THE IN-LINE INSUREDCLAIM    *
      *                      LAYOUT - CLAIM DATE AND EXTRACT DATE      *
      *                      ADDED                                     *
      *****************************************************************
       01  CESSION-EXTRACT-RECORD.
           05  CSX-TREATY-CODE           PIC X(6).
           05  CSX-CONTRACT-NO           PIC 9(7).
           05  CSX-FACE-AMOUNT           PIC 9(7)V99.
           05  CSX-CEDED-SHARE           PIC 9(7)V99.
           05  CSX-CLAIM-AMOUNT          PIC 9(7)V99.
           05  CSX-RIDER-PORTION         PIC 9(7)V99.
      *    LOSS DATE FROM THE CLAIM RECORD, YYMMDD.
           05  CSX-CLAIM-DATE            PIC 9(6).
      *    DATE OF THE INSUREDCLAIM RUN THAT CEDED THE CLAIM.
      *    SPACES ON EXTRACTS WRITTEN BEFORE THE FIELD EXISTED.
           05  CSX-EXTRACT-DATE          PIC 9(8).
           05  FILLER                    PIC X(17).
