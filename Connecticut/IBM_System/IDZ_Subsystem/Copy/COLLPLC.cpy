      *****************************************************************
      *    COLLPLC                                                    *
      *    COLLECTION-AGENCY PLACEMENT RECORD, ONE PER GUARANTOR      *
      *    PLACED BY PATDUN WHEN A PATIENT BALANCE IS STILL UNPAID    *
      *    PAST THE FINAL (90-DAY) NOTICE.  AN ADDED PLACEMENT SENDS  *
      *    NEW CHARGES FOR A GUARANTOR ALREADY WITH THE AGENCY.       *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  COLLECTION-PLACEMENT-REC.
           05  CP-GUARANTOR-ID               PIC X(8).
           05  CP-LAST-NAME                  PIC X(20).
           05  CP-FIRST-NAME                 PIC X(15).
           05  CP-PLACE-TYPE                 PIC X.
               88  CP-NEW-PLACEMENT             VALUE 'N'.
               88  CP-ADDED-PLACEMENT           VALUE 'A'.
           05  CP-PLACED-DATE                PIC 9(8).
           05  CP-OLDEST-DATE                PIC 9(8).
           05  CP-ITEM-COUNT                 PIC 9(3).
           05  CP-PLACED-AMT                 PIC 9(7)V99.
           05  CP-LAST-PAY-DATE              PIC 9(8).
           05  FILLER                        PIC X(20).
