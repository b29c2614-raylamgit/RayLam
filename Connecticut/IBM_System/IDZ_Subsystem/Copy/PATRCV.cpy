      *****************************************************************
      *    PATRCV                                                     *
      *    PATIENT RECEIVABLE LEDGER, KEYED BY GUARANTOR.  PATSTMT    *
      *    OPENS ONE ITEM PER DISCHARGED STAY FOR WHAT THE EOB SAYS   *
      *    THE PATIENT OWES; PATPAY POSTS PAYMENTS AND ADJUSTMENTS    *
      *    AGAINST THE GUARANTOR'S OLDEST ITEMS FIRST; PATDUN AGES    *
      *    THE GUARANTOR BALANCE FROM PR-OPENED-DATE AND SENDS THE    *
      *    30/60/90-DAY LETTERS AND THE COLLECTION PLACEMENT.         *
      *                                                                *
      *    EACH GUARANTOR HAS ONE HEADER RECORD (PATIENT ID SPACES,   *
      *    SERVICE DATE ZERO - IT SORTS AHEAD OF THE ITEMS) CARRYING  *
      *    THE RUNNING BALANCE, THE BALANCE AS OF THE LAST STATEMENT, *
      *    WHAT HAS BEEN RECEIVED SINCE, AND THE DUNNING STAGE.       *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  PATIENT-RCV-REC.
           05  PR-KEY.
               10  PR-GUARANTOR-ID           PIC X(8).
               10  PR-PATIENT-ID             PIC X(8).
               10  PR-SERVICE-DATE           PIC 9(8).
           05  PR-ITEM-DATA.
               10  PR-STATUS                 PIC X.
                   88  PR-OPEN                  VALUE 'O'.
                   88  PR-CLOSED                VALUE 'C'.
                   88  PR-PLACED                VALUE 'P'.
               10  PR-OPENED-DATE            PIC 9(8).
               10  PR-ORIG-AMT               PIC S9(7)V99 COMP-3.
               10  PR-PAID-AMT               PIC S9(7)V99 COMP-3.
               10  PR-ADJ-AMT                PIC S9(7)V99 COMP-3.
               10  PR-LAST-PAY-DATE          PIC 9(8).
               10  PR-CLOSED-DATE            PIC 9(8).
               10  FILLER                    PIC X(36).
           05  PR-HEADER-DATA REDEFINES PR-ITEM-DATA.
               10  PR-HDR-LAST-STMT-DATE     PIC 9(8).
               10  PR-HDR-BALANCE            PIC S9(7)V99 COMP-3.
               10  PR-HDR-STMT-BALANCE       PIC S9(7)V99 COMP-3.
               10  PR-HDR-PAID-SINCE-STMT    PIC S9(7)V99 COMP-3.
               10  PR-HDR-ADJ-SINCE-STMT     PIC S9(7)V99 COMP-3.
               10  PR-HDR-LAST-PAY-DATE      PIC 9(8).
               10  PR-HDR-DUN-STAGE          PIC 9.
                   88  PR-HDR-NOT-DUNNED        VALUE 0.
                   88  PR-HDR-DUNNED-30         VALUE 1.
                   88  PR-HDR-DUNNED-60         VALUE 2.
                   88  PR-HDR-DUNNED-90         VALUE 3.
                   88  PR-HDR-AT-AGENCY         VALUE 4.
               10  PR-HDR-LAST-DUN-DATE      PIC 9(8).
               10  PR-HDR-PLACED-DATE        PIC 9(8).
               10  FILLER                    PIC X(23).
