      *****************************************************************
      *    PRVCRED                                                    *
      *    PROVIDER CREDENTIALING FILE, KEYED BY PROVIDER ID AND      *
      *    EFFECTIVE DATE.  DDS0001.PROVIDER CARRIES ONE UNDATED      *
      *    NETWORK FLAG AND TIER; THIS FILE DATES THEM.               *
      *                                                                *
      *    EFFECTIVE DATE ZERO IS THE PROVIDER'S CREDENTIAL RECORD -  *
      *    LICENSE, LICENSE EXPIRY, AND THE NETWORK CONTRACT'S        *
      *    EFFECTIVE AND END DATES (ZERO END = OPEN-ENDED).  EVERY    *
      *    OTHER RECORD IS A TIER ROW: THE NETWORK FLAG AND TIER IN   *
      *    FORCE FROM ITS EFFECTIVE DATE.  MSTRCALC PRICES WITH THE   *
      *    TIER ROW IN FORCE ON THE DISCHARGE DATE, OUT OF NETWORK    *
      *    OUTSIDE THE CONTRACT DATES, AND PENDS LINES FROM A         *
      *    PROVIDER WHOSE LICENSE HAD LAPSED.  MAINTAINED BY          *
      *    PRVMAINT; PRVEXPR LISTS CREDENTIALS COMING UP FOR EXPIRY.  *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  PROVIDER-CRED-REC.
           05  PV-KEY.
               10  PV-PROVIDER-ID            PIC X(8).
               10  PV-EFF-DATE               PIC 9(8).
                   88  PV-CREDENTIAL-REC        VALUE ZERO.
           05  PV-LAST-MAINT-DATE            PIC X(8).
           05  PV-LAST-MAINT-USER            PIC X(8).
           05  PV-CRED-DATA.
               10  PV-LICENSE-NBR            PIC X(15).
               10  PV-LICENSE-STATE          PIC X(2).
               10  PV-LICENSE-EXP-DATE       PIC 9(8).
               10  PV-CONTRACT-EFF-DATE      PIC 9(8).
               10  PV-CONTRACT-END-DATE      PIC 9(8).
               10  FILLER                    PIC X(7).
           05  PV-TIER-DATA REDEFINES PV-CRED-DATA.
               10  PV-NETWORK-FLAG           PIC X.
               10  PV-NETWORK-TIER           PIC X.
                   88  PV-TIER-PREFERRED        VALUE 'P'.
                   88  PV-TIER-STANDARD         VALUE 'S'.
                   88  PV-TIER-NON-PREFERRED    VALUE 'N'.
               10  FILLER                    PIC X(46).
