      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *    2026  D.ELLIS     ADDED THE DECLINED, WITHDRAWN AND          *
      *                      INCOMPLETE OUTCOMES WITH UP TO FOUR        *
      *                      ADVERSE-ACTION REASON CODES (ADVRSN), THE  *
      *                      DATE THE NOTICE WENT OUT, AND THE          *
      *                      APPLICANT'S NAME AND MAILING ADDRESS FOR   *
      *                      THE NOTICE.  RECORD WIDENED FROM 80 TO     *
      *                      250 BYTES.                                 *
      *    2026  D.ELLIS     ADDED THE LOAN APPLICATION REGISTER        *
      *                      FIELDS - PROPERTY STATE/COUNTY, LOAN       *
      *                      PURPOSE, OCCUPANCY AND THE APPLICANT       *
      *                      GOVERNMENT-MONITORING DATA - FOR THE       *
      *                      LARXTRCT YEAR-END EXTRACT.                 *
      *    2026  D.ELLIS     ADDED THE DATE LNBOARD BOARDED THE CLOSED  *
      *                      LOAN ONTO THE LOANSVC SERVICING MASTER.    *
      *****************************************************************
       01  LOAN-APPL-REC.
           05  LA-QUOTE-NUMBER               PIC X(14).
               88  LA-APPROVED                  VALUE 'A'.
               88  LA-DOCS-OUT                  VALUE 'D'.
               88  LA-CLOSED                    VALUE 'C'.
               88  LA-DECLINED                  VALUE 'X'.
               88  LA-WITHDRAWN                 VALUE 'W'.
               88  LA-INCOMPLETE                VALUE 'I'.
               88  LA-FINAL-OUTCOME             VALUE 'X' 'W' 'I'.
               88  LA-IN-PROCESS                VALUE 'R' 'U' 'A' 'D'.
           05  LA-RECEIVED-DATE              PIC 9(8).
           05  LA-STATUS-DATE                PIC 9(8).
           05  LA-PRINCIPLE                  PIC 9(8)V99.
           05  LA-RATE                       PIC 99V999.
           05  LA-YEARS                      PIC 99.
           05  LA-OFFICER                    PIC X(8).
      *    ON AN OUTCOME THE STATUS DATE IS THE DECISION DATE.  THE
      *    NOTICE DATE STAYS ZERO UNTIL ADVNOTC SENDS THE NOTICE.
           05  LA-REASON-CODES.
               10  LA-REASON-CODE            PIC XX  OCCURS 4 TIMES.
           05  LA-NOTICE-DATE                PIC 9(8).
           05  LA-APPLICANT-NAME             PIC X(30).
           05  LA-MAIL-STREET                PIC X(30).
           05  LA-MAIL-CITY                  PIC X(20).
           05  LA-MAIL-STATE                 PIC XX.
           05  LA-MAIL-ZIP                   PIC X(10).
      *    LOAN APPLICATION REGISTER DATA.  THE PROPERTY STATE AND
      *    COUNTY COME FROM THE ESCROW STATE/COUNTY ON THE SAVED QUOTE;
      *    THE REST IS KEYED THROUGH APLMAINT.  CODES FOLLOW THE
      *    REGULATOR'S REGISTER LAYOUT; ZERO MEANS NOT YET KEYED.
      *    INCOME IS GROSS ANNUAL INCOME IN THOUSANDS OF DOLLARS.
           05  LA-LAR-DATA.
               10  LA-PROP-STATE             PIC XX.
               10  LA-PROP-COUNTY            PIC X(15).
               10  LA-LOAN-PURPOSE           PIC 99.
                   88  LA-PURPOSE-VALID         VALUE 1 2 4 31 32.
               10  LA-OCCUPANCY              PIC 9.
                   88  LA-OCCUPANCY-VALID       VALUE 1 THRU 3.
               10  LA-APPL-ETHNICITY         PIC 9.
                   88  LA-ETHNICITY-VALID       VALUE 1 THRU 4.
               10  LA-APPL-RACE              PIC 9.
                   88  LA-RACE-VALID            VALUE 1 THRU 7.
               10  LA-APPL-SEX               PIC 9.
                   88  LA-SEX-VALID             VALUE 1 THRU 4.
               10  LA-APPL-AGE               PIC 999.
               10  LA-APPL-INCOME            PIC 9(5).
      *    ZERO UNTIL A CLOSED LOAN IS BOARDED FOR SERVICING.
           05  LA-BOARDED-DATE               PIC 9(8).
           05  FILLER                        PIC X(47).
