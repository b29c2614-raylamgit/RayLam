       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  PREMLAPS.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  NIGHTLY GRACE AND LAPSE
      *                PROCESSING.  AN ACTIVE CONTRACT ON PREMMSTR
      *                WHOSE PAID-TO DATE HAS PASSED UNPAID GOES INTO
      *                ITS GRACE PERIOD (31 DAYS, PARM OVERRIDE) WITH
      *                A GRACE NOTICE; A GRACE CONTRACT STILL UNPAID
      *                WHEN THE PERIOD RUNS OUT IS LAPSED WITH A LAPSE
      *                NOTICE.  COVERAGE ON A LAPSED CONTRACT ENDS AT
      *                ITS PAID-TO DATE, WHICH INSUREDCLAIM CHECKS.
      *                EVERY CHANGE OF STATUS IS LISTED ON THE
      *                REGISTER.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARM-CARDS
           ASSIGN TO SYSIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PRM-STATUS.

           SELECT PREMIUM-MASTER
           ASSIGN TO PREMMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-CONTRACT-NO
             FILE STATUS IS PM-STATUS.

           SELECT NOTICE-FILE
           ASSIGN TO UT-S-LAPSNOTC
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS NTC-STATUS.

           SELECT LAPSE-REGISTER
           ASSIGN TO UT-S-LAPSREG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

      **** THE CARD GIVES AN AS-OF DATE (DEFAULT TODAY) AND THE GRACE
      **** PERIOD IN DAYS (DEFAULT 31).
       FD  PARM-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARM-REC.
       01  PARM-REC.
           05  PRM-AS-OF-DATE              PIC 9(08).
           05  PRM-GRACE-DAYS              PIC 9(03).
           05  FILLER                      PIC X(69).

       FD  PREMIUM-MASTER
           RECORD CONTAINS 120 CHARACTERS.
       COPY PREMMSTR.

       FD  NOTICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NOTICE-LINE.
       01  NOTICE-LINE                     PIC X(80).

       FD  LAPSE-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LAPSE-REGISTER-REC.
       01  LAPSE-REGISTER-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  PM-STATUS               PIC X(2).
               88 PM-OK           VALUE "00".
           05  NTC-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-GRACE-DAYS               PIC 9(03) VALUE 31.
           05  WS-PAID-TO-INT              PIC S9(8) COMP.
           05  WS-BROWSE-DONE-SW           PIC X(01) VALUE "N".
               88  WS-BROWSE-DONE             VALUE "Y".
           05  WS-AMOUNT-DUE               PIC 9(7)V99 VALUE ZERO.
           05  WS-NOTICE-TEXT              PIC X(80) VALUE SPACES.

      **** PREMDUE PARAMETERS.
       01  PREMDUE-PARMS.
           05  PDU-BILL-MODE               PIC X(01).
           05  PDU-AFTER-DATE              PIC 9(08).
           05  PDU-NEXT-DUE-DATE           PIC 9(08).
           05  PDU-INSTALLMENT             PIC 9(7)V99.
           05  PDU-RETURN-CD               PIC 9(4) COMP.
               88  PDU-OK                     VALUE 0.

       01  LAPSE-COUNTERS.
           05  WS-MASTER-READ              PIC 9(07) VALUE ZERO.
           05  WS-TO-GRACE-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-LAPSED-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-TO-ACTIVE-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-STILL-GRACE-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-NOT-SET-UP               PIC 9(07) VALUE ZERO.
           05  WS-LAPSED-PREMIUM           PIC 9(11)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(40)
                 VALUE "GRACE AND LAPSE REGISTER - AS OF ".
           05  HDG-RUN-DATE                PIC 9(08).
           05  FILLER     PIC X(17) VALUE "   GRACE PERIOD ".
           05  HDG-GRACE-DAYS              PIC ZZ9.
           05  FILLER     PIC X(05) VALUE " DAYS".
           05  FILLER     PIC X(60) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER     PIC X(10) VALUE "CONTRACT".
           05  FILLER     PIC X(27) VALUE "INSURED".
           05  FILLER     PIC X(10) VALUE "PAID TO".
           05  FILLER     PIC X(10) VALUE "GRACE END".
           05  FILLER     PIC X(19) VALUE "  ANNUAL PREMIUM".
           05  FILLER     PIC X(15) VALUE "     AMOUNT DUE".
           05  FILLER     PIC X(42) VALUE "  ACTION".

       01  WS-DETAIL-LINE.
           05  DTL-CONTRACT-NO             PIC 9(07).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  DTL-NAME                    PIC X(25).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-PAID-TO                 PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-GRACE-END               PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-PREMIUM                 PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT-DUE              PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DTL-ACTION                  PIC X(30).
           05  FILLER                      PIC X(13) VALUE SPACES.

       01  WS-TOTALS-LINE-1.
           05  FILLER                      PIC X(14)
                 VALUE "MASTER READ: ".
           05  TOT-READ                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(15)
                 VALUE "  INTO GRACE: ".
           05  TOT-TO-GRACE                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(16)
                 VALUE "  STILL GRACE: ".
           05  TOT-STILL-GRACE             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(13)
                 VALUE "  TO ACTIVE: ".
           05  TOT-TO-ACTIVE               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(11) VALUE "  LAPSED: ".
           05  TOT-LAPSED                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(20)
                 VALUE "  NO BILLING SET UP:".
           05  TOT-NOT-SET-UP              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  WS-TOTALS-LINE-2.
           05  FILLER                      PIC X(29)
                 VALUE "ANNUAL PREMIUM LAPSED TODAY: ".
           05  TOT-LAPSED-PREMIUM          PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(86) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       01  NOTICE-DATE-LINE.
           05  FILLER                  PIC X(06) VALUE "DATE: ".
           05  NTC-DATE                PIC 9(08).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  NOTICE-CONTRACT-LINE.
           05  FILLER                  PIC X(13) VALUE "RE: CONTRACT ".
           05  NTC-CONTRACT-NO         PIC 9(07).
           05  FILLER                  PIC X(16)
                 VALUE "  PREMIUM DUE: ".
           05  NTC-DUE-DATE            PIC 9(08).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  NOTICE-AMOUNT-LINE.
           05  FILLER                  PIC X(25)
                 VALUE "AMOUNT NOW DUE:          ".
           05  NTC-AMOUNT              PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  NOTICE-GRACE-LINE.
           05  NTC-GRACE-TEXT          PIC X(44).
           05  NTC-GRACE-DATE          PIC 9(08).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  NOTICE-SEPARATOR-LINE.
           05  FILLER                  PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
      *
      * WALK THE PREMIUM MASTER AND MOVE EVERY CONTRACT ALONG ITS
      * ACTIVE - GRACE - LAPSED PATH AS OF TONIGHT.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-GRACE-DAYS TO HDG-GRACE-DAYS.
           WRITE LAPSE-REGISTER-REC FROM WS-HEADING-LINE.
           WRITE LAPSE-REGISTER-REC FROM WS-BLANK-LINE.
           WRITE LAPSE-REGISTER-REC FROM WS-COLUMN-LINE.
           WRITE LAPSE-REGISTER-REC FROM WS-BLANK-LINE.

           MOVE ZERO TO PM-CONTRACT-NO.
           START PREMIUM-MASTER KEY > PM-CONTRACT-NO
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM 100-CHECK-ONE-CONTRACT THRU 100-EXIT
               UNTIL WS-BROWSE-DONE.

           WRITE LAPSE-REGISTER-REC FROM WS-BLANK-LINE.
           MOVE WS-MASTER-READ TO TOT-READ.
           MOVE WS-TO-GRACE-COUNT TO TOT-TO-GRACE.
           MOVE WS-STILL-GRACE-COUNT TO TOT-STILL-GRACE.
           MOVE WS-TO-ACTIVE-COUNT TO TOT-TO-ACTIVE.
           MOVE WS-LAPSED-COUNT TO TOT-LAPSED.
           MOVE WS-NOT-SET-UP TO TOT-NOT-SET-UP.
           WRITE LAPSE-REGISTER-REC FROM WS-TOTALS-LINE-1.
           MOVE WS-LAPSED-PREMIUM TO TOT-LAPSED-PREMIUM.
           WRITE LAPSE-REGISTER-REC FROM WS-TOTALS-LINE-2.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-AS-OF-DATE NUMERIC AND PRM-AS-OF-DATE > ZERO
                   MOVE PRM-AS-OF-DATE TO WS-RUN-DATE
               END-IF
               IF PRM-GRACE-DAYS NUMERIC AND PRM-GRACE-DAYS > ZERO
                   MOVE PRM-GRACE-DAYS TO WS-GRACE-DAYS
               END-IF
           END-IF.
           DISPLAY "PREMLAPS AS OF " WS-RUN-DATE
               " GRACE DAYS " WS-GRACE-DAYS.
       050-EXIT.
           EXIT.

       100-CHECK-ONE-CONTRACT.
      **** THE PAID-TO DATE IS THE DUE DATE OF THE FIRST UNPAID
      **** INSTALLMENT, SO ONCE TODAY IS PAST IT THE PREMIUM IS LATE.
           MOVE "100-CHECK-ONE-CONTRACT" TO PARA-NAME.
           READ PREMIUM-MASTER NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO WS-MASTER-READ.
           IF PM-PAID-TO-DATE NOT NUMERIC OR PM-PAID-TO-DATE = ZERO
               ADD 1 TO WS-NOT-SET-UP
               GO TO 100-EXIT.

           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
               WHEN PM-LAPSED
                   GO TO 100-EXIT
               WHEN PM-IN-GRACE AND PM-PAID-TO-DATE NOT < WS-RUN-DATE
                   SET PM-ACTIVE TO TRUE
                   MOVE ZERO TO PM-GRACE-END-DATE
                   ADD 1 TO WS-TO-ACTIVE-COUNT
                   MOVE "PAID UP - BACK TO ACTIVE" TO DTL-ACTION
               WHEN PM-IN-GRACE AND WS-RUN-DATE > PM-GRACE-END-DATE
                   PERFORM 200-AMOUNT-DUE THRU 200-EXIT
                   SET PM-LAPSED TO TRUE
                   ADD 1 TO WS-LAPSED-COUNT
                   ADD PM-ANNUAL-PREMIUM TO WS-LAPSED-PREMIUM
                   MOVE "LAPSED - NONPAYMENT" TO DTL-ACTION
                   PERFORM 400-WRITE-LAPSE-NOTICE THRU 400-EXIT
               WHEN PM-IN-GRACE
                   ADD 1 TO WS-STILL-GRACE-COUNT
                   GO TO 100-EXIT
               WHEN WS-RUN-DATE > PM-PAID-TO-DATE
                   PERFORM 200-AMOUNT-DUE THRU 200-EXIT
                   COMPUTE WS-PAID-TO-INT =
                       FUNCTION INTEGER-OF-DATE(PM-PAID-TO-DATE)
                   COMPUTE PM-GRACE-END-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-PAID-TO-INT
                                                + WS-GRACE-DAYS)
                   SET PM-IN-GRACE TO TRUE
                   ADD 1 TO WS-TO-GRACE-COUNT
                   MOVE "INTO GRACE - PREMIUM UNPAID" TO DTL-ACTION
                   PERFORM 300-WRITE-GRACE-NOTICE THRU 300-EXIT
               WHEN OTHER
                   GO TO 100-EXIT
           END-EVALUATE.

           MOVE WS-RUN-DATE TO PM-STATUS-DATE.
           REWRITE PREMIUM-MASTER-REC.
           IF NOT PM-OK
               DISPLAY "PREMLAPS REWRITE FAILED " PM-CONTRACT-NO
                   " STATUS " PM-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE PM-CONTRACT-NO TO DTL-CONTRACT-NO.
           MOVE PM-INSURED-NAME TO DTL-NAME.
           MOVE PM-PAID-TO-DATE TO DTL-PAID-TO.
           MOVE PM-GRACE-END-DATE TO DTL-GRACE-END.
           MOVE PM-ANNUAL-PREMIUM TO DTL-PREMIUM.
           IF NOT PM-ACTIVE
               MOVE WS-AMOUNT-DUE TO DTL-AMOUNT-DUE
           END-IF.
           WRITE LAPSE-REGISTER-REC FROM WS-DETAIL-LINE.
       100-EXIT.
           EXIT.

       200-AMOUNT-DUE.
      **** THE INSTALLMENT DUE AT THE PAID-TO DATE LESS ANYTHING HELD
      **** ON ACCOUNT.
           MOVE "200-AMOUNT-DUE" TO PARA-NAME.
           MOVE ZERO TO WS-AMOUNT-DUE.
           MOVE PM-BILL-MODE TO PDU-BILL-MODE.
           MOVE PM-PAID-TO-DATE TO PDU-AFTER-DATE.
           CALL 'PREMDUE' USING PM-EFF-DATE PDU-BILL-MODE
               PM-ANNUAL-PREMIUM PDU-AFTER-DATE PDU-NEXT-DUE-DATE
               PDU-INSTALLMENT PDU-RETURN-CD.
           IF NOT PDU-OK
               GO TO 200-EXIT.
           MOVE PDU-INSTALLMENT TO WS-AMOUNT-DUE.
           IF PM-UNAPPLIED-AMT NUMERIC
               IF PM-UNAPPLIED-AMT < WS-AMOUNT-DUE
                   SUBTRACT PM-UNAPPLIED-AMT FROM WS-AMOUNT-DUE
               ELSE
                   MOVE ZERO TO WS-AMOUNT-DUE
               END-IF
           END-IF.
       200-EXIT.
           EXIT.

       300-WRITE-GRACE-NOTICE.
           MOVE "300-WRITE-GRACE-NOTICE" TO PARA-NAME.
           PERFORM 350-NOTICE-HEADING THRU 350-EXIT.
           MOVE "WE HAVE NOT RECEIVED THE PREMIUM DUE ON YOUR POLICY."
               TO WS-NOTICE-TEXT.
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT.
           MOVE WS-AMOUNT-DUE TO NTC-AMOUNT.
           WRITE NOTICE-LINE FROM NOTICE-AMOUNT-LINE.
           MOVE "YOUR COVERAGE CONTINUES DURING THE GRACE PERIOD, WHICH"
               TO WS-NOTICE-TEXT.
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT.
           MOVE "ENDS ON " TO NTC-GRACE-TEXT.
           MOVE PM-GRACE-END-DATE TO NTC-GRACE-DATE.
           WRITE NOTICE-LINE FROM NOTICE-GRACE-LINE.
           MOVE "IF PAYMENT IS NOT RECEIVED BY THEN, THE POLICY WILL"
               TO WS-NOTICE-TEXT.
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT.
           MOVE "LAPSE AND COVERAGE WILL END AS OF THE DUE DATE ABOVE."
               TO WS-NOTICE-TEXT.
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT.
           MOVE "PREMIUM BILLING DEPARTMENT" TO WS-NOTICE-TEXT.
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT.
       300-EXIT.
           EXIT.

       350-NOTICE-HEADING.
      **** ADDRESSED BY INSURED NAME THE SAME WAY THE CLAIM LETTERS
      **** ARE.
           MOVE "350-NOTICE-HEADING" TO PARA-NAME.
           WRITE NOTICE-LINE FROM NOTICE-SEPARATOR-LINE.
           MOVE WS-RUN-DATE TO NTC-DATE.
           WRITE NOTICE-LINE FROM NOTICE-DATE-LINE.
           MOVE PM-CONTRACT-NO TO NTC-CONTRACT-NO.
           MOVE PM-PAID-TO-DATE TO NTC-DUE-DATE.
           WRITE NOTICE-LINE FROM NOTICE-CONTRACT-LINE.
           MOVE SPACES TO WS-NOTICE-TEXT.
           IF PM-INSURED-NAME = SPACES
               MOVE "DEAR POLICYHOLDER" TO WS-NOTICE-TEXT
           ELSE
               STRING "DEAR " PM-INSURED-NAME
                   DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           END-IF.
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT.
       350-EXIT.
           EXIT.

       400-WRITE-LAPSE-NOTICE.
           MOVE "400-WRITE-LAPSE-NOTICE" TO PARA-NAME.
           PERFORM 350-NOTICE-HEADING THRU 350-EXIT.
           MOVE "THE GRACE PERIOD ON YOUR POLICY HAS ENDED WITHOUT"
               TO WS-NOTICE-TEXT.
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT.
           MOVE "PAYMENT OF THE PREMIUM DUE."
               TO WS-NOTICE-TEXT.
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT.
           MOVE WS-AMOUNT-DUE TO NTC-AMOUNT.
           WRITE NOTICE-LINE FROM NOTICE-AMOUNT-LINE.
           MOVE "THE POLICY HAS LAPSED.  COVERAGE ENDED ON " TO
               NTC-GRACE-TEXT.
           MOVE PM-PAID-TO-DATE TO NTC-GRACE-DATE.
           WRITE NOTICE-LINE FROM NOTICE-GRACE-LINE.
           MOVE "YOU MAY APPLY FOR REINSTATEMENT BY CONTACTING US."
               TO WS-NOTICE-TEXT.
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT.
           MOVE "PREMIUM BILLING DEPARTMENT" TO WS-NOTICE-TEXT.
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT.
       400-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN I-O PREMIUM-MASTER.
           OPEN OUTPUT NOTICE-FILE, LAPSE-REGISTER.
           DISPLAY "PREMLAPS OPEN FILES".
           DISPLAY PM-STATUS.
           DISPLAY NTC-STATUS.
           IF NOT PM-OK
               SET WS-BROWSE-DONE TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, PREMIUM-MASTER, NOTICE-FILE,
                 LAPSE-REGISTER.
           DISPLAY "PREMLAPS FILES CLOSED".
       900-EXIT.
           EXIT.
