       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  PREMBILL.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  PREMIUM BILLING CYCLE.  EVERY
      *                ACTIVE OR GRACE CONTRACT ON PREMMSTR WHOSE NEXT
      *                INSTALLMENT FALLS DUE WITHIN THE BILLING LEAD
      *                TIME GETS ONE BILLING NOTICE FOR THAT DUE DATE -
      *                THE MODAL INSTALLMENT (ANNUAL, SEMI-ANNUAL,
      *                QUARTERLY, MONTHLY) FROM PM-ANNUAL-PREMIUM LESS
      *                ANY UNAPPLIED MONEY ON ACCOUNT - AND A LINE ON
      *                THE BILLING REGISTER, WITH TOTALS BY MODE.  THE
      *                BILLED DUE DATE IS STAMPED ON THE MASTER SO A
      *                RERUN NEVER BILLS TWICE.
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
           ASSIGN TO UT-S-PREMNOTC
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS NTC-STATUS.

           SELECT BILLING-REGISTER
           ASSIGN TO UT-S-PREMBREG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

      **** THE CARD GIVES AN AS-OF DATE TO BILL FROM (DEFAULT TODAY)
      **** AND THE LEAD TIME IN DAYS (DEFAULT 30).
       FD  PARM-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARM-REC.
       01  PARM-REC.
           05  PRM-AS-OF-DATE              PIC 9(08).
           05  PRM-LEAD-DAYS               PIC 9(03).
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

       FD  BILLING-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BILLING-REGISTER-REC.
       01  BILLING-REGISTER-REC  PIC X(133).

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
           05  WS-RUN-INT                  PIC S9(8) COMP.
           05  WS-LEAD-DAYS                PIC 9(03) VALUE 30.
           05  WS-BILL-THRU-DATE           PIC 9(08) VALUE ZERO.
           05  WS-BROWSE-DONE-SW           PIC X(01) VALUE "N".
               88  WS-BROWSE-DONE             VALUE "Y".
           05  WS-MODE-SUB                 PIC 9(01) VALUE ZERO.
           05  WS-AMOUNT-DUE               PIC 9(7)V99 VALUE ZERO.
           05  WS-CREDIT-AMT               PIC 9(7)V99 VALUE ZERO.
           05  WS-NOTICE-TEXT              PIC X(80) VALUE SPACES.

      **** PREMDUE PARAMETERS.
       01  PREMDUE-PARMS.
           05  PDU-BILL-MODE               PIC X(01).
           05  PDU-AFTER-DATE              PIC 9(08).
           05  PDU-NEXT-DUE-DATE           PIC 9(08).
           05  PDU-INSTALLMENT             PIC 9(7)V99.
           05  PDU-RETURN-CD               PIC 9(4) COMP.
               88  PDU-OK                     VALUE 0.

       01  BILLING-COUNTERS.
           05  WS-MASTER-READ              PIC 9(07) VALUE ZERO.
           05  WS-BILLED-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-NOT-DUE-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-ALREADY-BILLED           PIC 9(07) VALUE ZERO.
           05  WS-LAPSED-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-NOT-SET-UP               PIC 9(07) VALUE ZERO.
           05  WS-BILLED-AMT               PIC 9(11)V99 VALUE ZERO.

      **** SLOT 1=ANNUAL, 2=SEMI-ANNUAL, 3=QUARTERLY, 4=MONTHLY.
       01  MODE-TOTALS-AREA.
           05  WS-MODE-TOTAL OCCURS 4 TIMES.
               10  MT-COUNT                PIC 9(07).
               10  MT-AMOUNT               PIC 9(11)V99.

       01  MODE-NAME-DATA.
           05  FILLER     PIC X(12) VALUE "ANNUAL      ".
           05  FILLER     PIC X(12) VALUE "SEMI-ANNUAL ".
           05  FILLER     PIC X(12) VALUE "QUARTERLY   ".
           05  FILLER     PIC X(12) VALUE "MONTHLY     ".
       01  MODE-NAME-TABLE REDEFINES MODE-NAME-DATA.
           05  WS-MODE-NAME OCCURS 4 TIMES PIC X(12).

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(36)
                 VALUE "PREMIUM BILLING REGISTER - AS OF ".
           05  HDG-RUN-DATE                PIC 9(08).
           05  FILLER     PIC X(20) VALUE "   BILLING DUE THRU ".
           05  HDG-THRU-DATE               PIC 9(08).
           05  FILLER     PIC X(61) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER     PIC X(10) VALUE "CONTRACT".
           05  FILLER     PIC X(27) VALUE "INSURED".
           05  FILLER     PIC X(14) VALUE "MODE".
           05  FILLER     PIC X(10) VALUE "DUE DATE".
           05  FILLER     PIC X(15) VALUE "   INSTALLMENT".
           05  FILLER     PIC X(15) VALUE "     ON ACCOUNT".
           05  FILLER     PIC X(15) VALUE "     AMOUNT DUE".
           05  FILLER     PIC X(27) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DTL-CONTRACT-NO             PIC 9(07).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  DTL-NAME                    PIC X(25).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-MODE                    PIC X(12).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-DUE-DATE                PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-INSTALLMENT             PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-CREDIT                  PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT-DUE              PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(29) VALUE SPACES.

       01  WS-MODE-TOTAL-LINE.
           05  FILLER                      PIC X(10) VALUE "TOTAL ".
           05  MTL-MODE                    PIC X(12).
           05  FILLER                      PIC X(10) VALUE " NOTICES: ".
           05  MTL-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(13)
                 VALUE "  AMOUNT DUE ".
           05  MTL-AMOUNT                  PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(63) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                      PIC X(14)
                 VALUE "MASTER READ: ".
           05  TOT-READ                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(11) VALUE "  BILLED: ".
           05  TOT-BILLED                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12)
                 VALUE "  NOT DUE: ".
           05  TOT-NOT-DUE                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(19)
                 VALUE "  ALREADY BILLED: ".
           05  TOT-ALREADY                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(11) VALUE "  LAPSED: ".
           05  TOT-LAPSED                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(17)
                 VALUE "  NO BILLING SET ".
           05  FILLER                      PIC X(04) VALUE "UP: ".
           05  TOT-NOT-SET-UP              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.

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
                 VALUE "  PREMIUM MODE: ".
           05  NTC-MODE                PIC X(12).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  NOTICE-AMOUNT-LINE.
           05  NTC-AMOUNT-LABEL        PIC X(25).
           05  NTC-AMOUNT              PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  NOTICE-DUE-LINE.
           05  FILLER                  PIC X(25)
                 VALUE "DUE DATE:                ".
           05  NTC-DUE-DATE            PIC 9(08).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  NOTICE-SEPARATOR-LINE.
           05  FILLER                  PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
      *
      * WALK THE PREMIUM MASTER, BILL EVERY INSTALLMENT COMING DUE
      * INSIDE THE LEAD TIME THAT HAS NOT BEEN BILLED, AND TOTAL THE
      * NOTICES BY BILLING MODE.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           INITIALIZE MODE-TOTALS-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-BILL-THRU-DATE TO HDG-THRU-DATE.
           WRITE BILLING-REGISTER-REC FROM WS-HEADING-LINE.
           WRITE BILLING-REGISTER-REC FROM WS-BLANK-LINE.
           WRITE BILLING-REGISTER-REC FROM WS-COLUMN-LINE.
           WRITE BILLING-REGISTER-REC FROM WS-BLANK-LINE.

           MOVE ZERO TO PM-CONTRACT-NO.
           START PREMIUM-MASTER KEY > PM-CONTRACT-NO
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM 100-BILL-ONE-CONTRACT THRU 100-EXIT
               UNTIL WS-BROWSE-DONE.

           PERFORM 600-WRITE-TOTALS THRU 600-EXIT.

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
               IF PRM-LEAD-DAYS NUMERIC AND PRM-LEAD-DAYS > ZERO
                   MOVE PRM-LEAD-DAYS TO WS-LEAD-DAYS
               END-IF
           END-IF.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-BILL-THRU-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INT + WS-LEAD-DAYS).
           DISPLAY "PREMBILL AS OF " WS-RUN-DATE
               " BILLING THRU " WS-BILL-THRU-DATE.
       050-EXIT.
           EXIT.

       100-BILL-ONE-CONTRACT.
           MOVE "100-BILL-ONE-CONTRACT" TO PARA-NAME.
           READ PREMIUM-MASTER NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO WS-MASTER-READ.
           IF PM-PAID-TO-DATE NOT NUMERIC OR PM-PAID-TO-DATE = ZERO
               ADD 1 TO WS-NOT-SET-UP
               GO TO 100-EXIT.
           IF PM-LAPSED
               ADD 1 TO WS-LAPSED-COUNT
               GO TO 100-EXIT.
           IF PM-PAID-TO-DATE > WS-BILL-THRU-DATE
               ADD 1 TO WS-NOT-DUE-COUNT
               GO TO 100-EXIT.
           IF PM-LAST-BILL-DUE-DATE NUMERIC
                   AND PM-LAST-BILL-DUE-DATE = PM-PAID-TO-DATE
               ADD 1 TO WS-ALREADY-BILLED
               GO TO 100-EXIT.

           MOVE PM-BILL-MODE TO PDU-BILL-MODE.
           MOVE PM-PAID-TO-DATE TO PDU-AFTER-DATE.
           CALL 'PREMDUE' USING PM-EFF-DATE PDU-BILL-MODE
               PM-ANNUAL-PREMIUM PDU-AFTER-DATE PDU-NEXT-DUE-DATE
               PDU-INSTALLMENT PDU-RETURN-CD.
           IF NOT PDU-OK
               ADD 1 TO WS-NOT-SET-UP
               GO TO 100-EXIT.

           EVALUATE TRUE
               WHEN PM-MODE-SEMI-ANNUAL MOVE 2 TO WS-MODE-SUB
               WHEN PM-MODE-QUARTERLY   MOVE 3 TO WS-MODE-SUB
               WHEN PM-MODE-MONTHLY     MOVE 4 TO WS-MODE-SUB
               WHEN OTHER               MOVE 1 TO WS-MODE-SUB
           END-EVALUATE.
           MOVE ZERO TO WS-CREDIT-AMT.
           IF PM-UNAPPLIED-AMT NUMERIC
               MOVE PM-UNAPPLIED-AMT TO WS-CREDIT-AMT
           END-IF.
           IF WS-CREDIT-AMT > PDU-INSTALLMENT
               MOVE PDU-INSTALLMENT TO WS-CREDIT-AMT
           END-IF.
           COMPUTE WS-AMOUNT-DUE = PDU-INSTALLMENT - WS-CREDIT-AMT.

           PERFORM 300-WRITE-NOTICE THRU 300-EXIT.

           MOVE PM-PAID-TO-DATE TO PM-LAST-BILL-DUE-DATE.
           REWRITE PREMIUM-MASTER-REC.
           IF NOT PM-OK
               DISPLAY "PREMBILL REWRITE FAILED " PM-CONTRACT-NO
                   " STATUS " PM-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PM-CONTRACT-NO TO DTL-CONTRACT-NO.
           MOVE PM-INSURED-NAME TO DTL-NAME.
           MOVE WS-MODE-NAME (WS-MODE-SUB) TO DTL-MODE.
           MOVE PM-PAID-TO-DATE TO DTL-DUE-DATE.
           MOVE PDU-INSTALLMENT TO DTL-INSTALLMENT.
           MOVE WS-CREDIT-AMT TO DTL-CREDIT.
           MOVE WS-AMOUNT-DUE TO DTL-AMOUNT-DUE.
           WRITE BILLING-REGISTER-REC FROM WS-DETAIL-LINE.

           ADD 1 TO WS-BILLED-COUNT MT-COUNT (WS-MODE-SUB).
           ADD WS-AMOUNT-DUE TO WS-BILLED-AMT MT-AMOUNT (WS-MODE-SUB).
       100-EXIT.
           EXIT.

       300-WRITE-NOTICE.
      **** THE BILLING NOTICE, ADDRESSED BY INSURED NAME THE SAME WAY
      **** THE CLAIM LETTERS ARE.
           MOVE "300-WRITE-NOTICE" TO PARA-NAME.
           WRITE NOTICE-LINE FROM NOTICE-SEPARATOR-LINE.
           MOVE WS-RUN-DATE TO NTC-DATE.
           WRITE NOTICE-LINE FROM NOTICE-DATE-LINE.
           MOVE PM-CONTRACT-NO TO NTC-CONTRACT-NO.
           MOVE WS-MODE-NAME (WS-MODE-SUB) TO NTC-MODE.
           WRITE NOTICE-LINE FROM NOTICE-CONTRACT-LINE.
           MOVE SPACES TO WS-NOTICE-TEXT.
           IF PM-INSURED-NAME = SPACES
               MOVE "DEAR POLICYHOLDER" TO WS-NOTICE-TEXT
           ELSE
               STRING "DEAR " PM-INSURED-NAME
                   DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           END-IF.
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT.
           MOVE "YOUR NEXT PREMIUM INSTALLMENT IS DUE AS SHOWN BELOW."
               TO WS-NOTICE-TEXT.
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT.
           MOVE PM-PAID-TO-DATE TO NTC-DUE-DATE.
           WRITE NOTICE-LINE FROM NOTICE-DUE-LINE.
           MOVE "INSTALLMENT:" TO NTC-AMOUNT-LABEL.
           MOVE PDU-INSTALLMENT TO NTC-AMOUNT.
           WRITE NOTICE-LINE FROM NOTICE-AMOUNT-LINE.
           IF WS-CREDIT-AMT > ZERO
               MOVE "LESS CREDIT ON ACCOUNT:" TO NTC-AMOUNT-LABEL
               MOVE WS-CREDIT-AMT TO NTC-AMOUNT
               WRITE NOTICE-LINE FROM NOTICE-AMOUNT-LINE
           END-IF.
           MOVE "AMOUNT DUE:" TO NTC-AMOUNT-LABEL.
           MOVE WS-AMOUNT-DUE TO NTC-AMOUNT.
           WRITE NOTICE-LINE FROM NOTICE-AMOUNT-LINE.
           MOVE "PLEASE REMIT BY THE DUE DATE TO KEEP YOUR COVERAGE IN"
               TO WS-NOTICE-TEXT.
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT.
           MOVE "FORCE.  QUOTE YOUR CONTRACT NUMBER WITH YOUR PAYMENT."
               TO WS-NOTICE-TEXT.
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT.
           MOVE "PREMIUM BILLING DEPARTMENT" TO WS-NOTICE-TEXT.
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT.
       300-EXIT.
           EXIT.

       600-WRITE-TOTALS.
           MOVE "600-WRITE-TOTALS" TO PARA-NAME.
           WRITE BILLING-REGISTER-REC FROM WS-BLANK-LINE.
           PERFORM VARYING WS-MODE-SUB FROM 1 BY 1
                   UNTIL WS-MODE-SUB > 4
               MOVE WS-MODE-NAME (WS-MODE-SUB) TO MTL-MODE
               MOVE MT-COUNT (WS-MODE-SUB) TO MTL-COUNT
               MOVE MT-AMOUNT (WS-MODE-SUB) TO MTL-AMOUNT
               WRITE BILLING-REGISTER-REC FROM WS-MODE-TOTAL-LINE
           END-PERFORM.
           MOVE "ALL MODES" TO MTL-MODE.
           MOVE WS-BILLED-COUNT TO MTL-COUNT.
           MOVE WS-BILLED-AMT TO MTL-AMOUNT.
           WRITE BILLING-REGISTER-REC FROM WS-MODE-TOTAL-LINE.
           WRITE BILLING-REGISTER-REC FROM WS-BLANK-LINE.
           MOVE WS-MASTER-READ TO TOT-READ.
           MOVE WS-BILLED-COUNT TO TOT-BILLED.
           MOVE WS-NOT-DUE-COUNT TO TOT-NOT-DUE.
           MOVE WS-ALREADY-BILLED TO TOT-ALREADY.
           MOVE WS-LAPSED-COUNT TO TOT-LAPSED.
           MOVE WS-NOT-SET-UP TO TOT-NOT-SET-UP.
           WRITE BILLING-REGISTER-REC FROM WS-TOTALS-LINE.
       600-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN I-O PREMIUM-MASTER.
           OPEN OUTPUT NOTICE-FILE, BILLING-REGISTER.
           DISPLAY "PREMBILL OPEN FILES".
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
                 BILLING-REGISTER.
           DISPLAY "PREMBILL FILES CLOSED".
       900-EXIT.
           EXIT.
