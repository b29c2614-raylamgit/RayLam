       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  LNBILL.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  MONTHLY BILLING RUN FOR THE
      *                LOANSVC SERVICING MASTER.  EVERY ACTIVE LOAN
      *                WITH AN INSTALLMENT DUE BY THE FIRST OF NEXT
      *                MONTH GETS A STATEMENT SPLITTING THE PAYMENT
      *                INTO PRINCIPAL, INTEREST, ESCROW AND PMI.  ARM
      *                LOANS ARE ADJUSTED ON THEIR RESET ANNIVERSARY
      *                THE SAME WAY EPSCSMRT PROJECTS THEM.  THE
      *                SERVICING RECORD IS ADVANCED TO THE NEXT DUE
      *                DATE AND A BILLING REGISTER IS PRINTED.  A LOAN
      *                IS BILLED AT MOST ONCE PER MONTH, SO A RERUN
      *                DOES NOT DOUBLE-BILL.
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

           SELECT SERVICING-FILE
           ASSIGN TO LOANSVC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS LS-LOAN-NUMBER
             FILE STATUS IS SVC-STATUS.

           SELECT STATEMENT-FILE
           ASSIGN TO UT-S-LNSTMTS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS STM-STATUS.

           SELECT BILLING-REGISTER
           ASSIGN TO UT-S-LNBLREG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARM-REC.
       01  PARM-REC.
           05  PRM-BILL-DATE               PIC 9(08).
           05  FILLER                      PIC X(72).

       FD  SERVICING-FILE
           RECORD CONTAINS 300 CHARACTERS.
       COPY LOANSVC.

       FD  STATEMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STATEMENT-LINE.
       01  STATEMENT-LINE              PIC X(80).

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
           05  SVC-STATUS              PIC X(2).
               88 SVC-FOUND       VALUE "00".
               88 END-OF-SVC      VALUE "10".
           05  STM-STATUS              PIC X(2).
               88 STM-WRITE       VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-CCYYMM           PIC 9(06).
               10  WS-RUN-DD               PIC 9(02).
           05  WS-CUTOFF-CCYYMM            PIC 9(06) VALUE ZERO.
           05  WS-LAST-BILL-DATE           PIC 9(08) VALUE ZERO.
           05  WS-LAST-BILL-DATE-R REDEFINES WS-LAST-BILL-DATE.
               10  WS-LAST-BILL-CCYYMM     PIC 9(06).
               10  WS-LAST-BILL-DD         PIC 9(02).
           05  WS-RATE-CHANGED-SW          PIC X(01) VALUE "N".
               88  WS-RATE-CHANGED            VALUE "Y".

      *    THE INSTALLMENT BEING BILLED.
       01  BILL-FIELDS.
           05  WS-PMT-NUMBER               PIC 9(03).
           05  WS-DUE-DATE                 PIC 9(08).
           05  WS-INTEREST                 PIC 9(06)V99.
           05  WS-PRINCIPAL                PIC 9(08)V99.
           05  WS-ESCROW                   PIC 9(06)V99.
           05  WS-PMI                      PIC 9(04)V99.
           05  WS-TOTAL-DUE                PIC 9(08)V99.
           05  WS-RESET-MONTHS             PIC 9(04).
           05  WS-SINCE-RESET              PIC 9(04).
           05  WS-ANNIV-QUOT               PIC 9(04).
           05  WS-ANNIV-REM                PIC 9(04).
           05  WS-REMAIN-MONTHS            PIC 9(04).
           05  WS-REMAIN-YEARS             PIC 9(04).
           05  WS-NEW-RATE                 PIC S9(03)V999.

      *    MONTH ARITHMETIC - ADD WS-ADD-MONTHS TO WS-MONTH-DATE.
       01  MONTH-WORK-FIELDS.
           05  WS-MONTH-DATE               PIC 9(08).
           05  WS-MONTH-DATE-R REDEFINES WS-MONTH-DATE.
               10  WS-MONTH-CCYYMM         PIC 9(06).
               10  FILLER REDEFINES WS-MONTH-CCYYMM.
                   15  WS-MONTH-CCYY       PIC 9(04).
                   15  WS-MONTH-MM         PIC 9(02).
               10  WS-MONTH-DD             PIC 9(02).
           05  WS-ADD-MONTHS               PIC 9(04).
           05  WS-MONTH-INDEX              PIC 9(06).

       01  TOTAL-FIELDS.
           05  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-BILLED-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-NOT-DUE-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-INACTIVE-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-ADJUSTED-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-PAID-OFF-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-TOT-PRINCIPAL            PIC 9(10)V99 VALUE ZERO.
           05  WS-TOT-INTEREST             PIC 9(10)V99 VALUE ZERO.
           05  WS-TOT-ESCROW               PIC 9(10)V99 VALUE ZERO.
           05  WS-TOT-PMI                  PIC 9(10)V99 VALUE ZERO.
           05  WS-TOT-DUE                  PIC 9(10)V99 VALUE ZERO.

      *    PAYMENT CALCULATOR PARAMETERS FOR AN ARM RE-AMORTIZATION.
       COPY EPSPDATA.

      *    STATEMENT LINES.
       01  WS-STMT-HEAD-1.
           05  FILLER     PIC X(40)
                 VALUE "MONTHLY MORTGAGE STATEMENT".
           05  FILLER     PIC X(16) VALUE "STATEMENT DATE ".
           05  SH1-DATE                    PIC 9(08).
           05  FILLER     PIC X(16) VALUE SPACES.

       01  WS-STMT-HEAD-2.
           05  FILLER     PIC X(16) VALUE "LOAN NUMBER ".
           05  SH2-LOAN-NUMBER             PIC X(14).
           05  FILLER     PIC X(50) VALUE SPACES.

       01  WS-STMT-ADDRESS.
           05  SA-TEXT                     PIC X(40).
           05  FILLER     PIC X(40) VALUE SPACES.

       01  WS-STMT-CITY-LINE.
           05  SC-CITY                     PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  SC-STATE                    PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SC-ZIP                      PIC X(10).
           05  FILLER                      PIC X(45) VALUE SPACES.

       01  WS-STMT-DUE-LINE.
           05  FILLER     PIC X(30) VALUE "PAYMENT DUE DATE".
           05  SD-DUE-DATE                 PIC 9(08).
           05  FILLER     PIC X(16) VALUE "   INSTALLMENT ".
           05  SD-PMT-NUMBER               PIC ZZ9.
           05  FILLER     PIC X(04) VALUE " OF ".
           05  SD-TERM                     PIC ZZ9.
           05  FILLER     PIC X(16) VALUE SPACES.

       01  WS-STMT-AMOUNT-LINE.
           05  SL-LABEL                    PIC X(30).
           05  SL-AMOUNT                   PIC $$$,$$$,$$9.99.
           05  FILLER     PIC X(36) VALUE SPACES.

       01  WS-STMT-RATE-LINE.
           05  FILLER     PIC X(30) VALUE "INTEREST RATE".
           05  SR-RATE                     PIC Z9.999.
           05  FILLER     PIC X(01) VALUE "%".
           05  FILLER     PIC X(43) VALUE SPACES.

       01  WS-STMT-NOTICE-LINE.
           05  SN-TEXT                     PIC X(80).

       01  WS-STMT-RULE.
           05  FILLER     PIC X(80) VALUE ALL "-".

       01  WS-STMT-BLANK.
           05  FILLER     PIC X(80) VALUE SPACES.

      *    REGISTER LINES.
       01  WS-HEADING-LINE.
           05  FILLER     PIC X(36)
                 VALUE "LOAN SERVICING BILLING REGISTER - ".
           05  HDG-RUN-DATE                PIC 9(08).
           05  FILLER     PIC X(24) VALUE "   BILLING DUE DATES TO ".
           05  HDG-CUTOFF                  PIC 9(06).
           05  FILLER     PIC X(59) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER     PIC X(133) VALUE
               "LOAN NUMBER    BORROWER         DUE DATE PMT   RATE  PRI
      -        "NCIPAL  INTEREST     ESCROW      PMI  TOTAL DUE       BA
      -        "LANCE NOTE".

       01  WS-REGISTER-LINE.
           05  RGL-LOAN-NUMBER             PIC X(14).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RGL-NAME                    PIC X(16).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RGL-DUE-DATE                PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RGL-PMT-NUMBER              PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RGL-RATE                    PIC Z9.999.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RGL-PRINCIPAL               PIC ZZZ,ZZ9.99.
           05  RGL-INTEREST                PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RGL-ESCROW                  PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RGL-PMI                     PIC Z,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RGL-TOTAL                   PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RGL-BALANCE                 PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RGL-NOTE                    PIC X(15).

       01  WS-TOTAL-LINE.
           05  TOT-LABEL                   PIC X(40).
           05  TOT-COUNT                   PIC ZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  TOT-DOLLARS                 PIC $$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(66) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * BILL EVERY ACTIVE LOAN WITH AN INSTALLMENT DUE BY THE CUTOFF,
      * THEN PRINT THE REGISTER TOTALS.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

      **** STATEMENTS GO OUT AHEAD OF THE DUE DATE - THIS RUN BILLS
      **** EVERYTHING DUE ON OR BEFORE THE FIRST OF NEXT MONTH.
           MOVE WS-RUN-DATE TO WS-MONTH-DATE.
           MOVE 1 TO WS-ADD-MONTHS.
           PERFORM 450-ADD-MONTHS THRU 450-EXIT.
           MOVE WS-MONTH-CCYYMM TO WS-CUTOFF-CCYYMM.

           MOVE WS-RUN-DATE TO HDG-RUN-DATE SH1-DATE.
           MOVE WS-CUTOFF-CCYYMM TO HDG-CUTOFF.
           WRITE BILLING-REGISTER-REC FROM WS-HEADING-LINE.
           WRITE BILLING-REGISTER-REC FROM WS-BLANK-LINE.
           WRITE BILLING-REGISTER-REC FROM WS-COLUMN-HEADING.

           READ SERVICING-FILE.
           PERFORM 100-BILL-ONE-LOAN THRU 100-EXIT
               UNTIL END-OF-SVC.

           PERFORM 700-WRITE-TOTALS THRU 700-EXIT.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** AN OPTIONAL CARD CARRIES A BILLING DATE (CCYYMMDD) FOR A
      **** LATE OR MAKE-UP RUN.  WITH NO CARD THE RUN DATE IS USED.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-BILL-DATE NUMERIC AND PRM-BILL-DATE > ZERO
                   MOVE PRM-BILL-DATE TO WS-RUN-DATE
               END-IF
           END-IF.
       050-EXIT.
           EXIT.

       100-BILL-ONE-LOAN.
           MOVE "100-BILL-ONE-LOAN" TO PARA-NAME.
           ADD 1 TO WS-READ-COUNT.

           IF NOT LS-ACTIVE
               ADD 1 TO WS-INACTIVE-COUNT
               GO TO 100-READ-NEXT.
           IF LS-NEXT-DUE-CCYYMM > WS-CUTOFF-CCYYMM
               ADD 1 TO WS-NOT-DUE-COUNT
               GO TO 100-READ-NEXT.
      **** ALREADY BILLED THIS MONTH - A RERUN MUST NOT BILL THE NEXT
      **** INSTALLMENT EARLY.
           MOVE LS-LAST-BILL-DATE TO WS-LAST-BILL-DATE.
           IF WS-LAST-BILL-CCYYMM = WS-RUN-CCYYMM
               ADD 1 TO WS-NOT-DUE-COUNT
               GO TO 100-READ-NEXT.

           MOVE "N" TO WS-RATE-CHANGED-SW.
           COMPUTE WS-PMT-NUMBER = LS-PAYMENTS-BILLED + 1.
           MOVE LS-NEXT-DUE-DATE TO WS-DUE-DATE.
           IF LS-PRODUCT-ARM
               PERFORM 200-ADJUST-ARM-RATE THRU 200-EXIT
           END-IF.
           PERFORM 300-SPLIT-PAYMENT THRU 300-EXIT.
           PERFORM 400-WRITE-STATEMENT THRU 400-EXIT.

      **** ADVANCE THE SERVICING RECORD TO THE NEXT INSTALLMENT.
           MOVE WS-PMT-NUMBER TO LS-PAYMENTS-BILLED.
           SUBTRACT WS-PRINCIPAL FROM LS-SCHED-BALANCE.
           MOVE WS-RUN-DATE TO LS-LAST-BILL-DATE.
           MOVE LS-NEXT-DUE-DATE TO WS-MONTH-DATE.
           MOVE 1 TO WS-ADD-MONTHS.
           PERFORM 450-ADD-MONTHS THRU 450-EXIT.
           MOVE WS-MONTH-DATE TO LS-NEXT-DUE-DATE.
           IF LS-SCHED-BALANCE = ZERO
               MOVE "P" TO LS-STATUS
               ADD 1 TO WS-PAID-OFF-COUNT
           END-IF.
           REWRITE LOAN-SERVICING-REC.

           PERFORM 500-WRITE-REGISTER-LINE THRU 500-EXIT.

       100-READ-NEXT.
           READ SERVICING-FILE.
       100-EXIT.
           EXIT.

       200-ADJUST-ARM-RATE.
      **** THE RATE IS FIXED FOR THE INITIAL PERIOD, THEN ADJUSTS ONCE
      **** A YEAR - ON THE FIRST INSTALLMENT AFTER THE RESET AND EVERY
      **** TWELFTH ONE AFTER THAT.  IT MOVES TOWARD THE ASSUMED INDEX
      **** BY NO MORE THAN THE CAP, AND THE P&I IS RE-AMORTIZED OVER
      **** THE REMAINING TERM.
           MOVE "200-ADJUST-ARM-RATE" TO PARA-NAME.
           IF LS-ARM-RESET-YEARS NOT NUMERIC
                   OR LS-ARM-RESET-YEARS = ZERO
               GO TO 200-EXIT.
           COMPUTE WS-RESET-MONTHS = LS-ARM-RESET-YEARS * 12.
           IF WS-PMT-NUMBER NOT > WS-RESET-MONTHS
               GO TO 200-EXIT.
           COMPUTE WS-SINCE-RESET = WS-PMT-NUMBER - 1 - WS-RESET-MONTHS.
           DIVIDE WS-SINCE-RESET BY 12 GIVING WS-ANNIV-QUOT
               REMAINDER WS-ANNIV-REM.
           IF WS-ANNIV-REM NOT = ZERO
               GO TO 200-EXIT.

           IF LS-ARM-ASSUMED-INDEX > LS-CURRENT-RATE
               COMPUTE WS-NEW-RATE =
                   LS-CURRENT-RATE + LS-ARM-ADJUST-CAP
               IF WS-NEW-RATE > LS-ARM-ASSUMED-INDEX
                   MOVE LS-ARM-ASSUMED-INDEX TO WS-NEW-RATE
               END-IF
           ELSE
               COMPUTE WS-NEW-RATE =
                   LS-CURRENT-RATE - LS-ARM-ADJUST-CAP
               IF WS-NEW-RATE < LS-ARM-ASSUMED-INDEX
                   MOVE LS-ARM-ASSUMED-INDEX TO WS-NEW-RATE
               END-IF
               IF WS-NEW-RATE < ZERO
                   MOVE ZERO TO WS-NEW-RATE
               END-IF
           END-IF.
           IF WS-NEW-RATE = LS-CURRENT-RATE
               GO TO 200-EXIT.

           MOVE WS-NEW-RATE TO LS-CURRENT-RATE.
           SET WS-RATE-CHANGED TO TRUE.
           ADD 1 TO WS-ADJUSTED-COUNT.
      **** THE CALCULATOR WORKS IN WHOLE YEARS - A PART YEAR LEFT
      **** COUNTS AS A FULL ONE.
           COMPUTE WS-REMAIN-MONTHS =
               LS-TERM-MONTHS - WS-PMT-NUMBER + 12.
           DIVIDE WS-REMAIN-MONTHS BY 12 GIVING WS-REMAIN-YEARS.
           IF LS-SCHED-BALANCE > ZERO AND WS-REMAIN-YEARS > ZERO
               MOVE SPACES              TO EPSPDATA-RETURN-ERROR
               MOVE "Y"                 TO EPSPDATA-YEAR-MONTH-IND
               MOVE LS-SCHED-BALANCE    TO EPSPDATA-PRINCIPLE-DATA
               MOVE WS-REMAIN-YEARS     TO EPSPDATA-NUMBER-OF-YEARS
               MOVE LS-CURRENT-RATE
                                TO EPSPDATA-QUOTED-INTEREST-RATE
               SET EPSPDATA-MODE-PAYMENT TO TRUE
               CALL "EPSMPMT" USING EPSPDATA
               MOVE EPSPDATA-RETURN-MONTH-PAYMENT TO LS-PI-PAYMENT
           END-IF.
       200-EXIT.
           EXIT.

       300-SPLIT-PAYMENT.
      **** A MONTH'S INTEREST ON THE SCHEDULED BALANCE, THE REST OF THE
      **** P&I TO PRINCIPAL.  THE FINAL INSTALLMENT TAKES WHATEVER
      **** PRINCIPAL IS LEFT.
           MOVE "300-SPLIT-PAYMENT" TO PARA-NAME.
           COMPUTE WS-INTEREST ROUNDED =
               LS-SCHED-BALANCE * LS-CURRENT-RATE / 1200.
           IF LS-PI-PAYMENT > WS-INTEREST
               COMPUTE WS-PRINCIPAL = LS-PI-PAYMENT - WS-INTEREST
           ELSE
               MOVE ZERO TO WS-PRINCIPAL
           END-IF.
           IF WS-PRINCIPAL > LS-SCHED-BALANCE
                   OR WS-PMT-NUMBER NOT < LS-TERM-MONTHS
               MOVE LS-SCHED-BALANCE TO WS-PRINCIPAL
           END-IF.
           COMPUTE WS-ESCROW = LS-TAX-MONTHLY + LS-INS-MONTHLY.
           MOVE ZERO TO WS-PMI.
           IF LS-PMI-MONTHLY > ZERO
                   AND WS-PMT-NUMBER NOT > LS-PMI-LAST-PMT
               MOVE LS-PMI-MONTHLY TO WS-PMI
           END-IF.
           COMPUTE WS-TOTAL-DUE =
               WS-PRINCIPAL + WS-INTEREST + WS-ESCROW + WS-PMI.

           ADD WS-PRINCIPAL TO WS-TOT-PRINCIPAL.
           ADD WS-INTEREST TO WS-TOT-INTEREST.
           ADD WS-ESCROW TO WS-TOT-ESCROW.
           ADD WS-PMI TO WS-TOT-PMI.
           ADD WS-TOTAL-DUE TO WS-TOT-DUE.
           ADD 1 TO WS-BILLED-COUNT.
       300-EXIT.
           EXIT.

       400-WRITE-STATEMENT.
           MOVE "400-WRITE-STATEMENT" TO PARA-NAME.
           WRITE STATEMENT-LINE FROM WS-STMT-HEAD-1.
           MOVE LS-LOAN-NUMBER TO SH2-LOAN-NUMBER.
           WRITE STATEMENT-LINE FROM WS-STMT-HEAD-2.
           WRITE STATEMENT-LINE FROM WS-STMT-BLANK.
           MOVE LS-BORROWER-NAME TO SA-TEXT.
           WRITE STATEMENT-LINE FROM WS-STMT-ADDRESS.
           MOVE LS-MAIL-STREET TO SA-TEXT.
           WRITE STATEMENT-LINE FROM WS-STMT-ADDRESS.
           MOVE LS-MAIL-CITY TO SC-CITY.
           MOVE LS-MAIL-STATE TO SC-STATE.
           MOVE LS-MAIL-ZIP TO SC-ZIP.
           WRITE STATEMENT-LINE FROM WS-STMT-CITY-LINE.
           WRITE STATEMENT-LINE FROM WS-STMT-BLANK.

           MOVE WS-DUE-DATE TO SD-DUE-DATE.
           MOVE WS-PMT-NUMBER TO SD-PMT-NUMBER.
           MOVE LS-TERM-MONTHS TO SD-TERM.
           WRITE STATEMENT-LINE FROM WS-STMT-DUE-LINE.
           MOVE "PRINCIPAL" TO SL-LABEL.
           MOVE WS-PRINCIPAL TO SL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
           MOVE "INTEREST" TO SL-LABEL.
           MOVE WS-INTEREST TO SL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
           MOVE "ESCROW - TAXES AND INSURANCE" TO SL-LABEL.
           MOVE WS-ESCROW TO SL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
           IF WS-PMI > ZERO
               MOVE "MORTGAGE INSURANCE" TO SL-LABEL
               MOVE WS-PMI TO SL-AMOUNT
               WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           END-IF.
           MOVE "TOTAL AMOUNT DUE" TO SL-LABEL.
           MOVE WS-TOTAL-DUE TO SL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
           WRITE STATEMENT-LINE FROM WS-STMT-BLANK.

           MOVE LS-CURRENT-RATE TO SR-RATE.
           WRITE STATEMENT-LINE FROM WS-STMT-RATE-LINE.
           MOVE "PRINCIPAL BALANCE AFTER PAYMENT" TO SL-LABEL.
           COMPUTE SL-AMOUNT = LS-SCHED-BALANCE - WS-PRINCIPAL.
           WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
           IF WS-RATE-CHANGED
               MOVE SPACES TO SN-TEXT
               MOVE "YOUR ADJUSTABLE RATE HAS CHANGED WITH THIS PAYMENT"
                   TO SN-TEXT
               WRITE STATEMENT-LINE FROM WS-STMT-NOTICE-LINE
               MOVE "NEW PRINCIPAL AND INTEREST PAYMENT" TO SL-LABEL
               MOVE LS-PI-PAYMENT TO SL-AMOUNT
               WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           END-IF.
           IF WS-PRINCIPAL = LS-SCHED-BALANCE
               MOVE "THIS IS YOUR FINAL PAYMENT" TO SN-TEXT
               WRITE STATEMENT-LINE FROM WS-STMT-NOTICE-LINE
           END-IF.
           WRITE STATEMENT-LINE FROM WS-STMT-RULE.
       400-EXIT.
           EXIT.

       450-ADD-MONTHS.
      **** STEP WS-MONTH-DATE FORWARD WS-ADD-MONTHS MONTHS AND PIN IT
      **** TO THE FIRST OF THE MONTH - EVERY INSTALLMENT FALLS DUE ON
      **** THE FIRST.
           COMPUTE WS-MONTH-INDEX =
               WS-MONTH-CCYY * 12 + WS-MONTH-MM - 1 + WS-ADD-MONTHS.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-MONTH-CCYY
               REMAINDER WS-MONTH-MM.
           ADD 1 TO WS-MONTH-MM.
           MOVE 1 TO WS-MONTH-DD.
       450-EXIT.
           EXIT.

       500-WRITE-REGISTER-LINE.
           MOVE "500-WRITE-REGISTER-LINE" TO PARA-NAME.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE LS-LOAN-NUMBER TO RGL-LOAN-NUMBER.
           MOVE LS-BORROWER-NAME TO RGL-NAME.
           MOVE WS-DUE-DATE TO RGL-DUE-DATE.
           MOVE WS-PMT-NUMBER TO RGL-PMT-NUMBER.
           MOVE LS-CURRENT-RATE TO RGL-RATE.
           MOVE WS-PRINCIPAL TO RGL-PRINCIPAL.
           MOVE WS-INTEREST TO RGL-INTEREST.
           MOVE WS-ESCROW TO RGL-ESCROW.
           MOVE WS-PMI TO RGL-PMI.
           MOVE WS-TOTAL-DUE TO RGL-TOTAL.
           MOVE LS-SCHED-BALANCE TO RGL-BALANCE.
           IF LS-PAID-OFF
               MOVE "PAID IN FULL" TO RGL-NOTE
           ELSE
               IF WS-RATE-CHANGED
                   MOVE "RATE ADJUSTED" TO RGL-NOTE
               END-IF
           END-IF.
           WRITE BILLING-REGISTER-REC FROM WS-REGISTER-LINE.
       500-EXIT.
           EXIT.

       700-WRITE-TOTALS.
           MOVE "700-WRITE-TOTALS" TO PARA-NAME.
           WRITE BILLING-REGISTER-REC FROM WS-BLANK-LINE.
           MOVE ZERO TO TOT-DOLLARS.
           MOVE "SERVICING RECORDS READ" TO TOT-LABEL.
           MOVE WS-READ-COUNT TO TOT-COUNT.
           WRITE BILLING-REGISTER-REC FROM WS-TOTAL-LINE.
           MOVE "NOT DUE OR ALREADY BILLED" TO TOT-LABEL.
           MOVE WS-NOT-DUE-COUNT TO TOT-COUNT.
           WRITE BILLING-REGISTER-REC FROM WS-TOTAL-LINE.
           MOVE "PAID OFF OR INACTIVE" TO TOT-LABEL.
           MOVE WS-INACTIVE-COUNT TO TOT-COUNT.
           WRITE BILLING-REGISTER-REC FROM WS-TOTAL-LINE.
           MOVE "ARM RATES ADJUSTED" TO TOT-LABEL.
           MOVE WS-ADJUSTED-COUNT TO TOT-COUNT.
           WRITE BILLING-REGISTER-REC FROM WS-TOTAL-LINE.
           MOVE "PAID IN FULL THIS RUN" TO TOT-LABEL.
           MOVE WS-PAID-OFF-COUNT TO TOT-COUNT.
           WRITE BILLING-REGISTER-REC FROM WS-TOTAL-LINE.
           MOVE WS-BILLED-COUNT TO TOT-COUNT.
           MOVE "STATEMENTS - PRINCIPAL BILLED" TO TOT-LABEL.
           MOVE WS-TOT-PRINCIPAL TO TOT-DOLLARS.
           WRITE BILLING-REGISTER-REC FROM WS-TOTAL-LINE.
           MOVE "STATEMENTS - INTEREST BILLED" TO TOT-LABEL.
           MOVE WS-TOT-INTEREST TO TOT-DOLLARS.
           WRITE BILLING-REGISTER-REC FROM WS-TOTAL-LINE.
           MOVE "STATEMENTS - ESCROW BILLED" TO TOT-LABEL.
           MOVE WS-TOT-ESCROW TO TOT-DOLLARS.
           WRITE BILLING-REGISTER-REC FROM WS-TOTAL-LINE.
           MOVE "STATEMENTS - MORTGAGE INSURANCE BILLED" TO TOT-LABEL.
           MOVE WS-TOT-PMI TO TOT-DOLLARS.
           WRITE BILLING-REGISTER-REC FROM WS-TOTAL-LINE.
           MOVE "STATEMENTS - TOTAL BILLED" TO TOT-LABEL.
           MOVE WS-TOT-DUE TO TOT-DOLLARS.
           WRITE BILLING-REGISTER-REC FROM WS-TOTAL-LINE.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN I-O SERVICING-FILE.
           OPEN OUTPUT STATEMENT-FILE, BILLING-REGISTER.
           DISPLAY "LNBILL OPEN FILES".
           DISPLAY SVC-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, SERVICING-FILE,
                 STATEMENT-FILE, BILLING-REGISTER.
           DISPLAY "LNBILL FILES CLOSED".
       900-EXIT.
           EXIT.
