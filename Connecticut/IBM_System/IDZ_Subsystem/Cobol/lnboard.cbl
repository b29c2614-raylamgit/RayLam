       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  LNBOARD.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  BOARDS CLOSED LOANS ONTO THE
      *                LOANSVC SERVICING MASTER.  EVERY APPLICATION ON
      *                LOANAPPL THAT HAS REACHED CLOSED AND NOT YET
      *                BEEN BOARDED IS JOINED TO ITS SAVED QUOTE FOR
      *                THE RATE, TERM, ARM TERMS, ESCROW AND PMI, AND
      *                A SERVICING RECORD IS WRITTEN WITH THE FIRST
      *                PAYMENT DATE AND THE SCHEDULED BALANCE.  THE
      *                BOARDING REGISTER LISTS EACH LOAN AND BALANCES
      *                THE PRINCIPAL ON THE SERVICING FILE TO THE
      *                CLOSED-LOAN DOLLARS APLPIPE REPORTS.  LOANS USED
      *                TO BE RE-KEYED INTO THE SERVICING BUREAU'S
      *                PORTAL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT APPLICATION-FILE
           ASSIGN TO LOANAPPL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LA-QUOTE-NUMBER
             FILE STATUS IS APL-STATUS.

           SELECT SAVED-QUOTE-FILE
           ASSIGN TO EPSQUOTE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EPSQ-QUOTE-NUMBER
             FILE STATUS IS SQ-STATUS.

           SELECT SERVICING-FILE
           ASSIGN TO LOANSVC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LS-LOAN-NUMBER
             FILE STATUS IS SVC-STATUS.

           SELECT BOARD-REGISTER
           ASSIGN TO UT-S-LNBDREG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  APPLICATION-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY LOANAPPL.

       FD  SAVED-QUOTE-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY EPSQUOTE.

       FD  SERVICING-FILE
           RECORD CONTAINS 300 CHARACTERS.
       COPY LOANSVC.

       FD  BOARD-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BOARD-REGISTER-REC.
       01  BOARD-REGISTER-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  APL-STATUS              PIC X(2).
               88 APL-FOUND       VALUE "00".
           05  SQ-STATUS               PIC X(2).
               88 SQ-FOUND        VALUE "00".
           05  SVC-STATUS              PIC X(2).
               88 SVC-FOUND       VALUE "00".
               88 SVC-DUPLICATE   VALUE "22".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-BROWSE-DONE-SW           PIC X(01) VALUE "N".
               88  WS-BROWSE-DONE             VALUE "Y".
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-BOARDED-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-BOARDED-DOLLARS          PIC 9(10)V99 VALUE ZERO.
           05  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-HELD-DOLLARS             PIC 9(10)V99 VALUE ZERO.
           05  WS-CLOSED-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-CLOSED-DOLLARS           PIC 9(10)V99 VALUE ZERO.
           05  WS-SVC-COUNT                PIC 9(05) VALUE ZERO.
           05  WS-SVC-DOLLARS              PIC 9(10)V99 VALUE ZERO.
           05  WS-DIFFERENCE               PIC S9(10)V99 VALUE ZERO.

      *    MONTH ARITHMETIC - ADD WS-ADD-MONTHS TO WS-MONTH-DATE.
       01  MONTH-WORK-FIELDS.
           05  WS-MONTH-DATE               PIC 9(08).
           05  WS-MONTH-DATE-R REDEFINES WS-MONTH-DATE.
               10  WS-MONTH-CCYY           PIC 9(04).
               10  WS-MONTH-MM             PIC 9(02).
               10  WS-MONTH-DD             PIC 9(02).
           05  WS-ADD-MONTHS               PIC 9(04).
           05  WS-MONTH-INDEX              PIC 9(06).

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(36)
                 VALUE "LOAN SERVICING BOARDING REGISTER - ".
           05  HDG-RUN-DATE                PIC 9(08).
           05  FILLER     PIC X(89) VALUE SPACES.

       01  WS-BOARD-LINE.
           05  FILLER                      PIC X(05) VALUE "LOAN ".
           05  BDL-LOAN-NUMBER             PIC X(14).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  BDL-NAME                    PIC X(20).
           05  FILLER                      PIC X(08) VALUE " CLOSED ".
           05  BDL-CLOSE-DATE              PIC 9(08).
           05  FILLER                      PIC X(07) VALUE " 1ST ".
           05  BDL-FIRST-PMT               PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  BDL-PRINCIPAL               PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  BDL-RATE                    PIC Z9.999.
           05  FILLER                      PIC X(01) VALUE "%".
           05  BDL-TERM                    PIC ZZ9.
           05  FILLER                      PIC X(04) VALUE " MO ".
           05  BDL-PI                      PIC $$$,$$9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  BDL-NOTE                    PIC X(21).

       01  WS-BALANCE-LINE.
           05  BAL-LABEL                   PIC X(50).
           05  BAL-COUNT                   PIC ZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  BAL-DOLLARS                 PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BAL-NOTE                    PIC X(53).

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * BOARD EVERY NEWLY CLOSED LOAN, THEN BALANCE THE SERVICING FILE
      * TO THE CLOSED-LOAN DOLLARS ON THE APPLICATION FILE.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           WRITE BOARD-REGISTER-REC FROM WS-HEADING-LINE.
           WRITE BOARD-REGISTER-REC FROM WS-BLANK-LINE.

           MOVE LOW-VALUES TO LA-QUOTE-NUMBER.
           START APPLICATION-FILE KEY > LA-QUOTE-NUMBER
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.

           PERFORM 100-BOARD-ONE-APPL THRU 100-EXIT
               UNTIL WS-BROWSE-DONE.

           PERFORM 500-BALANCE-SERVICING THRU 500-EXIT.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       100-BOARD-ONE-APPL.
           MOVE "100-BOARD-ONE-APPL" TO PARA-NAME.

           READ APPLICATION-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 100-EXIT
           END-READ.

           IF NOT LA-CLOSED
               GO TO 100-EXIT.
           ADD 1 TO WS-CLOSED-COUNT.
           ADD LA-PRINCIPLE TO WS-CLOSED-DOLLARS.
           IF LA-BOARDED-DATE NUMERIC AND LA-BOARDED-DATE > ZERO
               GO TO 100-EXIT.

           MOVE SPACES TO WS-BOARD-LINE.
           MOVE LA-QUOTE-NUMBER TO BDL-LOAN-NUMBER.
           MOVE LA-APPLICANT-NAME TO BDL-NAME.
           MOVE LA-STATUS-DATE TO BDL-CLOSE-DATE.
           MOVE ZERO TO BDL-FIRST-PMT.
           MOVE LA-PRINCIPLE TO BDL-PRINCIPAL.
           MOVE LA-RATE TO BDL-RATE.
           COMPUTE BDL-TERM = LA-YEARS * 12.
           MOVE ZERO TO BDL-PI.

           MOVE LA-QUOTE-NUMBER TO EPSQ-QUOTE-NUMBER.
           READ SAVED-QUOTE-FILE.
           IF NOT SQ-FOUND
               ADD 1 TO WS-HELD-COUNT
               ADD LA-PRINCIPLE TO WS-HELD-DOLLARS
               MOVE "HELD - NO SAVED QUOTE" TO BDL-NOTE
               WRITE BOARD-REGISTER-REC FROM WS-BOARD-LINE
               GO TO 100-EXIT.

           PERFORM 200-BUILD-SERVICING-REC THRU 200-EXIT.
           WRITE LOAN-SERVICING-REC.
           IF SVC-DUPLICATE
      **** ALREADY ON THE SERVICING FILE FROM AN EARLIER RUN THAT DID
      **** NOT GET AS FAR AS MARKING THE APPLICATION - JUST MARK IT.
               MOVE "ALREADY ON FILE" TO BDL-NOTE
           ELSE
               IF NOT SVC-FOUND
                   ADD 1 TO WS-HELD-COUNT
                   ADD LA-PRINCIPLE TO WS-HELD-DOLLARS
                   MOVE "HELD - WRITE FAILED " TO BDL-NOTE
                   MOVE SVC-STATUS TO BDL-NOTE (20:2)
                   WRITE BOARD-REGISTER-REC FROM WS-BOARD-LINE
                   GO TO 100-EXIT
               END-IF
               ADD 1 TO WS-BOARDED-COUNT
               ADD LA-PRINCIPLE TO WS-BOARDED-DOLLARS
               MOVE "BOARDED" TO BDL-NOTE
           END-IF.

           MOVE WS-RUN-DATE TO LA-BOARDED-DATE.
           REWRITE LOAN-APPL-REC.
           MOVE LS-FIRST-PMT-DATE TO BDL-FIRST-PMT.
           MOVE LS-PI-PAYMENT TO BDL-PI.
           WRITE BOARD-REGISTER-REC FROM WS-BOARD-LINE.

       100-EXIT.
           EXIT.

       200-BUILD-SERVICING-REC.
      **** THE LOAN TERMS COME FROM THE APPLICATION; THE PAYMENT,
      **** ESCROW, PMI AND ARM TERMS FROM THE SAVED QUOTE.  THE QUOTED
      **** PAYMENT CARRIES THE PMI, SO P&I IS THE PAYMENT LESS PMI.
      **** INTEREST IS PAID IN ARREARS - THE FIRST INSTALLMENT IS DUE
      **** THE FIRST OF THE SECOND MONTH AFTER CLOSING.
           MOVE "200-BUILD-SERVICING-REC" TO PARA-NAME.
           MOVE SPACES TO LOAN-SERVICING-REC.
           MOVE LA-QUOTE-NUMBER TO LS-LOAN-NUMBER.
           MOVE "A" TO LS-STATUS.
           MOVE LA-APPLICANT-NAME TO LS-BORROWER-NAME.
           MOVE LA-MAIL-STREET TO LS-MAIL-STREET.
           MOVE LA-MAIL-CITY TO LS-MAIL-CITY.
           MOVE LA-MAIL-STATE TO LS-MAIL-STATE.
           MOVE LA-MAIL-ZIP TO LS-MAIL-ZIP.
           MOVE LA-OFFICER TO LS-OFFICER.
           MOVE LA-STATUS-DATE TO LS-CLOSE-DATE.
           MOVE WS-RUN-DATE TO LS-BOARDED-DATE.
           MOVE LA-PRINCIPLE TO LS-ORIG-PRINCIPAL LS-SCHED-BALANCE.
           COMPUTE LS-TERM-MONTHS = LA-YEARS * 12.
           MOVE LA-RATE TO LS-NOTE-RATE LS-CURRENT-RATE.

           IF EPSQ-PAYMENT NUMERIC AND EPSQ-PMI-MONTHLY NUMERIC
                   AND EPSQ-PAYMENT > EPSQ-PMI-MONTHLY
               COMPUTE LS-PI-PAYMENT =
                   EPSQ-PAYMENT - EPSQ-PMI-MONTHLY
           ELSE
               MOVE ZERO TO LS-PI-PAYMENT
           END-IF.
           MOVE ZERO TO LS-TAX-MONTHLY LS-INS-MONTHLY LS-PMI-MONTHLY
                        LS-PMI-LAST-PMT LS-ARM-RESET-YEARS
                        LS-ARM-ADJUST-CAP LS-ARM-ASSUMED-INDEX.
           IF EPSQ-TAX-MONTHLY NUMERIC
               MOVE EPSQ-TAX-MONTHLY TO LS-TAX-MONTHLY
           END-IF.
           IF EPSQ-INS-MONTHLY NUMERIC
               MOVE EPSQ-INS-MONTHLY TO LS-INS-MONTHLY
           END-IF.
           IF EPSQ-PMI-MONTHLY NUMERIC AND EPSQ-PMI-MONTHLY > ZERO
               MOVE EPSQ-PMI-MONTHLY TO LS-PMI-MONTHLY
      **** PMI DROPS AFTER THE YEAR THE BALANCE REACHES 80 PERCENT.
               IF EPSQ-PMI-DROP-YEAR NUMERIC
                       AND EPSQ-PMI-DROP-YEAR > ZERO
                   COMPUTE LS-PMI-LAST-PMT = EPSQ-PMI-DROP-YEAR * 12
               ELSE
                   MOVE LS-TERM-MONTHS TO LS-PMI-LAST-PMT
               END-IF
           END-IF.
           MOVE "F" TO LS-PRODUCT-TYPE.
           IF EPSQ-PRODUCT-ARM
               MOVE "A" TO LS-PRODUCT-TYPE
               MOVE EPSQ-ARM-RESET-YEARS TO LS-ARM-RESET-YEARS
               MOVE EPSQ-ARM-ADJUST-CAP TO LS-ARM-ADJUST-CAP
               MOVE EPSQ-ARM-ASSUMED-INDEX TO LS-ARM-ASSUMED-INDEX
           END-IF.

           MOVE LA-STATUS-DATE TO WS-MONTH-DATE.
           MOVE 2 TO WS-ADD-MONTHS.
           PERFORM 450-ADD-MONTHS THRU 450-EXIT.
           MOVE WS-MONTH-DATE TO LS-FIRST-PMT-DATE LS-NEXT-DUE-DATE.
           COMPUTE WS-ADD-MONTHS = LS-TERM-MONTHS - 1.
           PERFORM 450-ADD-MONTHS THRU 450-EXIT.
           MOVE WS-MONTH-DATE TO LS-MATURITY-DATE.
           MOVE ZERO TO LS-PAYMENTS-BILLED LS-LAST-BILL-DATE.
       200-EXIT.
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

       500-BALANCE-SERVICING.
      **** EVERY CLOSED LOAN IS EITHER ON THE SERVICING FILE OR HELD
      **** HERE, SO THE SERVICING PRINCIPAL PLUS THE HELD PRINCIPAL
      **** MUST EQUAL THE CLOSED DOLLARS APLPIPE SHOWS.
           MOVE "500-BALANCE-SERVICING" TO PARA-NAME.
           MOVE "N" TO WS-BROWSE-DONE-SW.
           MOVE LOW-VALUES TO LS-LOAN-NUMBER.
           START SERVICING-FILE KEY > LS-LOAN-NUMBER
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM 550-ADD-ONE-LOAN THRU 550-EXIT
               UNTIL WS-BROWSE-DONE.

           WRITE BOARD-REGISTER-REC FROM WS-BLANK-LINE.
           MOVE SPACES TO BAL-NOTE.
           MOVE "BOARDED THIS RUN" TO BAL-LABEL.
           MOVE WS-BOARDED-COUNT TO BAL-COUNT.
           MOVE WS-BOARDED-DOLLARS TO BAL-DOLLARS.
           WRITE BOARD-REGISTER-REC FROM WS-BALANCE-LINE.
           MOVE "CLOSED-LOAN DOLLARS ON LOANAPPL (APLPIPE CLOSED)"
               TO BAL-LABEL.
           MOVE WS-CLOSED-COUNT TO BAL-COUNT.
           MOVE WS-CLOSED-DOLLARS TO BAL-DOLLARS.
           WRITE BOARD-REGISTER-REC FROM WS-BALANCE-LINE.
           MOVE "LESS: ORIGINAL PRINCIPAL ON THE SERVICING FILE"
               TO BAL-LABEL.
           MOVE WS-SVC-COUNT TO BAL-COUNT.
           MOVE WS-SVC-DOLLARS TO BAL-DOLLARS.
           WRITE BOARD-REGISTER-REC FROM WS-BALANCE-LINE.
           MOVE "LESS: CLOSED LOANS HELD, NOT BOARDED" TO BAL-LABEL.
           MOVE WS-HELD-COUNT TO BAL-COUNT.
           MOVE WS-HELD-DOLLARS TO BAL-DOLLARS.
           WRITE BOARD-REGISTER-REC FROM WS-BALANCE-LINE.
           COMPUTE WS-DIFFERENCE =
               WS-CLOSED-DOLLARS - WS-SVC-DOLLARS - WS-HELD-DOLLARS.
           MOVE "DIFFERENCE" TO BAL-LABEL.
           MOVE ZERO TO BAL-COUNT.
           MOVE WS-DIFFERENCE TO BAL-DOLLARS.
           IF WS-DIFFERENCE = ZERO
               MOVE "IN BALANCE" TO BAL-NOTE
           ELSE
               MOVE "*** OUT OF BALANCE - RESEARCH BEFORE BILLING"
                   TO BAL-NOTE
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE BOARD-REGISTER-REC FROM WS-BALANCE-LINE.
       500-EXIT.
           EXIT.

       550-ADD-ONE-LOAN.
           READ SERVICING-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 550-EXIT
           END-READ.
           ADD 1 TO WS-SVC-COUNT.
           ADD LS-ORIG-PRINCIPAL TO WS-SVC-DOLLARS.
       550-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN I-O APPLICATION-FILE.
           OPEN INPUT SAVED-QUOTE-FILE.
           OPEN I-O SERVICING-FILE.
           IF SVC-STATUS = "35"
               CLOSE SERVICING-FILE
               OPEN OUTPUT SERVICING-FILE
               CLOSE SERVICING-FILE
               OPEN I-O SERVICING-FILE
           END-IF.
           OPEN OUTPUT BOARD-REGISTER.
           DISPLAY "LNBOARD OPEN FILES".
           DISPLAY APL-STATUS.
           DISPLAY SVC-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE APPLICATION-FILE, SAVED-QUOTE-FILE,
                 SERVICING-FILE, BOARD-REGISTER.
           DISPLAY "LNBOARD FILES CLOSED".
       900-EXIT.
           EXIT.
