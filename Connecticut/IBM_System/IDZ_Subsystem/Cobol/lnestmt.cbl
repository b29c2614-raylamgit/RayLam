       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  LNESTMT.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  LOAN ESTIMATE DISCLOSURE.
      *                FOR EACH SAVED-QUOTE NUMBER ON THE REQUEST FILE
      *                (THE NIGHTLY RUN FEEDS THE DAY'S NEW
      *                APPLICATIONS, THE DESK CAN FEED ANY QUOTE ON
      *                REQUEST) THE QUOTE IS READ FROM EPSQUOTE, THE
      *                YEAR-BY-YEAR SCHEDULE IS REBUILT BY CALLING
      *                EPSCSMRT IN DISCLOSURE MODE, THE CLOSING COSTS
      *                ARE ITEMIZED FROM THE CLOSFEE SCHEDULE FOR THE
      *                PROPERTY STATE AND LOAN-AMOUNT BAND, AND A
      *                FORMATTED LOAN ESTIMATE IS PRINTED - LOAN TERMS,
      *                PROJECTED PAYMENTS, CLOSING COSTS, CASH TO
      *                CLOSE AND THE COMPARISON FIGURES.  WHEN THE
      *                QUOTE HAS AN APPLICATION ON LOANAPPL, THE
      *                THREE-BUSINESS-DAY DELIVERY DEADLINE IS PRINTED
      *                AND A LATE ESTIMATE IS FLAGGED ON THE REGISTER.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LE-REQUEST-FILE
           ASSIGN TO UT-S-LEREQ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS REQ-STATUS.

           SELECT SAVED-QUOTE-FILE
           ASSIGN TO EPSQUOTE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EPSQ-QUOTE-NUMBER
             FILE STATUS IS SQ-STATUS.

           SELECT APPLICATION-FILE
           ASSIGN TO LOANAPPL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LA-QUOTE-NUMBER
             FILE STATUS IS APL-STATUS.

           SELECT CLOSING-FEE-FILE
           ASSIGN TO CLOSFEE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CF-STATUS.

           SELECT ESTIMATE-REPORT
           ASSIGN TO UT-S-LOANEST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  LE-REQUEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LE-REQUEST-REC.
       01  LE-REQUEST-REC.
           05  LR-QUOTE-NUMBER             PIC X(14).
           05  LR-REQUESTED-BY             PIC X(08).
           05  FILLER                      PIC X(58).

       FD  SAVED-QUOTE-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY EPSQUOTE.

       FD  APPLICATION-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY LOANAPPL.

       FD  CLOSING-FEE-FILE
           RECORD CONTAINS 140 CHARACTERS.
       COPY CLOSFEE.

       FD  ESTIMATE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ESTIMATE-REPORT-REC.
       01  ESTIMATE-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  REQ-STATUS              PIC X(2).
               88 END-OF-REQUESTS VALUE "10".
           05  SQ-STATUS               PIC X(2).
               88 SQ-FOUND        VALUE "00".
           05  APL-STATUS              PIC X(2).
               88 APL-FOUND       VALUE "00".
           05  CF-STATUS               PIC X(2).
               88 END-OF-FEES     VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-APL-OPEN-SW              PIC X(01) VALUE "N".
               88  WS-APL-OPEN                VALUE "Y".
           05  WS-FEE-SUB                  PIC 9(04) COMP VALUE ZERO.
           05  WS-FEE-HIT                  PIC 9(04) COMP VALUE ZERO.
           05  WS-YEAR-SUB                 PIC 9(02) COMP VALUE ZERO.
           05  WS-ISSUED-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-LATE-COUNT               PIC 9(05) VALUE ZERO.
      *    THE ESTIMATE MUST REACH THE MEMBER WITHIN THIS MANY
      *    BUSINESS DAYS OF THE APPLICATION.
           05  WS-DELIVERY-DAYS            PIC 9(02) VALUE 3.

       01  WS-BUSDAY-WORK.
           05  WS-BD-FROM-DATE             PIC 9(08).
           05  WS-BD-TO-DATE               PIC 9(08).
           05  WS-BUS-DAYS                 PIC S9(5)    VALUE ZERO.
           05  WS-BD-RETURN-CD             PIC 9(4) COMP VALUE ZERO.
           05  WS-BD-CALENDAR-ID           PIC X(2)     VALUE SPACES.
           05  WS-DUE-INT                  PIC S9(8) COMP.
           05  WS-DUE-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-DUE-TRIES                PIC 9(02) COMP.

      *    THE CLOSING-COST FEE SCHEDULE IS SMALL - ONE ROW PER STATE
      *    AND BAND - AND IS HELD IN CORE FOR THE RUN.
       01  FEE-TABLE-AREA.
           05  WS-FEE-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-FEE-ENTRY OCCURS 500 TIMES.
               10  FT-ROW                  PIC X(140).

       01  WS-CLOSING-COSTS.
           05  LE-POINTS-AMT               PIC 9(7)V99.
           05  LE-ORIG-FEE-AMT             PIC 9(7)V99.
           05  LE-TRANSFER-TAX-AMT         PIC 9(7)V99.
           05  LE-DAILY-INTEREST           PIC 9(5)V99.
           05  LE-PREPAID-INT-AMT          PIC 9(7)V99.
           05  LE-HAZARD-PREPAID-AMT       PIC 9(7)V99.
           05  LE-ESCROW-MONTHLY           PIC 9(6)V99.
           05  LE-INITIAL-ESCROW-AMT       PIC 9(7)V99.
           05  LE-SECTION-A                PIC 9(7)V99.
           05  LE-SECTION-B                PIC 9(7)V99.
           05  LE-SECTION-C                PIC 9(7)V99.
           05  LE-SECTION-D                PIC 9(7)V99.
           05  LE-SECTION-E                PIC 9(7)V99.
           05  LE-SECTION-F                PIC 9(7)V99.
           05  LE-SECTION-G                PIC 9(7)V99.
           05  LE-SECTION-I                PIC 9(7)V99.
           05  LE-SECTION-J                PIC 9(7)V99.
           05  LE-CASH-TO-CLOSE            PIC 9(8)V99.
           05  LE-FIVE-YR-PAID             PIC 9(8)V99.
           05  LE-FIVE-YR-PRIN             PIC 9(8)V99.
           05  LE-TOTAL-INTEREST           PIC 9(9)V99.
           05  LE-TIP                      PIC 9(3)V999.

       01  WS-PROJECTION-WORK.
           05  PJ-RATE                     PIC 99V999.
           05  PJ-PANDI                    PIC 9(6)V99.
           05  PJ-PMI                      PIC 9(4)V99.
           05  PJ-ESCROW                   PIC 9(6)V99.
           05  PJ-TOTAL                    PIC 9(7)V99.
           05  PJ-FROM-YEAR                PIC 99.
           05  PJ-TO-YEAR                  PIC 99.
           05  PJ-PENDING-SW               PIC X(01).
               88  PJ-PENDING                 VALUE "Y".
           05  PJ-PEND-RATE                PIC 99V999.
           05  PJ-PEND-PANDI               PIC 9(6)V99.
           05  PJ-PEND-PMI                 PIC 9(4)V99.
           05  PJ-PEND-ESCROW              PIC 9(6)V99.
           05  PJ-PEND-TOTAL               PIC 9(7)V99.

      *    COMMAREA FOR THE DISCLOSURE-MODE CALL TO EPSCSMRT.
       01  LE-COMMAREA.
       COPY EPSMTCOM.

       01  WS-LE-TEXT-LINE.
           05  LET-TEXT                    PIC X(133).

       01  WS-LE-AMOUNT-LINE.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  LEA-LABEL                   PIC X(44).
           05  LEA-AMOUNT                  PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  LEA-NOTE                    PIC X(40).
           05  FILLER                      PIC X(30) VALUE SPACES.

       01  WS-LE-HEADING.
           05  FILLER     PIC X(20) VALUE "LOAN ESTIMATE".
           05  FILLER     PIC X(08) VALUE "QUOTE ".
           05  LEH-QUOTE-NUMBER            PIC X(14).
           05  FILLER     PIC X(14) VALUE "  DATE ISSUED ".
           05  LEH-RUN-DATE                PIC 9(08).
           05  FILLER     PIC X(14) VALUE "  REQUESTED BY".
           05  FILLER     PIC X(01) VALUE SPACE.
           05  LEH-REQUESTED-BY            PIC X(08).
           05  FILLER     PIC X(46) VALUE SPACES.

       01  WS-LE-DEADLINE-LINE.
           05  FILLER     PIC X(04) VALUE SPACES.
           05  FILLER     PIC X(18) VALUE "APPLICATION DATE ".
           05  LED-APPL-DATE               PIC 9(08).
           05  FILLER     PIC X(16) VALUE "  DELIVER BY   ".
           05  LED-DUE-DATE                PIC 9(08).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  LED-STATUS                  PIC X(30).
           05  FILLER     PIC X(47) VALUE SPACES.

       01  WS-LE-TERMS-LINE.
           05  FILLER     PIC X(04) VALUE SPACES.
           05  FILLER     PIC X(13) VALUE "LOAN AMOUNT ".
           05  LTL-PRINCIPLE               PIC $$,$$$,$$9.99.
           05  FILLER     PIC X(08) VALUE "  RATE ".
           05  LTL-RATE                    PIC Z9.999.
           05  FILLER     PIC X(08) VALUE "%  TERM ".
           05  LTL-YEARS                   PIC Z9.
           05  FILLER     PIC X(08) VALUE " YEARS  ".
           05  LTL-PRODUCT                 PIC X(20).
           05  FILLER     PIC X(06) VALUE " APR ".
           05  LTL-APR                     PIC Z9.999.
           05  FILLER     PIC X(01) VALUE "%".
           05  FILLER     PIC X(38) VALUE SPACES.

       01  WS-LE-PROJ-HEADING.
           05  FILLER     PIC X(04) VALUE SPACES.
           05  FILLER     PIC X(14) VALUE "YEARS".
           05  FILLER     PIC X(10) VALUE "RATE".
           05  FILLER     PIC X(16) VALUE "PRIN + INT".
           05  FILLER     PIC X(14) VALUE "MORT INS".
           05  FILLER     PIC X(16) VALUE "EST ESCROW".
           05  FILLER     PIC X(16) VALUE "EST TOTAL MO".
           05  FILLER     PIC X(43) VALUE SPACES.

       01  WS-LE-PROJ-LINE.
           05  FILLER     PIC X(04) VALUE SPACES.
           05  LPL-FROM-YEAR               PIC Z9.
           05  FILLER     PIC X(03) VALUE " - ".
           05  LPL-TO-YEAR                 PIC Z9.
           05  FILLER     PIC X(07) VALUE SPACES.
           05  LPL-RATE                    PIC Z9.999.
           05  FILLER     PIC X(04) VALUE SPACES.
           05  LPL-PANDI                   PIC $$$$,$$9.99.
           05  FILLER     PIC X(04) VALUE SPACES.
           05  LPL-PMI                     PIC $$,$$9.99.
           05  FILLER     PIC X(05) VALUE SPACES.
           05  LPL-ESCROW                  PIC $$$$,$$9.99.
           05  FILLER     PIC X(05) VALUE SPACES.
           05  LPL-TOTAL                   PIC $$,$$$,$$9.99.
           05  FILLER     PIC X(45) VALUE SPACES.

       01  WS-LE-COMPARE-LINE.
           05  FILLER     PIC X(04) VALUE SPACES.
           05  FILLER     PIC X(33)
                 VALUE "ANNUAL PERCENTAGE RATE (APR)    ".
           05  LCL-APR                     PIC Z9.999.
           05  FILLER     PIC X(06) VALUE "%     ".
           05  FILLER     PIC X(36)
                 VALUE "TOTAL INTEREST PERCENTAGE (TIP)    ".
           05  LCL-TIP                     PIC ZZ9.999.
           05  FILLER     PIC X(01) VALUE "%".
           05  FILLER     PIC X(40) VALUE SPACES.

       01  WS-LE-REGISTER-LINE.
           05  FILLER     PIC X(07) VALUE "QUOTE ".
           05  LRL-QUOTE-NUMBER            PIC X(14).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  LRL-RESULT                  PIC X(40).
           05  FILLER     PIC X(70) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER     PIC X(18) VALUE "ESTIMATES ISSUED: ".
           05  TOT-ISSUED                  PIC ZZ,ZZ9.
           05  FILLER     PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED                PIC ZZ,ZZ9.
           05  FILLER     PIC X(23)
                 VALUE "  PAST DELIVERY DATE: ".
           05  TOT-LATE                    PIC ZZ,ZZ9.
           05  FILLER     PIC X(62) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * LOAD THE FEE SCHEDULE, THEN PRINT ONE LOAN ESTIMATE FOR EACH
      * QUOTE NUMBER ON THE REQUEST FILE, AND A CLOSING REGISTER.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           PERFORM 050-LOAD-FEE-TABLE THRU 050-EXIT
               UNTIL END-OF-FEES.

           READ LE-REQUEST-FILE
               AT END SET END-OF-REQUESTS TO TRUE.

           PERFORM 100-ONE-ESTIMATE THRU 100-EXIT
               UNTIL END-OF-REQUESTS.

           MOVE WS-ISSUED-COUNT TO TOT-ISSUED.
           MOVE WS-REJECT-COUNT TO TOT-REJECTED.
           MOVE WS-LATE-COUNT TO TOT-LATE.
           WRITE ESTIMATE-REPORT-REC FROM WS-BLANK-LINE.
           WRITE ESTIMATE-REPORT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-LOAD-FEE-TABLE.
           MOVE "050-LOAD-FEE-TABLE" TO PARA-NAME.
           READ CLOSING-FEE-FILE
               AT END
                   SET END-OF-FEES TO TRUE
                   GO TO 050-EXIT
           END-READ.
           IF WS-FEE-COUNT < 500
               ADD 1 TO WS-FEE-COUNT
               MOVE CLOSING-FEE-REC TO FT-ROW (WS-FEE-COUNT)
           ELSE
               DISPLAY "LNESTMT FEE TABLE FULL AT 500 - ROW IGNORED "
                   CF-STATE
           END-IF.
       050-EXIT.
           EXIT.

       100-ONE-ESTIMATE.
           MOVE "100-ONE-ESTIMATE" TO PARA-NAME.
           MOVE LR-QUOTE-NUMBER TO LRL-QUOTE-NUMBER.

           MOVE LR-QUOTE-NUMBER TO EPSQ-QUOTE-NUMBER.
           READ SAVED-QUOTE-FILE.
           IF NOT SQ-FOUND
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - QUOTE NOT ON FILE" TO LRL-RESULT
               WRITE ESTIMATE-REPORT-REC FROM WS-LE-REGISTER-LINE
               GO TO 100-READ-NEXT.

           PERFORM 200-FIND-FEE-ROW THRU 200-EXIT.
           IF WS-FEE-HIT = ZERO
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - NO FEE ROW FOR STATE/BAND" TO
                   LRL-RESULT
               WRITE ESTIMATE-REPORT-REC FROM WS-LE-REGISTER-LINE
               GO TO 100-READ-NEXT.

           PERFORM 300-REBUILD-SCHEDULE THRU 300-EXIT.
           IF EPSPCOM-PROGRAM-RETCODE NOT = ZERO
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - SCHEDULE COULD NOT BE BUILT" TO
                   LRL-RESULT
               WRITE ESTIMATE-REPORT-REC FROM WS-LE-REGISTER-LINE
               GO TO 100-READ-NEXT.

           PERFORM 400-PRICE-CLOSING-COSTS THRU 400-EXIT.
           PERFORM 450-COMPARISONS THRU 450-EXIT.

           PERFORM 500-PRINT-HEADER-TERMS THRU 500-EXIT.
           PERFORM 600-PRINT-PROJECTIONS THRU 600-EXIT.
           PERFORM 700-PRINT-COSTS THRU 700-EXIT.

           ADD 1 TO WS-ISSUED-COUNT.

       100-READ-NEXT.
           READ LE-REQUEST-FILE
               AT END SET END-OF-REQUESTS TO TRUE.

       100-EXIT.
           EXIT.

       200-FIND-FEE-ROW.
      **** A ROW FOR THE PROPERTY STATE WHOSE BAND HOLDS THE LOAN
      **** AMOUNT WINS; A BLANK-STATE ROW FOR THE BAND IS THE DEFAULT.
           MOVE "200-FIND-FEE-ROW" TO PARA-NAME.
           MOVE ZERO TO WS-FEE-HIT.
           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > WS-FEE-COUNT
               MOVE FT-ROW (WS-FEE-SUB) TO CLOSING-FEE-REC
               IF EPSQ-PRINCIPLE NOT < CF-BAND-LOW
                       AND EPSQ-PRINCIPLE NOT > CF-BAND-HIGH
                   IF CF-STATE = EPSQ-ESCROW-STATE
                           AND CF-STATE NOT = SPACES
                       MOVE WS-FEE-SUB TO WS-FEE-HIT
                       MOVE WS-FEE-COUNT TO WS-FEE-SUB
                   ELSE
                       IF CF-STATE = SPACES AND WS-FEE-HIT = ZERO
                           MOVE WS-FEE-SUB TO WS-FEE-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FEE-HIT > ZERO
               MOVE FT-ROW (WS-FEE-HIT) TO CLOSING-FEE-REC
           END-IF.
       200-EXIT.
           EXIT.

       300-REBUILD-SCHEDULE.
      **** EPSCSMRT IN DISCLOSURE MODE BUILDS THE SAME SCHEDULE THE
      **** REP SAW WITHOUT LOGGING OR SAVING A NEW QUOTE.  THE SAVED
      **** RATE IS ALREADY BOUGHT DOWN BY THE POINTS, SO NO POINTS
      **** GO BACK IN ON THE CALL.
           MOVE "300-REBUILD-SCHEDULE" TO PARA-NAME.
           INITIALIZE LE-COMMAREA.
           SET EPSPCOM-MODE-DISCLOSE        TO TRUE.
           MOVE EPSQ-PRINCIPLE              TO EPSPCOM-PRINCIPLE-DATA.
           MOVE EPSQ-YEARS                  TO EPSPCOM-NUMBER-OF-YEARS.
           MOVE EPSQ-RATE          TO EPSPCOM-QUOTED-INTEREST-RATE.
           MOVE "Y"                         TO EPSPCOM-YEAR-MONTH-IND.
           MOVE EPSQ-PROPERTY-VALUE         TO EPSPCOM-PROPERTY-VALUE.
           MOVE EPSQ-DOWN-PAYMENT           TO EPSPCOM-DOWN-PAYMENT.
           MOVE "M"                         TO EPSPCOM-PAY-FREQ.
           MOVE EPSQ-ESCROW-STATE           TO EPSPCOM-ESCROW-STATE.
           MOVE EPSQ-ESCROW-COUNTY          TO EPSPCOM-ESCROW-COUNTY.
           MOVE EPSQ-PRODUCT-TYPE           TO EPSPCOM-PRODUCT-TYPE.
           MOVE EPSQ-ARM-RESET-YEARS        TO EPSPCOM-ARM-RESET-YEARS.
           MOVE EPSQ-ARM-ADJUST-CAP         TO EPSPCOM-ARM-ADJUST-CAP.
           MOVE EPSQ-ARM-ASSUMED-INDEX    TO EPSPCOM-ARM-ASSUMED-INDEX.
           MOVE EPSQ-BUYDOWN-TYPE           TO EPSPCOM-BUYDOWN-TYPE.
           CALL "EPSCSMRT" USING LE-COMMAREA.
       300-EXIT.
           EXIT.

       400-PRICE-CLOSING-COSTS.
      **** ITEMIZE THE CLOSING COSTS IN THE DISCLOSURE'S SECTIONS -
      **** A ORIGINATION, B CANNOT SHOP, C CAN SHOP, D = A+B+C LOAN
      **** COSTS; E GOVERNMENT, F PREPAIDS, G INITIAL ESCROW,
      **** I = E+F+G OTHER COSTS; J = D+I TOTAL CLOSING COSTS.
      **** ORIGINATION FEES KEYED ON THE QUOTE (AND USED IN ITS APR)
      **** WIN OVER THE SCHEDULE PERCENT.
           MOVE "400-PRICE-CLOSING-COSTS" TO PARA-NAME.
           INITIALIZE WS-CLOSING-COSTS.
           COMPUTE LE-POINTS-AMT ROUNDED =
               EPSQ-PRINCIPLE * EPSQ-POINTS / 100.
           IF EPSQ-ORIG-FEES > ZERO
               MOVE EPSQ-ORIG-FEES TO LE-ORIG-FEE-AMT
           ELSE
               COMPUTE LE-ORIG-FEE-AMT ROUNDED =
                   EPSQ-PRINCIPLE * CF-ORIG-PCT / 100
           END-IF.
           COMPUTE LE-SECTION-A =
               LE-POINTS-AMT + LE-ORIG-FEE-AMT
                   + CF-APPLICATION-FEE + CF-UNDERWRITING-FEE.
           COMPUTE LE-SECTION-B =
               CF-APPRAISAL-FEE + CF-CREDIT-REPORT-FEE
                   + CF-FLOOD-CERT-FEE.
           COMPUTE LE-SECTION-C =
               CF-TITLE-POLICY-FEE + CF-SETTLEMENT-FEE + CF-SURVEY-FEE.
           COMPUTE LE-SECTION-D =
               LE-SECTION-A + LE-SECTION-B + LE-SECTION-C.

           COMPUTE LE-TRANSFER-TAX-AMT ROUNDED =
               EPSQ-PRINCIPLE * CF-TRANSFER-TAX-PCT / 100.
           COMPUTE LE-SECTION-E =
               CF-RECORDING-FEE + LE-TRANSFER-TAX-AMT.

           COMPUTE LE-DAILY-INTEREST ROUNDED =
               EPSQ-PRINCIPLE * EPSQ-RATE / 100 / 365.
           COMPUTE LE-PREPAID-INT-AMT =
               LE-DAILY-INTEREST * CF-PREPAID-INT-DAYS.
           COMPUTE LE-HAZARD-PREPAID-AMT =
               EPSQ-INS-MONTHLY * CF-HAZARD-PREPAID-MOS.
           COMPUTE LE-SECTION-F =
               LE-PREPAID-INT-AMT + LE-HAZARD-PREPAID-AMT.

           COMPUTE LE-ESCROW-MONTHLY =
               EPSQ-TAX-MONTHLY + EPSQ-INS-MONTHLY.
           COMPUTE LE-INITIAL-ESCROW-AMT =
               LE-ESCROW-MONTHLY * CF-ESCROW-CUSHION-MOS.
           MOVE LE-INITIAL-ESCROW-AMT TO LE-SECTION-G.

           COMPUTE LE-SECTION-I =
               LE-SECTION-E + LE-SECTION-F + LE-SECTION-G.
           COMPUTE LE-SECTION-J = LE-SECTION-D + LE-SECTION-I.
           COMPUTE LE-CASH-TO-CLOSE =
               LE-SECTION-J + EPSQ-DOWN-PAYMENT.
       400-EXIT.
           EXIT.

       450-COMPARISONS.
      **** IN FIVE YEARS - EVERYTHING PAID (PRINCIPAL, INTEREST, PMI
      **** AND THE LOAN COSTS) AND THE PRINCIPAL RETIRED; PLUS THE
      **** TOTAL INTEREST PERCENTAGE OVER THE LIFE OF THE LOAN.
           MOVE "450-COMPARISONS" TO PARA-NAME.
           PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
                   UNTIL WS-YEAR-SUB > EPSQ-YEARS
                      OR WS-YEAR-SUB > 40
               ADD EPSPCOM-SCHED-INTEREST-PD (WS-YEAR-SUB)
                   TO LE-TOTAL-INTEREST
               IF WS-YEAR-SUB NOT > 5
                   PERFORM 460-YEAR-PMI THRU 460-EXIT
                   COMPUTE LE-FIVE-YR-PAID = LE-FIVE-YR-PAID
                       + EPSPCOM-SCHED-PRINCIPAL-PD (WS-YEAR-SUB)
                       + EPSPCOM-SCHED-INTEREST-PD (WS-YEAR-SUB)
                       + PJ-PMI * 12
                   ADD EPSPCOM-SCHED-PRINCIPAL-PD (WS-YEAR-SUB)
                       TO LE-FIVE-YR-PRIN
               END-IF
           END-PERFORM.
           ADD LE-SECTION-D TO LE-FIVE-YR-PAID.
           IF EPSQ-PRINCIPLE > ZERO
               COMPUTE LE-TIP ROUNDED =
                   LE-TOTAL-INTEREST * 100 / EPSQ-PRINCIPLE
                   ON SIZE ERROR MOVE 999.999 TO LE-TIP
               END-COMPUTE
           END-IF.
       450-EXIT.
           EXIT.

       460-YEAR-PMI.
      **** PMI IS PAID THROUGH THE DROP-OFF YEAR, OR FOR THE WHOLE
      **** TERM WHEN THE BALANCE NEVER REACHES 80 PCT LTV.
           MOVE ZERO TO PJ-PMI.
           IF EPSQ-PMI-MONTHLY > ZERO
               IF EPSQ-PMI-DROP-YEAR = ZERO
                       OR WS-YEAR-SUB NOT > EPSQ-PMI-DROP-YEAR
                   MOVE EPSQ-PMI-MONTHLY TO PJ-PMI
               END-IF
           END-IF.
       460-EXIT.
           EXIT.

       500-PRINT-HEADER-TERMS.
           MOVE "500-PRINT-HEADER-TERMS" TO PARA-NAME.
           MOVE EPSQ-QUOTE-NUMBER TO LEH-QUOTE-NUMBER.
           MOVE WS-RUN-DATE TO LEH-RUN-DATE.
           MOVE LR-REQUESTED-BY TO LEH-REQUESTED-BY.
           WRITE ESTIMATE-REPORT-REC FROM WS-BLANK-LINE.
           WRITE ESTIMATE-REPORT-REC FROM WS-LE-HEADING.

           PERFORM 550-DELIVERY-DEADLINE THRU 550-EXIT.

           WRITE ESTIMATE-REPORT-REC FROM WS-BLANK-LINE.
           MOVE "LOAN TERMS" TO LET-TEXT.
           WRITE ESTIMATE-REPORT-REC FROM WS-LE-TEXT-LINE.
           MOVE EPSQ-PRINCIPLE TO LTL-PRINCIPLE.
           MOVE EPSQ-RATE TO LTL-RATE.
           MOVE EPSQ-YEARS TO LTL-YEARS.
           IF EPSQ-PRODUCT-ARM
               MOVE SPACES TO LTL-PRODUCT
               STRING "ADJUSTABLE " EPSQ-ARM-RESET-YEARS "/1"
                   DELIMITED BY SIZE INTO LTL-PRODUCT
           ELSE
               MOVE "FIXED RATE" TO LTL-PRODUCT
           END-IF.
           MOVE EPSQ-APR TO LTL-APR.
           WRITE ESTIMATE-REPORT-REC FROM WS-LE-TERMS-LINE.
           MOVE SPACES TO LEA-NOTE.
           MOVE "MONTHLY PRINCIPAL AND INTEREST" TO LEA-LABEL.
           MOVE EPSPCOM-SCHED-PAYMENT (1) TO LEA-AMOUNT.
           IF EPSQ-PRODUCT-ARM OR EPSQ-BUYDOWN-TYPE = "1" OR "2"
               MOVE "CAN CHANGE AFTER CLOSING" TO LEA-NOTE
           ELSE
               MOVE "DOES NOT CHANGE" TO LEA-NOTE
           END-IF.
           WRITE ESTIMATE-REPORT-REC FROM WS-LE-AMOUNT-LINE.
           MOVE "    PREPAYMENT PENALTY: NO      BALLOON PAYMENT: NO"
               TO LET-TEXT.
           WRITE ESTIMATE-REPORT-REC FROM WS-LE-TEXT-LINE.
       500-EXIT.
           EXIT.

       550-DELIVERY-DEADLINE.
      **** WHEN THE QUOTE HAS BECOME AN APPLICATION, SHOW THE DATE
      **** THE ESTIMATE IS DUE - THE THIRD BUSINESS DAY AFTER THE
      **** APPLICATION - AND FLAG ONE ISSUED PAST THAT DATE.
           MOVE "550-DELIVERY-DEADLINE" TO PARA-NAME.
           MOVE "ISSUED" TO LRL-RESULT.
           IF NOT WS-APL-OPEN
               GO TO 550-REGISTER.
           MOVE EPSQ-QUOTE-NUMBER TO LA-QUOTE-NUMBER.
           READ APPLICATION-FILE.
           IF NOT APL-FOUND
                   OR LA-RECEIVED-DATE NOT NUMERIC
                   OR LA-RECEIVED-DATE = ZERO
               GO TO 550-REGISTER.

           MOVE LA-RECEIVED-DATE TO WS-BD-FROM-DATE.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(LA-RECEIVED-DATE).
           MOVE ZERO TO WS-BUS-DAYS WS-DUE-TRIES.
           PERFORM 560-STEP-DUE-DATE THRU 560-EXIT
               UNTIL WS-BUS-DAYS NOT < WS-DELIVERY-DAYS
                  OR WS-DUE-TRIES > 20.

           MOVE LA-RECEIVED-DATE TO LED-APPL-DATE.
           MOVE WS-DUE-DATE TO LED-DUE-DATE.
           IF WS-RUN-DATE > WS-DUE-DATE
               MOVE "*** PAST DELIVERY DATE ***" TO LED-STATUS
               MOVE "ISSUED - PAST DELIVERY DATE" TO LRL-RESULT
               ADD 1 TO WS-LATE-COUNT
           ELSE
               MOVE "WITHIN DELIVERY WINDOW" TO LED-STATUS
           END-IF.
           WRITE ESTIMATE-REPORT-REC FROM WS-LE-DEADLINE-LINE.
       550-REGISTER.
           WRITE ESTIMATE-REPORT-REC FROM WS-LE-REGISTER-LINE.
       550-EXIT.
           EXIT.

       560-STEP-DUE-DATE.
           ADD 1 TO WS-DUE-INT WS-DUE-TRIES.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           MOVE WS-DUE-DATE TO WS-BD-TO-DATE.
           CALL "BUSDAYS" USING WS-BD-FROM-DATE WS-BD-TO-DATE
               WS-BUS-DAYS WS-BD-RETURN-CD WS-BD-CALENDAR-ID.
           IF WS-BD-RETURN-CD NOT = ZERO
               MOVE 99 TO WS-DUE-TRIES
           END-IF.
       560-EXIT.
           EXIT.

       600-PRINT-PROJECTIONS.
      **** ONE LINE PER RUN OF YEARS WITH THE SAME RATE, PAYMENT,
      **** PMI AND ESCROW - A FIXED LOAN WITH PMI SHOWS TWO LINES,
      **** AN ARM SHOWS ONE PER RESET.
           MOVE "600-PRINT-PROJECTIONS" TO PARA-NAME.
           WRITE ESTIMATE-REPORT-REC FROM WS-BLANK-LINE.
           MOVE "PROJECTED PAYMENTS" TO LET-TEXT.
           WRITE ESTIMATE-REPORT-REC FROM WS-LE-TEXT-LINE.
           WRITE ESTIMATE-REPORT-REC FROM WS-LE-PROJ-HEADING.
           MOVE "N" TO PJ-PENDING-SW.
           PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
                   UNTIL WS-YEAR-SUB > EPSQ-YEARS
                      OR WS-YEAR-SUB > 40
               PERFORM 460-YEAR-PMI THRU 460-EXIT
               MOVE EPSPCOM-SCHED-RATE (WS-YEAR-SUB) TO PJ-RATE
               MOVE EPSPCOM-SCHED-PAYMENT (WS-YEAR-SUB) TO PJ-PANDI
               MOVE LE-ESCROW-MONTHLY TO PJ-ESCROW
               COMPUTE PJ-TOTAL = PJ-PANDI + PJ-PMI + PJ-ESCROW
               IF PJ-PENDING
                       AND PJ-RATE = PJ-PEND-RATE
                       AND PJ-PANDI = PJ-PEND-PANDI
                       AND PJ-PMI = PJ-PEND-PMI
                   MOVE WS-YEAR-SUB TO PJ-TO-YEAR
               ELSE
                   IF PJ-PENDING
                       PERFORM 650-WRITE-PROJECTION THRU 650-EXIT
                   END-IF
                   MOVE "Y" TO PJ-PENDING-SW
                   MOVE WS-YEAR-SUB TO PJ-FROM-YEAR PJ-TO-YEAR
                   MOVE PJ-RATE TO PJ-PEND-RATE
                   MOVE PJ-PANDI TO PJ-PEND-PANDI
                   MOVE PJ-PMI TO PJ-PEND-PMI
                   MOVE PJ-ESCROW TO PJ-PEND-ESCROW
                   MOVE PJ-TOTAL TO PJ-PEND-TOTAL
               END-IF
           END-PERFORM.
           IF PJ-PENDING
               PERFORM 650-WRITE-PROJECTION THRU 650-EXIT
           END-IF.
       600-EXIT.
           EXIT.

       650-WRITE-PROJECTION.
           MOVE PJ-FROM-YEAR TO LPL-FROM-YEAR.
           MOVE PJ-TO-YEAR TO LPL-TO-YEAR.
           MOVE PJ-PEND-RATE TO LPL-RATE.
           MOVE PJ-PEND-PANDI TO LPL-PANDI.
           MOVE PJ-PEND-PMI TO LPL-PMI.
           MOVE PJ-PEND-ESCROW TO LPL-ESCROW.
           MOVE PJ-PEND-TOTAL TO LPL-TOTAL.
           WRITE ESTIMATE-REPORT-REC FROM WS-LE-PROJ-LINE.
       650-EXIT.
           EXIT.

       700-PRINT-COSTS.
           MOVE "700-PRINT-COSTS" TO PARA-NAME.
           WRITE ESTIMATE-REPORT-REC FROM WS-BLANK-LINE.
           MOVE "CLOSING COST DETAILS" TO LET-TEXT.
           WRITE ESTIMATE-REPORT-REC FROM WS-LE-TEXT-LINE.
           MOVE SPACES TO LEA-NOTE.

           MOVE "A. ORIGINATION CHARGES" TO LEA-LABEL.
           MOVE LE-SECTION-A TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "     POINTS" TO LEA-LABEL.
           MOVE LE-POINTS-AMT TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "     ORIGINATION FEE" TO LEA-LABEL.
           MOVE LE-ORIG-FEE-AMT TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "     APPLICATION FEE" TO LEA-LABEL.
           MOVE CF-APPLICATION-FEE TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "     UNDERWRITING FEE" TO LEA-LABEL.
           MOVE CF-UNDERWRITING-FEE TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.

           MOVE "B. SERVICES YOU CANNOT SHOP FOR" TO LEA-LABEL.
           MOVE LE-SECTION-B TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "     APPRAISAL FEE" TO LEA-LABEL.
           MOVE CF-APPRAISAL-FEE TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "     CREDIT REPORT FEE" TO LEA-LABEL.
           MOVE CF-CREDIT-REPORT-FEE TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "     FLOOD DETERMINATION FEE" TO LEA-LABEL.
           MOVE CF-FLOOD-CERT-FEE TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.

           MOVE "C. SERVICES YOU CAN SHOP FOR" TO LEA-LABEL.
           MOVE LE-SECTION-C TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "     TITLE - LENDER'S TITLE POLICY" TO LEA-LABEL.
           MOVE CF-TITLE-POLICY-FEE TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "     TITLE - SETTLEMENT AGENT FEE" TO LEA-LABEL.
           MOVE CF-SETTLEMENT-FEE TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "     SURVEY FEE" TO LEA-LABEL.
           MOVE CF-SURVEY-FEE TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.

           MOVE "D. TOTAL LOAN COSTS (A + B + C)" TO LEA-LABEL.
           MOVE LE-SECTION-D TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.

           MOVE "E. TAXES AND OTHER GOVERNMENT FEES" TO LEA-LABEL.
           MOVE LE-SECTION-E TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "     RECORDING FEES" TO LEA-LABEL.
           MOVE CF-RECORDING-FEE TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "     TRANSFER TAX" TO LEA-LABEL.
           MOVE LE-TRANSFER-TAX-AMT TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.

           MOVE "F. PREPAIDS" TO LEA-LABEL.
           MOVE LE-SECTION-F TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "     HOMEOWNER'S INSURANCE PREMIUM" TO LEA-LABEL.
           MOVE LE-HAZARD-PREPAID-AMT TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "     PREPAID INTEREST" TO LEA-LABEL.
           MOVE LE-PREPAID-INT-AMT TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.

           MOVE "G. INITIAL ESCROW PAYMENT AT CLOSING" TO LEA-LABEL.
           MOVE LE-SECTION-G TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.

           MOVE "I. TOTAL OTHER COSTS (E + F + G)" TO LEA-LABEL.
           MOVE LE-SECTION-I TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.

           MOVE "J. TOTAL CLOSING COSTS (D + I)" TO LEA-LABEL.
           MOVE LE-SECTION-J TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.

           WRITE ESTIMATE-REPORT-REC FROM WS-BLANK-LINE.
           MOVE "CALCULATING CASH TO CLOSE" TO LET-TEXT.
           WRITE ESTIMATE-REPORT-REC FROM WS-LE-TEXT-LINE.
           MOVE "TOTAL CLOSING COSTS (J)" TO LEA-LABEL.
           MOVE LE-SECTION-J TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "DOWN PAYMENT FROM BORROWER" TO LEA-LABEL.
           MOVE EPSQ-DOWN-PAYMENT TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "ESTIMATED CASH TO CLOSE" TO LEA-LABEL.
           MOVE LE-CASH-TO-CLOSE TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.

           WRITE ESTIMATE-REPORT-REC FROM WS-BLANK-LINE.
           MOVE "COMPARISONS" TO LET-TEXT.
           WRITE ESTIMATE-REPORT-REC FROM WS-LE-TEXT-LINE.
           MOVE "IN 5 YEARS - TOTAL YOU WILL HAVE PAID" TO LEA-LABEL.
           MOVE LE-FIVE-YR-PAID TO LEA-AMOUNT.
           MOVE "PRINCIPAL, INTEREST, MORT INS, LOAN COSTS" TO
               LEA-NOTE.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "IN 5 YEARS - PRINCIPAL YOU WILL HAVE PAID" TO
               LEA-LABEL.
           MOVE LE-FIVE-YR-PRIN TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "TOTAL OF PAYMENTS OVER THE LOAN TERM" TO LEA-LABEL.
           MOVE EPSQ-TOTAL-PAYMENTS TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE "FINANCE CHARGE" TO LEA-LABEL.
           MOVE EPSQ-FINANCE-CHARGE TO LEA-AMOUNT.
           PERFORM 790-WRITE-AMOUNT THRU 790-EXIT.
           MOVE EPSQ-APR TO LCL-APR.
           MOVE LE-TIP TO LCL-TIP.
           WRITE ESTIMATE-REPORT-REC FROM WS-LE-COMPARE-LINE.
       700-EXIT.
           EXIT.

       790-WRITE-AMOUNT.
           WRITE ESTIMATE-REPORT-REC FROM WS-LE-AMOUNT-LINE.
           MOVE SPACES TO LEA-NOTE.
       790-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT LE-REQUEST-FILE, SAVED-QUOTE-FILE,
                      CLOSING-FEE-FILE.
           OPEN INPUT APPLICATION-FILE.
           IF APL-STATUS = "00"
               SET WS-APL-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT ESTIMATE-REPORT.
           DISPLAY "LNESTMT OPEN FILES".
           DISPLAY REQ-STATUS.
           DISPLAY SQ-STATUS.
           DISPLAY CF-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE LE-REQUEST-FILE, SAVED-QUOTE-FILE,
                 CLOSING-FEE-FILE, ESTIMATE-REPORT.
           IF WS-APL-OPEN
               CLOSE APPLICATION-FILE
           END-IF.
           DISPLAY "LNESTMT FILES CLOSED".
       900-EXIT.
           EXIT.
