      *                   RECORD - FLAG PLUS EXPIRY DATE - AND THE
      *                   EXPIRY DATE IS RETURNED FOR THE SCREEN.
      *                   LAPSED LOCKS ARE SWEPT BY EPSQSWP.
      *    2026  D.ELLIS  THE SAVED QUOTE NOW CARRIES THE ESCROW STATE
      *                   AND COUNTY, MONTHLY TAX/INSURANCE/PMI, THE
      *                   POINTS AND FEES, THE APR FIGURES AND THE
      *                   PRODUCT TERMS FOR THE LOAN ESTIMATE.  ADDED
      *                   DISCLOSURE MODE ('D') - THE SCHEDULE IS BUILT
      *                   FOR A QUOTE ALREADY ON FILE WITHOUT LOGGING
      *                   OR SAVING A NEW ONE.
      *    2026  D.ELLIS  ADDED REFINANCE MODE ('R').  THE MEMBER'S
      *                   CURRENT BALANCE, RATE AND REMAINING MONTHS
      *                   ARE PRICED NEXT TO THE PROPOSED LOAN AND THE
      *                   MONTHLY SAVINGS, COST TO RECOVER, BREAK-EVEN
      *                   MONTH AND LIFETIME INTEREST DIFFERENCE ARE
      *                   RETURNED, SAVED ON EPSQUOTE AND LOGGED TO
      *                   QUOTHIST WITH THE QUOTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. FLEX-ES.
           05  QL-YEARS                 PIC 99.
           05  FILLER                   PIC X   VALUE SPACE.
           05  QL-RATE                  PIC 99V999.
           05  FILLER                   PIC X   VALUE SPACE.
           05  QL-REFI-FLAG             PIC X.
           05  FILLER                   PIC X   VALUE SPACE.
           05  QL-REFI-SAVINGS          PIC S9(6)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X   VALUE SPACE.
           05  QL-REFI-BREAKEVEN-MO     PIC 999.
           05  FILLER                   PIC X   VALUE SPACE.
           05  QL-REFI-INT-DIFF         PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(10) VALUE SPACES.

       01  WS-REFI-WORK.
           05  WS-REFI-RATE             PIC 9V9(9)    COMP-3.
           05  WS-REFI-GROW             PIC 9(7)V9(10) COMP-3.
           05  WS-REFI-STEP             PIC 9(4)      COMP.
           05  WS-REFI-CUR-INTEREST     PIC S9(9)V99  COMP-3.
           05  WS-REFI-NEW-INTEREST     PIC S9(9)V99  COMP-3.
           05  WS-REFI-MONTHS           PIC 9(5)      COMP-3.

       01  WS-SQ-STATUS                 PIC XX.
       01  WS-ESC-STATUS                PIC XX.
              PERFORM A458-PREQUALIFY THRU A458-EXIT
              PERFORM A460-COMPUTE-APR THRU A460-EXIT
              PERFORM A470-FREQ-COMPARE THRU A470-EXIT
              IF EPSPCOM-MODE-REFI
                 PERFORM A480-REFI-BREAKEVEN THRU A480-EXIT
              END-IF
              IF NOT EPSPCOM-MODE-DISCLOSE
                     AND EPSPCOM-PROGRAM-RETCODE = ZERO
                 PERFORM A700-LOG-QUOTE
                 PERFORM A750-SAVE-QUOTE
              END-IF
           ELSE
              MOVE 8 TO EPSPCOM-PROGRAM-RETCODE
           END-IF.
           END-IF.
           MOVE WS-WIF-PAYOFF-YEAR TO EPSPCOM-PAYOFF-YEAR.

       A480-REFI-BREAKEVEN.
      *    PRICE THE MEMBER'S CURRENT LOAN OVER ITS REMAINING MONTHS
      *    AND SET IT AGAINST THE PROPOSED LOAN JUST QUOTED - MONTHLY
      *    SAVINGS ON P+I, THE CLOSING COST THE SAVINGS MUST RECOVER,
      *    THE MONTH IT IS RECOVERED, AND THE INTEREST STILL TO BE
      *    PAID ON THE CURRENT LOAN LESS THE INTEREST ON THE NEW ONE.
           MOVE ZERO TO EPSPCOM-CUR-PAYMENT EPSPCOM-REFI-SAVINGS
                        EPSPCOM-REFI-BREAKEVEN-MO
                        EPSPCOM-REFI-INT-DIFF.
           IF EPSPCOM-CUR-BALANCE NOT NUMERIC
                  OR EPSPCOM-CUR-RATE NOT NUMERIC
                  OR EPSPCOM-CUR-MONTHS NOT NUMERIC
                  OR EPSPCOM-CUR-BALANCE = ZERO
                  OR EPSPCOM-CUR-MONTHS = ZERO
              MOVE 'CURRENT LOAN BALANCE AND REMAINING TERM REQUIRED.'
                                        TO EPSPCOM-ERRMSG
              MOVE 8 TO EPSPCOM-PROGRAM-RETCODE
              GO TO A480-EXIT.
           IF EPSPCOM-REFI-COST NOT NUMERIC
              MOVE ZERO TO EPSPCOM-REFI-COST.
           IF EPSPCOM-CUR-RATE = ZERO
              COMPUTE EPSPCOM-CUR-PAYMENT ROUNDED =
                  EPSPCOM-CUR-BALANCE / EPSPCOM-CUR-MONTHS
           ELSE
              COMPUTE WS-REFI-RATE ROUNDED = EPSPCOM-CUR-RATE / 1200
              MOVE 1 TO WS-REFI-GROW
              PERFORM VARYING WS-REFI-STEP FROM 1 BY 1
                      UNTIL WS-REFI-STEP > EPSPCOM-CUR-MONTHS
                 COMPUTE WS-REFI-GROW ROUNDED =
                     WS-REFI-GROW * (1 + WS-REFI-RATE)
              END-PERFORM
              COMPUTE EPSPCOM-CUR-PAYMENT ROUNDED =
                  EPSPCOM-CUR-BALANCE * WS-REFI-RATE * WS-REFI-GROW
                      / (WS-REFI-GROW - 1)
           END-IF.
           COMPUTE WS-REFI-CUR-INTEREST =
               EPSPCOM-CUR-PAYMENT * EPSPCOM-CUR-MONTHS
                   - EPSPCOM-CUR-BALANCE.
           COMPUTE WS-REFI-NEW-INTEREST =
               EPSPCOM-TOTAL-PAYMENTS - EPSPDATA-PRINCIPLE-DATA.
           COMPUTE EPSPCOM-REFI-INT-DIFF =
               WS-REFI-CUR-INTEREST - WS-REFI-NEW-INTEREST.
           COMPUTE EPSPCOM-REFI-SAVINGS =
               EPSPCOM-CUR-PAYMENT - EPSPDATA-RETURN-MONTH-PAYMENT.
      *    NO CLOSING COST KEYED - THE POINTS AND ORIGINATION FEES
      *    A460 FOLDED INTO THE APR ARE WHAT HAS TO BE EARNED BACK.
           IF EPSPCOM-REFI-COST = ZERO
              MOVE WS-APR-FEES TO EPSPCOM-REFI-COST.
           IF EPSPCOM-REFI-SAVINGS NOT > ZERO
              MOVE 999 TO EPSPCOM-REFI-BREAKEVEN-MO
              GO TO A480-EXIT.
           DIVIDE EPSPCOM-REFI-SAVINGS INTO EPSPCOM-REFI-COST
               GIVING WS-REFI-MONTHS.
           IF WS-REFI-MONTHS * EPSPCOM-REFI-SAVINGS
                  < EPSPCOM-REFI-COST
              ADD 1 TO WS-REFI-MONTHS.
           IF WS-REFI-MONTHS > 998
              MOVE 999 TO EPSPCOM-REFI-BREAKEVEN-MO
           ELSE
              MOVE WS-REFI-MONTHS TO EPSPCOM-REFI-BREAKEVEN-MO.
       A480-EXIT.
           EXIT.

       A700-LOG-QUOTE.
      *    WRITE THE QUOTE JUST GENERATED TO THE DURABLE QUOTE-HISTORY
      *    FILE FOR COMPLIANCE REVIEW.
           MOVE EPSPDATA-PRINCIPLE-DATA       TO QL-PRINCIPLE.
           MOVE EPSPDATA-NUMBER-OF-YEARS      TO QL-YEARS.
           MOVE EPSPDATA-QUOTED-INTEREST-RATE TO QL-RATE.
           IF EPSPCOM-MODE-REFI
              MOVE 'R'                       TO QL-REFI-FLAG
              MOVE EPSPCOM-REFI-SAVINGS      TO QL-REFI-SAVINGS
              MOVE EPSPCOM-REFI-BREAKEVEN-MO TO QL-REFI-BREAKEVEN-MO
              MOVE EPSPCOM-REFI-INT-DIFF     TO QL-REFI-INT-DIFF
           END-IF.
           OPEN EXTEND QUOTE-HIST-FILE.
           WRITE QUOTE-HIST-RECORD FROM WS-QUOTE-LOG-LINE.
           CLOSE QUOTE-HIST-FILE.
           MOVE EPSPCOM-PREQUAL-RESULT TO EPSQ-PREQUAL-RESULT.
           MOVE EPSPCOM-FRONT-DTI      TO EPSQ-FRONT-DTI.
           MOVE EPSPCOM-BACK-DTI       TO EPSQ-BACK-DTI.
      *    EVERYTHING THE LOAN ESTIMATE NEEDS TO REBUILD THE QUOTE
      *    WITHOUT THE REP RE-KEYING IT.
           MOVE EPSPCOM-ESCROW-STATE   TO EPSQ-ESCROW-STATE.
           MOVE EPSPCOM-ESCROW-COUNTY  TO EPSQ-ESCROW-COUNTY.
           MOVE EPSPCOM-TAX-MONTHLY    TO EPSQ-TAX-MONTHLY.
           MOVE EPSPCOM-INS-MONTHLY    TO EPSQ-INS-MONTHLY.
           MOVE EPSPCOM-PMI-MONTHLY    TO EPSQ-PMI-MONTHLY.
           MOVE EPSPCOM-PMI-DROP-YEAR  TO EPSQ-PMI-DROP-YEAR.
           MOVE EPSPCOM-POINTS         TO EPSQ-POINTS.
           MOVE EPSPCOM-ORIG-FEES      TO EPSQ-ORIG-FEES.
           MOVE EPSPCOM-APR            TO EPSQ-APR.
           MOVE EPSPCOM-FINANCE-CHARGE TO EPSQ-FINANCE-CHARGE.
           MOVE EPSPCOM-TOTAL-PAYMENTS TO EPSQ-TOTAL-PAYMENTS.
           MOVE EPSPCOM-PRODUCT-TYPE   TO EPSQ-PRODUCT-TYPE.
           MOVE EPSPCOM-ARM-RESET-YEARS   TO EPSQ-ARM-RESET-YEARS.
           MOVE EPSPCOM-ARM-ADJUST-CAP    TO EPSQ-ARM-ADJUST-CAP.
           MOVE EPSPCOM-ARM-ASSUMED-INDEX TO EPSQ-ARM-ASSUMED-INDEX.
           MOVE EPSPCOM-BUYDOWN-TYPE   TO EPSQ-BUYDOWN-TYPE.
      *    THE REFINANCE RESULT, SO COMPLIANCE CAN SEE WHAT THE MEMBER
      *    WAS TOLD ABOUT KEEPING VERSUS REFINANCING.
           IF EPSPCOM-MODE-REFI
              MOVE 'Y'                       TO EPSQ-REFI-FLAG
              MOVE EPSPCOM-CUR-BALANCE       TO EPSQ-CUR-BALANCE
              MOVE EPSPCOM-CUR-RATE          TO EPSQ-CUR-RATE
              MOVE EPSPCOM-CUR-MONTHS        TO EPSQ-CUR-MONTHS
              MOVE EPSPCOM-CUR-PAYMENT       TO EPSQ-CUR-PAYMENT
              MOVE EPSPCOM-REFI-SAVINGS      TO EPSQ-REFI-SAVINGS
              MOVE EPSPCOM-REFI-COST         TO EPSQ-REFI-COST
              MOVE EPSPCOM-REFI-BREAKEVEN-MO TO EPSQ-REFI-BREAKEVEN-MO
              MOVE EPSPCOM-REFI-INT-DIFF     TO EPSQ-REFI-INT-DIFF
           ELSE
              MOVE 'N'  TO EPSQ-REFI-FLAG
              MOVE ZERO TO EPSQ-CUR-BALANCE EPSQ-CUR-RATE
                           EPSQ-CUR-MONTHS EPSQ-CUR-PAYMENT
                           EPSQ-REFI-SAVINGS EPSQ-REFI-COST
                           EPSQ-REFI-BREAKEVEN-MO EPSQ-REFI-INT-DIFF
           END-IF.
      *    A LOCK-DAYS COUNT IN THE COMMAREA LOCKS THE QUOTED RATE
      *    UNTIL THE EXPIRY DATE - RECALL HONORS THE LOCKED RATE NO
      *    MATTER WHAT RSHMAINT HAS PUBLISHED SINCE.
