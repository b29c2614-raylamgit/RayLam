      *                BREAKDOWN THE CLAIMS REPORT ALREADY SHOWS, NOW
      *                WITH THE PREMIUM SIDE AND THE RATIO NOBODY
      *                COULD COMPUTE WITHOUT THE ACTUARIAL SHOP.
      * 2026  D.ELLIS  CLMHIST IS NOW A COPY MEMBER.  SUPPLEMENTAL
      *                PAYMENTS ON PAID CLAIMS (CLAIMPAY CLMSUPP) ARE
      *                ADDED TO PAID CLAIMS FOR THE CONTRACT'S TYPE.
      * 2026  D.ELLIS  THE RATIO IS NOW ON EARNED, COLLECTED PREMIUM -
      *                WHAT PREMRCPT HAS POSTED TO PREMMSTR, LESS MONEY
      *                HELD ON ACCOUNT AND LESS THE PART PAID FOR TIME
      *                AFTER THE RUN DATE.  THE ANNUALIZED PREMIUM OF
      *                CONTRACTS STILL IN FORCE IS SHOWN ALONGSIDE,
      *                WITH THE LAPSED COUNT, AND CONTRACTS NOT YET ON
      *                BILLING ARE COUNTED ON A TOTALS LINE.
      * 2026  D.ELLIS  PAID CLAIMS ARE NOW NET OF THE SUBROGATION
      *                RECOVERIES SUBRPOST POSTS TO CLMHIST (NEVER
      *                BELOW ZERO FOR A CONTRACT), AND THE RECOVERIES
      *                NETTED PRINT ON A TOTALS LINE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.

       FD  CLAIM-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CLMHIST.

       FD  PREMIUM-MASTER
           RECORD CONTAINS 120 CHARACTERS.
       COPY PREMMSTR.

       FD  LOSS-REPORT
           05  WS-BROWSE-DONE-SW           PIC X(01) VALUE "N".
               88  WS-BROWSE-DONE             VALUE "Y".
           05  WS-TYPE-SUB                 PIC 9(01) VALUE ZERO.
           05  WS-RUN-INT                  PIC S9(8) COMP.
           05  WS-DAYS-AHEAD               PIC S9(5) VALUE ZERO.
           05  WS-EARNED                   PIC S9(9)V99 VALUE ZERO.
           05  WS-UNEARNED                 PIC 9(9)V99 VALUE ZERO.
           05  WS-NOT-BILLED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-NET-CLAIMS               PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-RECOVERED          PIC 9(11)V99 VALUE ZERO.

      *    SLOT 1=WHOLE LIFE, 2=TERM, 3=UNIVERSAL, 4=OTHER.
       01  TYPE-TOTALS-AREA.
           05  WS-TYPE-TOTAL OCCURS 4 TIMES.
               10  TT-CLAIMS-PAID          PIC 9(11)V99.
               10  TT-EARNED-PREMIUM       PIC 9(11)V99.
               10  TT-ANNUALIZED           PIC 9(11)V99.
               10  TT-CONTRACT-COUNT       PIC 9(07).
               10  TT-LAPSED-COUNT         PIC 9(07).

       01  TYPE-NAME-DATA.
           05  FILLER     PIC X(16) VALUE "WHOLE LIFE      ".
       01  GRAND-TOTALS.
           05  WS-TOTAL-CLAIMS             PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-PREMIUM            PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-ANNUALIZED         PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-CONTRACTS          PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-LAPSED             PIC 9(07) VALUE ZERO.
           05  WS-LOSS-RATIO               PIC 9(3)V9 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(38)
                 VALUE "MONTHLY LOSS-RATIO REPORT - RUN OF ".
           05  HDG-RUN-DATE                PIC 9(08).
           05  FILLER     PIC X(40)
                 VALUE "   PREMIUM BASIS: EARNED, COLLECTED".
           05  FILLER     PIC X(47) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER     PIC X(18) VALUE "POLICY TYPE      ".
           05  FILLER     PIC X(19) VALUE "  NET PAID CLAIMS".
           05  FILLER     PIC X(19) VALUE "   EARNED PREMIUM".
           05  FILLER     PIC X(20) VALUE "    ANNUALIZED PREM".
           05  FILLER     PIC X(09) VALUE " IN FORCE".
           05  FILLER     PIC X(11) VALUE "    LAPSED".
           05  FILLER     PIC X(12) VALUE "  LOSS RATIO".
           05  FILLER     PIC X(25) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DTL-TYPE-NAME               PIC X(16).
           05  DTL-CLAIMS                  PIC $$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-PREMIUM                 PIC $$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-ANNUALIZED              PIC $$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  DTL-CONTRACTS               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DTL-LAPSED                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DTL-RATIO                   PIC ZZ9.9.
           05  FILLER                      PIC X(02) VALUE " %".
           05  DTL-NO-PREM-FLAG            PIC X(14).
           05  FILLER                      PIC X(14) VALUE SPACES.

       01  WS-NOT-BILLED-LINE.
           05  FILLER                      PIC X(40)
                 VALUE "CONTRACTS NOT YET ON PREMIUM BILLING: ".
           05  NBL-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(86) VALUE SPACES.

       01  WS-RECOVERED-LINE.
           05  FILLER                      PIC X(40)
                 VALUE "SUBROGATION RECOVERIES NETTED: ".
           05  RCL-AMOUNT                  PIC $$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(76) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".
       PROCEDURE DIVISION.
      *
      * SUM PAID CLAIMS BY POLICY TYPE FROM THE CLAIM HISTORY, SUM
      * EARNED PREMIUM BY TYPE FROM THE PREMIUM MASTER, AND
      * PRINT THE RATIO PER TYPE AND IN TOTAL.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           WRITE LOSS-REPORT-REC FROM WS-COLUMN-LINE.
           WRITE LOSS-REPORT-REC FROM WS-BLANK-LINE.

           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM 100-SUM-CLAIMS THRU 100-EXIT.
           PERFORM 200-SUM-PREMIUM THRU 200-EXIT.
           PERFORM 300-WRITE-RATIOS THRU 300-EXIT.
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END
                       PERFORM 150-TYPE-SLOT-FOR-CLAIM THRU 150-EXIT
                       PERFORM 120-NET-CLAIMS THRU 120-EXIT
               END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.

       120-NET-CLAIMS.
      **** WHAT A LIABLE THIRD PARTY PAID BACK COMES OFF THE CONTRACT'S
      **** CLAIMS - A RECOVERY CAN NEVER TAKE A CONTRACT BELOW ZERO.
           MOVE "120-NET-CLAIMS" TO PARA-NAME.
           MOVE CH-TOTAL-CLAIM-AMT TO WS-NET-CLAIMS.
           IF CH-SUPP-PAID-AMT NUMERIC
               ADD CH-SUPP-PAID-AMT TO WS-NET-CLAIMS
           END-IF.
           IF CH-RECOVERED-AMT NUMERIC
               SUBTRACT CH-RECOVERED-AMT FROM WS-NET-CLAIMS
               ADD CH-RECOVERED-AMT TO WS-TOTAL-RECOVERED
           END-IF.
           IF WS-NET-CLAIMS > ZERO
               ADD WS-NET-CLAIMS TO TT-CLAIMS-PAID (WS-TYPE-SUB)
           END-IF.
       120-EXIT.
           EXIT.

       150-TYPE-SLOT-FOR-CLAIM.
           MOVE "150-TYPE-SLOT-FOR-CLAIM" TO PARA-NAME.
           EVALUATE CH-LAST-CLAIM-TYPE
                           WHEN OTHER
                               MOVE 4 TO WS-TYPE-SUB
                       END-EVALUATE
                       PERFORM 250-EARNED-PREMIUM THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-EARNED-PREMIUM.
      **** COLLECTED LESS WHAT SITS ON ACCOUNT IS PREMIUM PAID UP TO
      **** THE PAID-TO DATE; THE DAYS OF IT THAT FALL AFTER TODAY ARE
      **** NOT YET EARNED.  A LAPSED CONTRACT IS OUT OF THE IN-FORCE
      **** FIGURES BUT KEEPS WHAT IT EARNED.
           MOVE "250-EARNED-PREMIUM" TO PARA-NAME.
           IF PM-LAPSED
               ADD 1 TO TT-LAPSED-COUNT (WS-TYPE-SUB)
           ELSE
               ADD PM-ANNUAL-PREMIUM TO TT-ANNUALIZED (WS-TYPE-SUB)
               ADD 1 TO TT-CONTRACT-COUNT (WS-TYPE-SUB)
           END-IF.
           IF PM-PREM-COLLECTED NOT NUMERIC
                   OR PM-PAID-TO-DATE NOT NUMERIC
                   OR PM-PAID-TO-DATE = ZERO
               ADD 1 TO WS-NOT-BILLED-COUNT
               GO TO 250-EXIT.
           MOVE PM-PREM-COLLECTED TO WS-EARNED.
           IF PM-UNAPPLIED-AMT NUMERIC
               SUBTRACT PM-UNAPPLIED-AMT FROM WS-EARNED
           END-IF.
           MOVE ZERO TO WS-UNEARNED.
           IF PM-PAID-TO-DATE > WS-RUN-DATE
               COMPUTE WS-DAYS-AHEAD =
                   FUNCTION INTEGER-OF-DATE(PM-PAID-TO-DATE)
                       - WS-RUN-INT
               COMPUTE WS-UNEARNED ROUNDED =
                   PM-ANNUAL-PREMIUM * WS-DAYS-AHEAD / 365
           END-IF.
           SUBTRACT WS-UNEARNED FROM WS-EARNED.
           IF WS-EARNED > ZERO
               ADD WS-EARNED TO TT-EARNED-PREMIUM (WS-TYPE-SUB)
           END-IF.
       250-EXIT.
           EXIT.

       300-WRITE-RATIOS.
           MOVE "300-WRITE-RATIOS" TO PARA-NAME.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO DTL-TYPE-NAME
               MOVE TT-CLAIMS-PAID (WS-TYPE-SUB) TO DTL-CLAIMS
               MOVE TT-EARNED-PREMIUM (WS-TYPE-SUB) TO DTL-PREMIUM
               MOVE TT-ANNUALIZED (WS-TYPE-SUB) TO DTL-ANNUALIZED
               MOVE TT-CONTRACT-COUNT (WS-TYPE-SUB) TO DTL-CONTRACTS
               MOVE TT-LAPSED-COUNT (WS-TYPE-SUB) TO DTL-LAPSED
               IF TT-EARNED-PREMIUM (WS-TYPE-SUB) > ZERO
                   COMPUTE WS-LOSS-RATIO ROUNDED =
                       TT-CLAIMS-PAID (WS-TYPE-SUB) * 100
               ADD TT-CLAIMS-PAID (WS-TYPE-SUB) TO WS-TOTAL-CLAIMS
               ADD TT-EARNED-PREMIUM (WS-TYPE-SUB)
                   TO WS-TOTAL-PREMIUM
               ADD TT-ANNUALIZED (WS-TYPE-SUB) TO WS-TOTAL-ANNUALIZED
               ADD TT-CONTRACT-COUNT (WS-TYPE-SUB) TO WS-TOTAL-CONTRACTS
               ADD TT-LAPSED-COUNT (WS-TYPE-SUB) TO WS-TOTAL-LAPSED
           END-PERFORM.
           WRITE LOSS-REPORT-REC FROM WS-BLANK-LINE.
           MOVE SPACES TO DTL-NO-PREM-FLAG.
           MOVE "ALL TYPES       " TO DTL-TYPE-NAME.
           MOVE WS-TOTAL-CLAIMS TO DTL-CLAIMS.
           MOVE WS-TOTAL-PREMIUM TO DTL-PREMIUM.
           MOVE WS-TOTAL-ANNUALIZED TO DTL-ANNUALIZED.
           MOVE WS-TOTAL-CONTRACTS TO DTL-CONTRACTS.
           MOVE WS-TOTAL-LAPSED TO DTL-LAPSED.
           IF WS-TOTAL-PREMIUM > ZERO
               COMPUTE WS-LOSS-RATIO ROUNDED =
                   WS-TOTAL-CLAIMS * 100 / WS-TOTAL-PREMIUM
               MOVE " - NO PREMIUM" TO DTL-NO-PREM-FLAG
           END-IF.
           WRITE LOSS-REPORT-REC FROM WS-DETAIL-LINE.
           WRITE LOSS-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-NOT-BILLED-COUNT TO NBL-COUNT.
           WRITE LOSS-REPORT-REC FROM WS-NOT-BILLED-LINE.
           MOVE WS-TOTAL-RECOVERED TO RCL-AMOUNT.
           WRITE LOSS-REPORT-REC FROM WS-RECOVERED-LINE.
       300-EXIT.
           EXIT.

