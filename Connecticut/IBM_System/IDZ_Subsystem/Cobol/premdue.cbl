       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  PREMDUE.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  CALLABLE PREMIUM DUE-DATE
      *                ROUTINE.  GIVEN A CONTRACT'S EFFECTIVE DATE,
      *                BILLING MODE AND ANNUAL PREMIUM, RETURNS THE
      *                FIRST MODAL DUE DATE STRICTLY AFTER A GIVEN
      *                DATE AND THE MODAL INSTALLMENT.  DUE DATES FALL
      *                ON THE EFFECTIVE DAY OF THE MONTH (THE LAST DAY
      *                OF A SHORTER MONTH) SO THEY NEVER DRIFT.  USED
      *                BY PREMLOAD TO SET UP BILLING AND BY PREMRCPT
      *                TO ADVANCE THE PAID-TO DATE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-PERIOD-MONTHS            PIC 9(02) VALUE ZERO.
           05  WS-PERIODS-PER-YEAR         PIC 9(02) VALUE ZERO.
           05  WS-PERIOD-NO                PIC S9(05) COMP VALUE ZERO.
           05  WS-MONTH-NO                 PIC S9(07) COMP VALUE ZERO.
           05  WS-LEAP-REM                 PIC 9(03) VALUE ZERO.
           05  WS-LEAP-QUOT                PIC 9(04) VALUE ZERO.
           05  WS-EFF-WORK                 PIC 9(08) VALUE ZERO.
           05  WS-EFF-WORK-R REDEFINES WS-EFF-WORK.
               10  WS-EFF-CCYY             PIC 9(04).
               10  WS-EFF-MM               PIC 9(02).
               10  WS-EFF-DD               PIC 9(02).
           05  WS-AFTER-WORK               PIC 9(08) VALUE ZERO.
           05  WS-AFTER-WORK-R REDEFINES WS-AFTER-WORK.
               10  WS-AFTER-CCYY           PIC 9(04).
               10  WS-AFTER-MM             PIC 9(02).
               10  WS-AFTER-DD             PIC 9(02).
           05  WS-DUE-WORK                 PIC 9(08) VALUE ZERO.
           05  WS-DUE-WORK-R REDEFINES WS-DUE-WORK.
               10  WS-DUE-CCYY             PIC 9(04).
               10  WS-DUE-MM               PIC 9(02).
               10  WS-DUE-DD               PIC 9(02).
           05  WS-MONTH-END                PIC 9(02) VALUE ZERO.

       01  MONTH-LENGTH-DATA.
           05  FILLER     PIC X(24) VALUE "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-DATA.
           05  WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).

       LINKAGE SECTION.
       01  LK-EFF-DATE                     PIC 9(8).
       01  LK-BILL-MODE                    PIC X(1).
       01  LK-ANNUAL-PREMIUM               PIC 9(7)V99.
       01  LK-AFTER-DATE                   PIC 9(8).
       01  LK-NEXT-DUE-DATE                PIC 9(8).
       01  LK-INSTALLMENT                  PIC 9(7)V99.
       01  LK-RETURN-CD                    PIC 9(4) COMP.
           88 LK-PREMDUE-OK       VALUE 0.
           88 LK-BAD-DATE         VALUE 8.

       PROCEDURE DIVISION USING LK-EFF-DATE
                                LK-BILL-MODE
                                LK-ANNUAL-PREMIUM
                                LK-AFTER-DATE
                                LK-NEXT-DUE-DATE
                                LK-INSTALLMENT
                                LK-RETURN-CD.

       0000-MAINLINE.
           MOVE ZERO TO LK-RETURN-CD LK-NEXT-DUE-DATE LK-INSTALLMENT.

           IF LK-EFF-DATE NOT NUMERIC OR LK-AFTER-DATE NOT NUMERIC
                   OR LK-EFF-DATE = ZERO OR LK-AFTER-DATE = ZERO
               SET LK-BAD-DATE TO TRUE
               GOBACK.
           MOVE LK-EFF-DATE TO WS-EFF-WORK.
           MOVE LK-AFTER-DATE TO WS-AFTER-WORK.
           IF WS-EFF-MM < 1 OR WS-EFF-MM > 12
                   OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
                   OR WS-AFTER-MM < 1 OR WS-AFTER-MM > 12
               SET LK-BAD-DATE TO TRUE
               GOBACK.

      *    A BLANK OR UNKNOWN MODE BILLS ANNUALLY.
           EVALUATE LK-BILL-MODE
               WHEN "S"
                   MOVE 6 TO WS-PERIOD-MONTHS
                   MOVE 2 TO WS-PERIODS-PER-YEAR
               WHEN "Q"
                   MOVE 3 TO WS-PERIOD-MONTHS
                   MOVE 4 TO WS-PERIODS-PER-YEAR
               WHEN "M"
                   MOVE 1 TO WS-PERIOD-MONTHS
                   MOVE 12 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 12 TO WS-PERIOD-MONTHS
                   MOVE 1 TO WS-PERIODS-PER-YEAR
           END-EVALUATE.

           IF LK-ANNUAL-PREMIUM NUMERIC
               COMPUTE LK-INSTALLMENT ROUNDED =
                   LK-ANNUAL-PREMIUM / WS-PERIODS-PER-YEAR
           END-IF.

      *    START A PERIOD SHORT OF THE AFTER DATE'S MONTH AND STEP
      *    FORWARD - THE FIRST DUE DATE IS ONE PERIOD AFTER THE
      *    EFFECTIVE DATE, THE FIRST PREMIUM BEING PAID AT ISSUE.
           COMPUTE WS-PERIOD-NO =
               ((WS-AFTER-CCYY - WS-EFF-CCYY) * 12
                 + WS-AFTER-MM - WS-EFF-MM) / WS-PERIOD-MONTHS - 1.
           IF WS-PERIOD-NO < 1
               MOVE 1 TO WS-PERIOD-NO
           END-IF.
           PERFORM 1000-DUE-DATE-FOR-PERIOD THRU 1000-EXIT.
           PERFORM UNTIL WS-DUE-WORK > WS-AFTER-WORK
               ADD 1 TO WS-PERIOD-NO
               PERFORM 1000-DUE-DATE-FOR-PERIOD THRU 1000-EXIT
           END-PERFORM.
           MOVE WS-DUE-WORK TO LK-NEXT-DUE-DATE.

           GOBACK.

      *    THE EFFECTIVE DATE MOVED ON WS-PERIOD-NO PERIODS, HELD TO
      *    THE LAST DAY OF THE MONTH WHERE THE EFFECTIVE DAY RUNS PAST
      *    IT (A 31ST EFFECTIVE DATE FALLS DUE ON THE 30TH IN JUNE).
       1000-DUE-DATE-FOR-PERIOD.
           MOVE "1000-DUE-DATE-FOR-PERIOD" TO PARA-NAME.
           COMPUTE WS-MONTH-NO = WS-EFF-CCYY * 12 + WS-EFF-MM - 1
               + WS-PERIOD-NO * WS-PERIOD-MONTHS.
           COMPUTE WS-DUE-CCYY = WS-MONTH-NO / 12.
           COMPUTE WS-DUE-MM = WS-MONTH-NO - (WS-DUE-CCYY * 12) + 1.
           MOVE WS-MONTH-LENGTH (WS-DUE-MM) TO WS-MONTH-END.
           IF WS-DUE-MM = 2
               DIVIDE WS-DUE-CCYY BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 29 TO WS-MONTH-END
                   DIVIDE WS-DUE-CCYY BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       DIVIDE WS-DUE-CCYY BY 400
                           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM NOT = ZERO
                           MOVE 28 TO WS-MONTH-END
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-EFF-DD > WS-MONTH-END
               MOVE WS-MONTH-END TO WS-DUE-DD
           ELSE
               MOVE WS-EFF-DD TO WS-DUE-DD
           END-IF.
       1000-EXIT.
           EXIT.
