      *                REQUIREMENTS FORECAST PLUS A LOST-DISCOUNT
      *                REPORT FOR DISCOUNTS ALREADY LAPSED.  TREASURY
      *                RETIRES THE WEEK-STALE SPREADSHEET.
      * 2026  D.ELLIS  SUPPLIERS ON THE PAYHOLD LIST (REVALIDATION
      *                OVERDUE, FROM SUPREVAL) ARE KEPT OUT OF THE
      *                CASH-REQUIREMENTS TOTAL.  THEIR BUCKETS STILL
      *                LIST, MARKED HELD, WITH A HELD TOTAL AT THE END.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BALI-STATUS.

           SELECT PAY-HOLD-FILE
           ASSIGN TO UT-S-PAYHOLD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PHI-STATUS.

           SELECT FORECAST-RPT
           ASSIGN TO UT-S-CASHFCST
             ACCESS MODE IS SEQUENTIAL
           DATA RECORD IS SUPPLR-BAL-REC.
       COPY SUPPLRBL.

       FD  PAY-HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAY-HOLD-REC.
       COPY PAYHOLD.

       FD  FORECAST-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
               88 END-OF-SXR      VALUE "10".
           05  BALI-STATUS             PIC X(2).
               88 END-OF-BAL      VALUE "10".
           05  PHI-STATUS              PIC X(2).
               88 PHI-OPENED      VALUE "00".
               88 END-OF-PHI      VALUE "10".
           05  LDR-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.
           05  WS-FCST-TOTAL               PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CAPTURE-TOTAL            PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-LOST-TOTAL               PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-HELD-TOTAL               PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-HELD-SW                  PIC X(1) VALUE "N".
               88 WS-SUPPLR-HELD VALUE "Y".

       01  TERMS-TABLE-AREA.
           05  WS-TRM-COUNT                PIC 9(3) COMP VALUE 0.
               10  SXT-SUPPLR-NO           PIC X(3).
               10  SXT-TERMS-CODE          PIC 9(3).

      *    HEADQUARTERS NUMBERS ON PAYMENT HOLD.
       01  HOLD-TABLE-AREA.
           05  WS-HLD-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-HLD-ENTRY OCCURS 500 TIMES.
               10  HLD-SUPPLR-HQ           PIC X(3).

       01  WS-FORECAST-LINE.
           05  FILLER                  PIC X(08) VALUE "PAY BY: ".
           05  FCL-PAY-DATE            PIC 9(08).
           05  FTL-CAPTURE-O           PIC $$$,$$9.99.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-HELD-TOTAL-LINE.
           05  FILLER                  PIC X(26)
                 VALUE "HELD - NOT IN FORECAST:  ".
           05  HTL-TOTAL-O             PIC $$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-LOST-TOTAL-LINE.
           05  FILLER                  PIC X(22)
                 VALUE "TOTAL DISCOUNTS LOST: ".

           PERFORM 050-LOAD-TERMS THRU 050-EXIT.
           PERFORM 070-LOAD-XREF THRU 070-EXIT.
           IF PHI-OPENED
               PERFORM 080-LOAD-HOLDS THRU 080-EXIT
           END-IF.

           READ SUPPLR-BAL-IN
               AT END SET END-OF-BAL TO TRUE.
           MOVE WS-FCST-TOTAL TO FTL-TOTAL-O.
           MOVE WS-CAPTURE-TOTAL TO FTL-CAPTURE-O.
           WRITE FORECAST-REC FROM WS-FCST-TOTAL-LINE.
           MOVE WS-HELD-TOTAL TO HTL-TOTAL-O.
           WRITE FORECAST-REC FROM WS-HELD-TOTAL-LINE.
           MOVE WS-LOST-TOTAL TO LTL-TOTAL-O.
           WRITE LOST-DISC-REC FROM WS-LOST-TOTAL-LINE.

       070-EXIT.
           EXIT.

       080-LOAD-HOLDS.
           MOVE "080-LOAD-HOLDS" TO PARA-NAME.
           READ PAY-HOLD-FILE
               AT END SET END-OF-PHI TO TRUE.
           PERFORM UNTIL END-OF-PHI OR WS-HLD-COUNT = 500
               ADD 1 TO WS-HLD-COUNT
               MOVE PH-SUPPLR-HQ TO HLD-SUPPLR-HQ (WS-HLD-COUNT)
               READ PAY-HOLD-FILE
                   AT END SET END-OF-PHI TO TRUE
               END-READ
           END-PERFORM.
       080-EXIT.
           EXIT.

       100-SCHEDULE-ONE-SUPPLIER.
           MOVE "100-SCHEDULE-ONE-SUPPLIER" TO PARA-NAME.
           PERFORM 150-FIND-SUPPLIER-TERMS THRU 150-EXIT.
           MOVE "N" TO WS-HELD-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HLD-COUNT
                      OR WS-SUPPLR-HELD
               IF HLD-SUPPLR-HQ (WS-SUB) = SUPPLR-BAL-SUPPLR-NO
                   SET WS-SUPPLR-HELD TO TRUE
               END-IF
           END-PERFORM.
           PERFORM 170-DATE-THE-BALANCE THRU 170-EXIT.

           MOVE SUPPLR-BAL-BILLING-11-30 TO WS-BUCKET-AMT.
               WS-BUCKET-AMT * WS-DISC-PCT / 100.

           MOVE SPACES TO FCL-NOTE-O.
           IF WS-SUPPLR-HELD
      **** ON PAYMENT HOLD - LISTED AT ITS NET DATE BUT NOT FORECAST.
               COMPUTE WS-PAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-NET-BY-INT)
               MOVE WS-PAY-DATE TO FCL-PAY-DATE
               MOVE SUPPLR-BAL-SUPPLR-NO TO FCL-SUPPLR-O
               MOVE WS-BUCKET-AMT TO FCL-AMOUNT-O
               MOVE ZERO TO FCL-DISC-O
               MOVE "HELD - REVALIDATION OVERDUE" TO FCL-NOTE-O
               ADD WS-BUCKET-AMT TO WS-HELD-TOTAL
               WRITE FORECAST-REC FROM WS-FORECAST-LINE
               GO TO 200-EXIT.
           IF WS-DISC-PCT > ZERO
                   AND WS-DISC-BY-INT NOT < WS-RUN-INT
      **** THE DISCOUNT IS STILL ON THE TABLE - PAY BY ITS LAST DAY.
       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT TERMS-FILE, SUPPLIER-TERMS-XREF, SUPPLR-BAL-IN.
           OPEN INPUT PAY-HOLD-FILE.
           OPEN OUTPUT FORECAST-RPT, LOST-DISC-RPT.
           DISPLAY "PAYSCHED OPEN FILES".
           DISPLAY TRM-STATUS.
           DISPLAY BALI-STATUS.
           DISPLAY PHI-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE TERMS-FILE, SUPPLIER-TERMS-XREF, SUPPLR-BAL-IN,
                 PAY-HOLD-FILE,
                 FORECAST-RPT, LOST-DISC-RPT.
           DISPLAY "PAYSCHED FILES CLOSED".
       900-EXIT.
