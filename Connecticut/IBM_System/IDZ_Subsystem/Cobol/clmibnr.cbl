       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  CLMIBNR.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  QUARTERLY CLAIM LAG TRIANGLE
      *                AND IBNR ESTIMATE.  EVERY CLAIM PAID (CLMPAID,
      *                ORIGINALS AND SUPPLEMENTS) IS PLACED BY THE
      *                QUARTER IT WAS INCURRED AGAINST THE QUARTER IT
      *                WAS PAID, BY POLICY TYPE FROM THE CLMHIST
      *                CLAIM-HISTORY MASTER.  VOLUME-WEIGHTED AGE-TO-
      *                AGE FACTORS PROJECT EACH INCURRAL QUARTER TO
      *                ULTIMATE; WHAT IS NOT YET PAID AND NOT ALREADY
      *                HELD AS A CASE RESERVE ON CLMRVWST (THE RSVRPT
      *                ITEMS) IS THE IBNR.  A REPORT FOR THE ACTUARY
      *                AND A FLAT EXTRACT (IBNREXT) TO LOAD.
      * 2026  D.ELLIS  CLMHIST RECORD IS NOW 80 BYTES (SUBROGATION
      *                RECOVERIES ADDED).
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

           SELECT PAID-CLAIMS-FILE
           ASSIGN TO CLMPAID
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PD-KEY
             FILE STATUS IS PD-STATUS.

           SELECT CLAIM-HISTORY-FILE
           ASSIGN TO CLMHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CH-CONTRACT-NO
             FILE STATUS IS CH-STATUS.

           SELECT REVIEW-STATUS-FILE
           ASSIGN TO CLMRVWST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RS-CONTRACT-NO
             FILE STATUS IS RVST-STATUS.

           SELECT IBNR-EXTRACT-FILE
           ASSIGN TO UT-S-IBNREXT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IBX-STATUS.

           SELECT IBNR-REPORT
           ASSIGN TO UT-S-IBNRRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

      **** THE CARD GIVES THE LAST DAY OF THE VALUATION QUARTER AND
      **** THE NUMBER OF INCURRAL QUARTERS IN THE TRIANGLE (2-12).
       FD  PARM-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARM-REC.
       01  PARM-REC.
           05  PRM-QUARTER-END             PIC 9(08).
           05  PRM-PERIODS                 PIC 9(02).
           05  FILLER                      PIC X(70).

       FD  PAID-CLAIMS-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY CLMPAID.

       FD  CLAIM-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CLMHIST.

       FD  REVIEW-STATUS-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY CLMRVWST.

       FD  IBNR-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IBNR-EXTRACT-RECORD.
       COPY IBNREXT.

       FD  IBNR-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IBNR-REPORT-REC.
       01  IBNR-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  PD-STATUS               PIC X(2).
               88 END-OF-PD       VALUE "10".
           05  CH-STATUS               PIC X(2).
               88 CH-FOUND        VALUE "00".
           05  RVST-STATUS             PIC X(2).
               88 END-OF-RVST     VALUE "10".
           05  IBX-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-CCYY             PIC 9(04).
               10  WS-RUN-MM               PIC 9(02).
               10  WS-RUN-DD               PIC 9(02).
           05  WS-QTR-END                  PIC 9(08) VALUE ZERO.
           05  WS-QTR-END-R REDEFINES WS-QTR-END.
               10  WS-QTR-END-CCYY         PIC 9(04).
               10  WS-QTR-END-MM           PIC 9(02).
               10  WS-QTR-END-DD           PIC 9(02).
           05  WS-PERIODS                  PIC 9(02) VALUE 12.
           05  WS-RVST-FILE-SW             PIC X(01) VALUE "N".
               88  WS-RVST-FILE-OPEN          VALUE "Y".
           05  WS-HIST-FILE-SW             PIC X(01) VALUE "N".
               88  WS-HIST-FILE-OPEN          VALUE "Y".
           05  WS-TYPE-SUB                 PIC 9(01) VALUE ZERO.
           05  WS-ORG-SUB                  PIC 9(02) VALUE ZERO.
           05  WS-AGE-SUB                  PIC 9(02) VALUE ZERO.
           05  WS-LAST-AGE                 PIC 9(02) VALUE ZERO.
           05  WS-PIECE-AMT                PIC 9(07)V99 VALUE ZERO.
           05  WS-PIECE-DATE               PIC 9(08) VALUE ZERO.

      **** QUARTERS ARE NUMBERED CCYY * 4 + (0-3) SO THAT THE
      **** DISTANCE BETWEEN TWO QUARTERS IS A SUBTRACTION.
       01  QUARTER-FIELDS.
           05  WS-VAL-QTR-NO               PIC 9(06) VALUE ZERO.
           05  WS-FIRST-QTR-NO             PIC 9(06) VALUE ZERO.
           05  WS-ORIGIN-QTR-NO            PIC 9(06) VALUE ZERO.
           05  WS-PAY-QTR-NO               PIC 9(06) VALUE ZERO.
           05  WS-QN-DATE                  PIC 9(08) VALUE ZERO.
           05  WS-QN-DATE-R REDEFINES WS-QN-DATE.
               10  WS-QN-CCYY              PIC 9(04).
               10  WS-QN-MM                PIC 9(02).
               10  WS-QN-DD                PIC 9(02).
           05  WS-QN-RESULT                PIC 9(06) VALUE ZERO.
           05  WS-QN-OK-SW                 PIC X(01) VALUE "N".
               88  WS-QN-OK                   VALUE "Y".
           05  WS-LABEL-CCYY               PIC 9(04) VALUE ZERO.
           05  WS-LABEL-QQ                 PIC 9(01) VALUE ZERO.

       01  CONTROL-COUNTERS.
           05  WS-PD-READ                  PIC 9(07) VALUE ZERO.
           05  WS-PD-USED                  PIC 9(07) VALUE ZERO.
           05  WS-PD-BEFORE                PIC 9(07) VALUE ZERO.
           05  WS-PD-BAD-DATE              PIC 9(07) VALUE ZERO.
           05  WS-PD-NO-HIST               PIC 9(07) VALUE ZERO.
           05  WS-PIECE-AFTER              PIC 9(07) VALUE ZERO.
           05  WS-RSV-USED                 PIC 9(07) VALUE ZERO.
           05  WS-RSV-OUTSIDE              PIC 9(07) VALUE ZERO.
           05  WS-PAID-IN-TRI              PIC 9(11)V99 VALUE ZERO.
           05  WS-RSV-IN-TRI               PIC 9(11)V99 VALUE ZERO.

      **** SLOT 1=WHOLE LIFE, 2=TERM, 3=UNIVERSAL, 4=OTHER, 5=ALL
      **** TYPES TOGETHER.  ORIGIN 1 IS THE OLDEST INCURRAL QUARTER
      **** IN THE WINDOW; AGE 1 IS PAYMENT IN THE INCURRAL QUARTER.
      **** ORIGIN N IS SEEN ONLY AT AGE 1, ORIGIN 1 AT EVERY AGE.
       01  TRIANGLE-AREA.
           05  WS-TRI-TYPE OCCURS 5 TIMES.
               10  WS-TRI-ORIGIN OCCURS 12 TIMES.
                   15  TRI-INCR            PIC 9(11)V99 OCCURS 12.
                   15  TRI-CUM             PIC 9(11)V99 OCCURS 12.
                   15  TRI-CASE-RSV        PIC 9(11)V99.
                   15  TRI-LATEST          PIC 9(11)V99.
                   15  TRI-CDF             PIC 9(03)V9(04).
                   15  TRI-ULTIMATE        PIC 9(11)V99.
                   15  TRI-UNPAID          PIC 9(11)V99.
                   15  TRI-IBNR            PIC S9(11)V99.
               10  WS-TRI-FACTOR OCCURS 12 TIMES.
                   15  FAC-NUMER           PIC 9(11)V99.
                   15  FAC-DENOM           PIC 9(11)V99.
                   15  FAC-ATA             PIC 9(03)V9(04).
                   15  FAC-CDF             PIC 9(03)V9(04).
               10  TT-LATEST               PIC 9(11)V99.
               10  TT-ULTIMATE             PIC 9(11)V99.
               10  TT-UNPAID               PIC 9(11)V99.
               10  TT-CASE-RSV             PIC 9(11)V99.
               10  TT-IBNR                 PIC S9(11)V99.

       01  TYPE-NAME-DATA.
           05  FILLER     PIC X(17) VALUE "WWHOLE LIFE      ".
           05  FILLER     PIC X(17) VALUE "TTERM LIFE       ".
           05  FILLER     PIC X(17) VALUE "UUNIVERSAL LIFE  ".
           05  FILLER     PIC X(17) VALUE "OOTHER           ".
           05  FILLER     PIC X(17) VALUE "*ALL POLICY TYPES".
       01  TYPE-NAME-TABLE REDEFINES TYPE-NAME-DATA.
           05  WS-TYPE-ENTRY OCCURS 5 TIMES.
               10  WS-TYPE-CODE            PIC X(01).
               10  WS-TYPE-NAME            PIC X(16).

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(48)
                 VALUE "CLAIM LAG TRIANGLE AND IBNR - QUARTER ENDING ".
           05  HDG-QTR-END                 PIC 9(08).
           05  FILLER     PIC X(05) VALUE SPACES.
           05  HDG-PERIODS                 PIC Z9.
           05  FILLER     PIC X(30)
                 VALUE " INCURRAL QUARTERS, PAID BASIS".
           05  FILLER     PIC X(40) VALUE SPACES.

       01  WS-TYPE-HEADING-LINE.
           05  FILLER     PIC X(13) VALUE "POLICY TYPE: ".
           05  THL-NAME                    PIC X(16).
           05  FILLER     PIC X(104) VALUE SPACES.

       01  WS-CAPTION-LINE.
           05  CPL-TEXT                    PIC X(60).
           05  FILLER     PIC X(73) VALUE SPACES.

      **** TRIANGLE ROWS - CUMULATIVE PAID IN WHOLE DOLLARS, ONE
      **** COLUMN PER AGE IN QUARTERS.
       01  WS-AGE-HEADING-LINE.
           05  AHL-LABEL                   PIC X(08).
           05  AHL-CELL OCCURS 12 TIMES.
               10  AHL-CAPTION             PIC X(06).
               10  AHL-AGE                 PIC Z9.
               10  AHL-PAD                 PIC X(02).
           05  FILLER                      PIC X(05).

       01  WS-TRIANGLE-LINE.
           05  TRL-LABEL                   PIC X(08).
           05  TRL-CELL OCCURS 12 TIMES.
               10  TRL-PAD                 PIC X(01).
               10  TRL-AMOUNT              PIC Z(8)9.
           05  FILLER                      PIC X(05).

       01  WS-FACTOR-LINE.
           05  FCL-LABEL                   PIC X(08).
           05  FCL-CELL OCCURS 12 TIMES.
               10  FCL-PAD                 PIC X(02).
               10  FCL-FACTOR              PIC ZZ9.9999.
           05  FILLER                      PIC X(05).

       01  WS-ORIGIN-HEADING-LINE.
           05  FILLER     PIC X(08) VALUE "ORIGIN".
           05  FILLER     PIC X(07) VALUE "AGE".
           05  FILLER     PIC X(20) VALUE "      PAID TO DATE".
           05  FILLER     PIC X(10) VALUE "  FACTOR".
           05  FILLER     PIC X(20) VALUE "    PROJ ULTIMATE".
           05  FILLER     PIC X(20) VALUE "        UNPAID".
           05  FILLER     PIC X(20) VALUE "      CASE RESERVE".
           05  FILLER     PIC X(18) VALUE "            IBNR".
           05  FILLER     PIC X(10) VALUE SPACES.

       01  WS-ORIGIN-LINE.
           05  ORL-LABEL                   PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ORL-AGE                     PIC ZZ.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  ORL-PAID                    PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ORL-CDF                     PIC ZZ9.9999
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ORL-ULTIMATE                PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ORL-UNPAID                  PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ORL-CASE-RSV                PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ORL-IBNR                    PIC $$$$,$$$,$$$,$$9.99-.
           05  FILLER                      PIC X(08) VALUE SPACES.

       01  WS-TOTALS-LINE-1.
           05  FILLER                      PIC X(15)
                 VALUE "CLMPAID READ: ".
           05  TOT-PD-READ                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(15)
                 VALUE "  IN TRIANGLE: ".
           05  TOT-PD-USED                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(17)
                 VALUE "  BEFORE WINDOW: ".
           05  TOT-PD-BEFORE               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12)
                 VALUE "  BAD DATE: ".
           05  TOT-PD-BAD                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(14)
                 VALUE "  NO CLMHIST: ".
           05  TOT-PD-NO-HIST              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(25) VALUE SPACES.

       01  WS-TOTALS-LINE-2.
           05  FILLER                      PIC X(25)
                 VALUE "PAYMENTS AFTER VALUATION:".
           05  TOT-PIECE-AFTER             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(24)
                 VALUE "  CASE RESERVES IN USE: ".
           05  TOT-RSV-USED                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(18)
                 VALUE "  OUTSIDE WINDOW: ".
           05  TOT-RSV-OUTSIDE             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(45) VALUE SPACES.

       01  WS-TOTALS-LINE-3.
           05  FILLER                      PIC X(18)
                 VALUE "PAID IN TRIANGLE: ".
           05  TOT-PAID-IN-TRI             PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(19)
                 VALUE "  CASE RESERVES:  ".
           05  TOT-RSV-IN-TRI              PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(60) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * FIX THE VALUATION QUARTER, LOAD THE PAID TRIANGLE FROM CLMPAID
      * AND THE CASE RESERVES FROM CLMRVWST, DEVELOP EACH POLICY TYPE
      * AND ALL TYPES TOGETHER, AND REPORT AND EXTRACT EACH.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           INITIALIZE TRIANGLE-AREA.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           MOVE WS-QTR-END TO HDG-QTR-END.
           MOVE WS-PERIODS TO HDG-PERIODS.
           WRITE IBNR-REPORT-REC FROM WS-HEADING-LINE.

           PERFORM 100-LOAD-ONE-PAID-CLAIM THRU 100-EXIT
               UNTIL END-OF-PD.
           IF WS-RVST-FILE-OPEN
               PERFORM 150-LOAD-ONE-CASE-RESERVE THRU 150-EXIT
                   UNTIL END-OF-RVST
           END-IF.
           PERFORM 200-ADD-TO-ALL-TYPES THRU 200-EXIT.

           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 5
               PERFORM 300-DEVELOP-TYPE THRU 300-EXIT
               PERFORM 400-REPORT-TYPE THRU 400-EXIT
               PERFORM 500-EXTRACT-TYPE THRU 500-EXIT
           END-PERFORM.

           WRITE IBNR-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-PD-READ TO TOT-PD-READ.
           MOVE WS-PD-USED TO TOT-PD-USED.
           MOVE WS-PD-BEFORE TO TOT-PD-BEFORE.
           MOVE WS-PD-BAD-DATE TO TOT-PD-BAD.
           MOVE WS-PD-NO-HIST TO TOT-PD-NO-HIST.
           WRITE IBNR-REPORT-REC FROM WS-TOTALS-LINE-1.
           MOVE WS-PIECE-AFTER TO TOT-PIECE-AFTER.
           MOVE WS-RSV-USED TO TOT-RSV-USED.
           MOVE WS-RSV-OUTSIDE TO TOT-RSV-OUTSIDE.
           WRITE IBNR-REPORT-REC FROM WS-TOTALS-LINE-2.
           MOVE WS-PAID-IN-TRI TO TOT-PAID-IN-TRI.
           MOVE WS-RSV-IN-TRI TO TOT-RSV-IN-TRI.
           WRITE IBNR-REPORT-REC FROM WS-TOTALS-LINE-3.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** WITH NO QUARTER ON THE CARD THE VALUATION QUARTER IS THE
      **** LAST ONE ENDED BEFORE TODAY, AS FOR THE BORDEREAU.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
                   AND PRM-QUARTER-END NUMERIC
                   AND PRM-QUARTER-END > ZERO
               MOVE PRM-QUARTER-END TO WS-QTR-END
           ELSE
               MOVE WS-RUN-CCYY TO WS-QTR-END-CCYY
               EVALUATE TRUE
                   WHEN WS-RUN-MM < 4
                       SUBTRACT 1 FROM WS-QTR-END-CCYY
                       MOVE 12 TO WS-QTR-END-MM
                       MOVE 31 TO WS-QTR-END-DD
                   WHEN WS-RUN-MM < 7
                       MOVE 03 TO WS-QTR-END-MM
                       MOVE 31 TO WS-QTR-END-DD
                   WHEN WS-RUN-MM < 10
                       MOVE 06 TO WS-QTR-END-MM
                       MOVE 30 TO WS-QTR-END-DD
                   WHEN OTHER
                       MOVE 09 TO WS-QTR-END-MM
                       MOVE 30 TO WS-QTR-END-DD
               END-EVALUATE
           END-IF.
           IF NOT END-OF-PRM
                   AND PRM-PERIODS NUMERIC
                   AND PRM-PERIODS > 1
                   AND PRM-PERIODS < 13
               MOVE PRM-PERIODS TO WS-PERIODS
           END-IF.
           MOVE WS-QTR-END TO WS-QN-DATE.
           PERFORM 070-DATE-TO-QUARTER THRU 070-EXIT.
           MOVE WS-QN-RESULT TO WS-VAL-QTR-NO.
           COMPUTE WS-FIRST-QTR-NO = WS-VAL-QTR-NO - WS-PERIODS + 1.
           DISPLAY "CLMIBNR VALUATION " WS-QTR-END
               " QUARTERS " WS-PERIODS.
       050-EXIT.
           EXIT.

       070-DATE-TO-QUARTER.
      **** CCYYMMDD IN WS-QN-DATE TO A QUARTER NUMBER IN WS-QN-RESULT.
           MOVE "070-DATE-TO-QUARTER" TO PARA-NAME.
           MOVE "N" TO WS-QN-OK-SW.
           MOVE ZERO TO WS-QN-RESULT.
           IF WS-QN-MM < 1 OR WS-QN-MM > 12
               GO TO 070-EXIT.
           COMPUTE WS-QN-RESULT =
               WS-QN-CCYY * 4 + (WS-QN-MM - 1) / 3.
           SET WS-QN-OK TO TRUE.
       070-EXIT.
           EXIT.

       080-QUARTER-LABEL.
      **** ORIGIN WS-ORG-SUB AS CCYY AND QUARTER 1-4.
           MOVE "080-QUARTER-LABEL" TO PARA-NAME.
           COMPUTE WS-ORIGIN-QTR-NO = WS-FIRST-QTR-NO + WS-ORG-SUB - 1.
           COMPUTE WS-LABEL-CCYY = WS-ORIGIN-QTR-NO / 4.
           COMPUTE WS-LABEL-QQ =
               WS-ORIGIN-QTR-NO - (WS-LABEL-CCYY * 4) + 1.
       080-EXIT.
           EXIT.

       100-LOAD-ONE-PAID-CLAIM.
      **** THE CLAIM DATE (YYMMDD, WINDOWED TO 20YY AS THE CLAIM
      **** EDIT DOES) FIXES THE INCURRAL QUARTER.  THE ORIGINAL
      **** PAYMENT DEVELOPS IN THE QUARTER IT WAS PAID AND THE
      **** SUPPLEMENTS IN THE QUARTER OF THE LATEST SUPPLEMENT.
           MOVE "100-LOAD-ONE-PAID-CLAIM" TO PARA-NAME.
           READ PAID-CLAIMS-FILE NEXT RECORD
               AT END
                   SET END-OF-PD TO TRUE
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO WS-PD-READ.
           IF PD-CLAIM-DATE NOT NUMERIC
               ADD 1 TO WS-PD-BAD-DATE
               GO TO 100-EXIT.
           COMPUTE WS-QN-DATE = 20000000 + PD-CLAIM-DATE.
           PERFORM 070-DATE-TO-QUARTER THRU 070-EXIT.
           IF NOT WS-QN-OK
               ADD 1 TO WS-PD-BAD-DATE
               GO TO 100-EXIT.
           IF WS-QN-RESULT > WS-VAL-QTR-NO
               ADD 1 TO WS-PIECE-AFTER
               GO TO 100-EXIT.
           IF WS-QN-RESULT < WS-FIRST-QTR-NO
               ADD 1 TO WS-PD-BEFORE
               GO TO 100-EXIT.
           MOVE WS-QN-RESULT TO WS-ORIGIN-QTR-NO.
           COMPUTE WS-ORG-SUB = WS-ORIGIN-QTR-NO - WS-FIRST-QTR-NO + 1.
           ADD 1 TO WS-PD-USED.
           PERFORM 120-TYPE-SLOT-FOR-CLAIM THRU 120-EXIT.

           MOVE PD-AMOUNT TO WS-PIECE-AMT.
           MOVE PD-PAID-DATE TO WS-PIECE-DATE.
           PERFORM 130-POST-PIECE THRU 130-EXIT.
           IF PD-SUPP-AMOUNT NUMERIC
                   AND PD-LAST-SUPP-DATE NUMERIC
               MOVE PD-SUPP-AMOUNT TO WS-PIECE-AMT
               MOVE PD-LAST-SUPP-DATE TO WS-PIECE-DATE
               PERFORM 130-POST-PIECE THRU 130-EXIT
           END-IF.
       100-EXIT.
           EXIT.

       120-TYPE-SLOT-FOR-CLAIM.
      **** THE POLICY TYPE COMES FROM THE CONTRACT'S CLAIM-HISTORY
      **** ENTRY, AS IN THE LOSS-RATIO REPORT.
           MOVE "120-TYPE-SLOT-FOR-CLAIM" TO PARA-NAME.
           MOVE 4 TO WS-TYPE-SUB.
           IF NOT WS-HIST-FILE-OPEN
               ADD 1 TO WS-PD-NO-HIST
               GO TO 120-EXIT.
           MOVE PD-CONTRACT-NO TO CH-CONTRACT-NO.
           READ CLAIM-HISTORY-FILE.
           IF NOT CH-FOUND
               ADD 1 TO WS-PD-NO-HIST
               GO TO 120-EXIT.
           EVALUATE CH-LAST-CLAIM-TYPE
               WHEN "W"   MOVE 1 TO WS-TYPE-SUB
               WHEN "T"   MOVE 2 TO WS-TYPE-SUB
               WHEN "U"   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER MOVE 4 TO WS-TYPE-SUB
           END-EVALUATE.
       120-EXIT.
           EXIT.

       130-POST-PIECE.
      **** A PAYMENT DATED BEFORE ITS INCURRAL QUARTER IS TAKEN AS
      **** PAID IN THAT QUARTER (AGE 1).
           MOVE "130-POST-PIECE" TO PARA-NAME.
           IF WS-PIECE-AMT NOT NUMERIC OR WS-PIECE-AMT = ZERO
               GO TO 130-EXIT.
           IF WS-PIECE-DATE NOT NUMERIC OR WS-PIECE-DATE = ZERO
               GO TO 130-EXIT.
           MOVE WS-PIECE-DATE TO WS-QN-DATE.
           PERFORM 070-DATE-TO-QUARTER THRU 070-EXIT.
           IF NOT WS-QN-OK
               GO TO 130-EXIT.
           MOVE WS-QN-RESULT TO WS-PAY-QTR-NO.
           IF WS-PAY-QTR-NO > WS-VAL-QTR-NO
               ADD 1 TO WS-PIECE-AFTER
               GO TO 130-EXIT.
           IF WS-PAY-QTR-NO < WS-ORIGIN-QTR-NO
               MOVE 1 TO WS-AGE-SUB
           ELSE
               COMPUTE WS-AGE-SUB =
                   WS-PAY-QTR-NO - WS-ORIGIN-QTR-NO + 1
           END-IF.
           ADD WS-PIECE-AMT
               TO TRI-INCR (WS-TYPE-SUB, WS-ORG-SUB, WS-AGE-SUB).
           ADD WS-PIECE-AMT TO WS-PAID-IN-TRI.
       130-EXIT.
           EXIT.

       150-LOAD-ONE-CASE-RESERVE.
      **** EVERY OPEN OR HELD REVIEW ITEM CARRIES A KNOWN-CLAIM
      **** RESERVE (THE RSVRPT ITEMS).  THE REVIEW OPEN DATE STANDS
      **** FOR THE INCURRAL QUARTER - THE REVIEW RECORD HAS NO LOSS
      **** DATE.
           MOVE "150-LOAD-ONE-CASE-RESERVE" TO PARA-NAME.
           READ REVIEW-STATUS-FILE NEXT RECORD
               AT END
                   SET END-OF-RVST TO TRUE
                   GO TO 150-EXIT
           END-READ.
           IF NOT RS-OPEN AND NOT RS-HELD
               GO TO 150-EXIT.
           IF RS-RESERVE-AMT NOT NUMERIC OR RS-RESERVE-AMT = ZERO
               GO TO 150-EXIT.
           IF RS-OPEN-DATE NOT NUMERIC
               ADD 1 TO WS-RSV-OUTSIDE
               GO TO 150-EXIT.
           MOVE RS-OPEN-DATE TO WS-QN-DATE.
           PERFORM 070-DATE-TO-QUARTER THRU 070-EXIT.
           IF NOT WS-QN-OK
                   OR WS-QN-RESULT < WS-FIRST-QTR-NO
                   OR WS-QN-RESULT > WS-VAL-QTR-NO
               ADD 1 TO WS-RSV-OUTSIDE
               GO TO 150-EXIT.
           COMPUTE WS-ORG-SUB = WS-QN-RESULT - WS-FIRST-QTR-NO + 1.
           EVALUATE RS-POLICY-TYPE
               WHEN "W"   MOVE 1 TO WS-TYPE-SUB
               WHEN "T"   MOVE 2 TO WS-TYPE-SUB
               WHEN "U"   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER MOVE 4 TO WS-TYPE-SUB
           END-EVALUATE.
           ADD RS-RESERVE-AMT TO TRI-CASE-RSV (WS-TYPE-SUB, WS-ORG-SUB).
           ADD RS-RESERVE-AMT TO WS-RSV-IN-TRI.
           ADD 1 TO WS-RSV-USED.
       150-EXIT.
           EXIT.

       200-ADD-TO-ALL-TYPES.
           MOVE "200-ADD-TO-ALL-TYPES" TO PARA-NAME.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 4
               PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
                       UNTIL WS-ORG-SUB > WS-PERIODS
                   ADD TRI-CASE-RSV (WS-TYPE-SUB, WS-ORG-SUB)
                       TO TRI-CASE-RSV (5, WS-ORG-SUB)
                   PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                           UNTIL WS-AGE-SUB > WS-PERIODS
                       ADD TRI-INCR (WS-TYPE-SUB, WS-ORG-SUB,
                                     WS-AGE-SUB)
                           TO TRI-INCR (5, WS-ORG-SUB, WS-AGE-SUB)
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
       200-EXIT.
           EXIT.

       300-DEVELOP-TYPE.
      **** CUMULATE EACH ORIGIN ALONG ITS ROW, TAKE THE VOLUME-
      **** WEIGHTED AGE-TO-AGE FACTORS DOWN THE COLUMNS, CHAIN THEM
      **** INTO FACTORS TO ULTIMATE (NO TAIL BEYOND THE LAST AGE) AND
      **** PROJECT EACH ORIGIN'S LATEST DIAGONAL TO ULTIMATE.
           MOVE "300-DEVELOP-TYPE" TO PARA-NAME.
           PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
                   UNTIL WS-ORG-SUB > WS-PERIODS
               COMPUTE WS-LAST-AGE = WS-PERIODS - WS-ORG-SUB + 1
               PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                       UNTIL WS-AGE-SUB > WS-LAST-AGE
                   IF WS-AGE-SUB = 1
                       MOVE TRI-INCR (WS-TYPE-SUB, WS-ORG-SUB, 1)
                         TO TRI-CUM (WS-TYPE-SUB, WS-ORG-SUB, 1)
                   ELSE
                       COMPUTE TRI-CUM (WS-TYPE-SUB, WS-ORG-SUB,
                                        WS-AGE-SUB) =
                           TRI-CUM (WS-TYPE-SUB, WS-ORG-SUB,
                                    WS-AGE-SUB - 1)
                         + TRI-INCR (WS-TYPE-SUB, WS-ORG-SUB,
                                     WS-AGE-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB NOT < WS-PERIODS
               MOVE ZERO TO FAC-NUMER (WS-TYPE-SUB, WS-AGE-SUB)
                            FAC-DENOM (WS-TYPE-SUB, WS-AGE-SUB)
               PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
                       UNTIL WS-ORG-SUB > WS-PERIODS - WS-AGE-SUB
                   ADD TRI-CUM (WS-TYPE-SUB, WS-ORG-SUB,
                                WS-AGE-SUB + 1)
                       TO FAC-NUMER (WS-TYPE-SUB, WS-AGE-SUB)
                   ADD TRI-CUM (WS-TYPE-SUB, WS-ORG-SUB, WS-AGE-SUB)
                       TO FAC-DENOM (WS-TYPE-SUB, WS-AGE-SUB)
               END-PERFORM
               IF FAC-DENOM (WS-TYPE-SUB, WS-AGE-SUB) = ZERO
                   MOVE 1 TO FAC-ATA (WS-TYPE-SUB, WS-AGE-SUB)
               ELSE
                   COMPUTE FAC-ATA (WS-TYPE-SUB, WS-AGE-SUB) ROUNDED =
                       FAC-NUMER (WS-TYPE-SUB, WS-AGE-SUB)
                     / FAC-DENOM (WS-TYPE-SUB, WS-AGE-SUB)
                       ON SIZE ERROR
                           MOVE 999.9999
                             TO FAC-ATA (WS-TYPE-SUB, WS-AGE-SUB)
                   END-COMPUTE
               END-IF
           END-PERFORM.

           MOVE 1 TO FAC-ATA (WS-TYPE-SUB, WS-PERIODS)
                     FAC-CDF (WS-TYPE-SUB, WS-PERIODS).
           PERFORM VARYING WS-AGE-SUB FROM WS-PERIODS BY -1
                   UNTIL WS-AGE-SUB < 2
               COMPUTE FAC-CDF (WS-TYPE-SUB, WS-AGE-SUB - 1) ROUNDED =
                   FAC-ATA (WS-TYPE-SUB, WS-AGE-SUB - 1)
                 * FAC-CDF (WS-TYPE-SUB, WS-AGE-SUB)
                   ON SIZE ERROR
                       MOVE 999.9999
                         TO FAC-CDF (WS-TYPE-SUB, WS-AGE-SUB - 1)
               END-COMPUTE
           END-PERFORM.

           MOVE ZERO TO TT-LATEST (WS-TYPE-SUB)
                        TT-ULTIMATE (WS-TYPE-SUB)
                        TT-UNPAID (WS-TYPE-SUB)
                        TT-CASE-RSV (WS-TYPE-SUB)
                        TT-IBNR (WS-TYPE-SUB).
           PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
                   UNTIL WS-ORG-SUB > WS-PERIODS
               COMPUTE WS-LAST-AGE = WS-PERIODS - WS-ORG-SUB + 1
               MOVE TRI-CUM (WS-TYPE-SUB, WS-ORG-SUB, WS-LAST-AGE)
                 TO TRI-LATEST (WS-TYPE-SUB, WS-ORG-SUB)
               MOVE FAC-CDF (WS-TYPE-SUB, WS-LAST-AGE)
                 TO TRI-CDF (WS-TYPE-SUB, WS-ORG-SUB)
               COMPUTE TRI-ULTIMATE (WS-TYPE-SUB, WS-ORG-SUB) ROUNDED =
                   TRI-LATEST (WS-TYPE-SUB, WS-ORG-SUB)
                 * TRI-CDF (WS-TYPE-SUB, WS-ORG-SUB)
               COMPUTE TRI-UNPAID (WS-TYPE-SUB, WS-ORG-SUB) =
                   TRI-ULTIMATE (WS-TYPE-SUB, WS-ORG-SUB)
                 - TRI-LATEST (WS-TYPE-SUB, WS-ORG-SUB)
               COMPUTE TRI-IBNR (WS-TYPE-SUB, WS-ORG-SUB) =
                   TRI-UNPAID (WS-TYPE-SUB, WS-ORG-SUB)
                 - TRI-CASE-RSV (WS-TYPE-SUB, WS-ORG-SUB)
               ADD TRI-LATEST (WS-TYPE-SUB, WS-ORG-SUB)
                   TO TT-LATEST (WS-TYPE-SUB)
               ADD TRI-ULTIMATE (WS-TYPE-SUB, WS-ORG-SUB)
                   TO TT-ULTIMATE (WS-TYPE-SUB)
               ADD TRI-UNPAID (WS-TYPE-SUB, WS-ORG-SUB)
                   TO TT-UNPAID (WS-TYPE-SUB)
               ADD TRI-CASE-RSV (WS-TYPE-SUB, WS-ORG-SUB)
                   TO TT-CASE-RSV (WS-TYPE-SUB)
               ADD TRI-IBNR (WS-TYPE-SUB, WS-ORG-SUB)
                   TO TT-IBNR (WS-TYPE-SUB)
           END-PERFORM.
       300-EXIT.
           EXIT.

       400-REPORT-TYPE.
           MOVE "400-REPORT-TYPE" TO PARA-NAME.
           WRITE IBNR-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO THL-NAME.
           WRITE IBNR-REPORT-REC FROM WS-TYPE-HEADING-LINE.
           MOVE "CUMULATIVE PAID BY INCURRAL QUARTER AND AGE (QUARTERS)"
             TO CPL-TEXT.
           WRITE IBNR-REPORT-REC FROM WS-CAPTION-LINE.

           MOVE SPACES TO WS-AGE-HEADING-LINE.
           MOVE "ORIGIN" TO AHL-LABEL.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB > WS-PERIODS
               MOVE "   AGE" TO AHL-CAPTION (WS-AGE-SUB)
               MOVE WS-AGE-SUB TO AHL-AGE (WS-AGE-SUB)
           END-PERFORM.
           WRITE IBNR-REPORT-REC FROM WS-AGE-HEADING-LINE.

           PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
                   UNTIL WS-ORG-SUB > WS-PERIODS
               PERFORM 410-WRITE-TRIANGLE-ROW THRU 410-EXIT
           END-PERFORM.

           MOVE SPACES TO WS-FACTOR-LINE.
           MOVE "AGE-AGE" TO FCL-LABEL.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB NOT < WS-PERIODS
               MOVE FAC-ATA (WS-TYPE-SUB, WS-AGE-SUB)
                 TO FCL-FACTOR (WS-AGE-SUB)
           END-PERFORM.
           WRITE IBNR-REPORT-REC FROM WS-FACTOR-LINE.
           MOVE SPACES TO WS-FACTOR-LINE.
           MOVE "TO ULT" TO FCL-LABEL.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB > WS-PERIODS
               MOVE FAC-CDF (WS-TYPE-SUB, WS-AGE-SUB)
                 TO FCL-FACTOR (WS-AGE-SUB)
           END-PERFORM.
           WRITE IBNR-REPORT-REC FROM WS-FACTOR-LINE.

           WRITE IBNR-REPORT-REC FROM WS-BLANK-LINE.
           WRITE IBNR-REPORT-REC FROM WS-ORIGIN-HEADING-LINE.
           PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
                   UNTIL WS-ORG-SUB > WS-PERIODS
               PERFORM 080-QUARTER-LABEL THRU 080-EXIT
               MOVE SPACES TO ORL-LABEL
               STRING WS-LABEL-CCYY "-Q" WS-LABEL-QQ
                   DELIMITED BY SIZE INTO ORL-LABEL
               END-STRING
               COMPUTE ORL-AGE = WS-PERIODS - WS-ORG-SUB + 1
               MOVE TRI-LATEST (WS-TYPE-SUB, WS-ORG-SUB) TO ORL-PAID
               MOVE TRI-CDF (WS-TYPE-SUB, WS-ORG-SUB) TO ORL-CDF
               MOVE TRI-ULTIMATE (WS-TYPE-SUB, WS-ORG-SUB)
                 TO ORL-ULTIMATE
               MOVE TRI-UNPAID (WS-TYPE-SUB, WS-ORG-SUB) TO ORL-UNPAID
               MOVE TRI-CASE-RSV (WS-TYPE-SUB, WS-ORG-SUB)
                 TO ORL-CASE-RSV
               MOVE TRI-IBNR (WS-TYPE-SUB, WS-ORG-SUB) TO ORL-IBNR
               WRITE IBNR-REPORT-REC FROM WS-ORIGIN-LINE
           END-PERFORM.
           MOVE "TOTAL" TO ORL-LABEL.
           MOVE ZERO TO ORL-AGE ORL-CDF.
           MOVE TT-LATEST (WS-TYPE-SUB) TO ORL-PAID.
           MOVE TT-ULTIMATE (WS-TYPE-SUB) TO ORL-ULTIMATE.
           MOVE TT-UNPAID (WS-TYPE-SUB) TO ORL-UNPAID.
           MOVE TT-CASE-RSV (WS-TYPE-SUB) TO ORL-CASE-RSV.
           MOVE TT-IBNR (WS-TYPE-SUB) TO ORL-IBNR.
           WRITE IBNR-REPORT-REC FROM WS-ORIGIN-LINE.
       400-EXIT.
           EXIT.

       410-WRITE-TRIANGLE-ROW.
      **** AGES NOT YET REACHED BY THE VALUATION DATE STAY BLANK.
           MOVE "410-WRITE-TRIANGLE-ROW" TO PARA-NAME.
           MOVE SPACES TO WS-TRIANGLE-LINE.
           PERFORM 080-QUARTER-LABEL THRU 080-EXIT.
           STRING WS-LABEL-CCYY "-Q" WS-LABEL-QQ
               DELIMITED BY SIZE INTO TRL-LABEL
           END-STRING.
           COMPUTE WS-LAST-AGE = WS-PERIODS - WS-ORG-SUB + 1.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB > WS-LAST-AGE
               MOVE TRI-CUM (WS-TYPE-SUB, WS-ORG-SUB, WS-AGE-SUB)
                 TO TRL-AMOUNT (WS-AGE-SUB)
           END-PERFORM.
           WRITE IBNR-REPORT-REC FROM WS-TRIANGLE-LINE.
       410-EXIT.
           EXIT.

       500-EXTRACT-TYPE.
      **** EVERY CELL ON OR ABOVE THE DIAGONAL, EVERY FACTOR, AND
      **** EVERY ORIGIN'S PROJECTION, FOR THE ACTUARIAL LOAD.
           MOVE "500-EXTRACT-TYPE" TO PARA-NAME.
           PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
                   UNTIL WS-ORG-SUB > WS-PERIODS
               PERFORM 080-QUARTER-LABEL THRU 080-EXIT
               COMPUTE WS-LAST-AGE = WS-PERIODS - WS-ORG-SUB + 1
               PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                       UNTIL WS-AGE-SUB > WS-LAST-AGE
                   PERFORM 510-EXTRACT-KEY THRU 510-EXIT
                   SET IBX-CELL TO TRUE
                   MOVE TRI-INCR (WS-TYPE-SUB, WS-ORG-SUB, WS-AGE-SUB)
                     TO IBX-INCR-PAID
                   MOVE TRI-CUM (WS-TYPE-SUB, WS-ORG-SUB, WS-AGE-SUB)
                     TO IBX-CUM-PAID
                   WRITE IBNR-EXTRACT-RECORD
               END-PERFORM
               PERFORM 510-EXTRACT-KEY THRU 510-EXIT
               SET IBX-ORIGIN TO TRUE
               MOVE WS-LAST-AGE TO IBX-DEV-AGE
               MOVE TRI-LATEST (WS-TYPE-SUB, WS-ORG-SUB)
                 TO IBX-PAID-TO-DATE
               MOVE TRI-CDF (WS-TYPE-SUB, WS-ORG-SUB) TO IBX-ORIGIN-CDF
               MOVE TRI-ULTIMATE (WS-TYPE-SUB, WS-ORG-SUB)
                 TO IBX-ULTIMATE
               MOVE TRI-CASE-RSV (WS-TYPE-SUB, WS-ORG-SUB)
                 TO IBX-CASE-RESERVE
               MOVE TRI-IBNR (WS-TYPE-SUB, WS-ORG-SUB) TO IBX-IBNR
               WRITE IBNR-EXTRACT-RECORD
           END-PERFORM.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB > WS-PERIODS
               MOVE ZERO TO WS-LABEL-CCYY WS-LABEL-QQ
               PERFORM 510-EXTRACT-KEY THRU 510-EXIT
               SET IBX-FACTOR TO TRUE
               MOVE FAC-ATA (WS-TYPE-SUB, WS-AGE-SUB) TO IBX-ATA-FACTOR
               MOVE FAC-CDF (WS-TYPE-SUB, WS-AGE-SUB) TO IBX-CDF
               WRITE IBNR-EXTRACT-RECORD
           END-PERFORM.
       500-EXIT.
           EXIT.

       510-EXTRACT-KEY.
           MOVE "510-EXTRACT-KEY" TO PARA-NAME.
           MOVE SPACES TO IBNR-EXTRACT-RECORD.
           MOVE WS-QTR-END TO IBX-VAL-DATE.
           MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO IBX-POLICY-TYPE.
           MOVE WS-LABEL-CCYY TO IBX-ORIGIN-CCYY.
           MOVE WS-LABEL-QQ TO IBX-ORIGIN-QQ.
           MOVE WS-AGE-SUB TO IBX-DEV-AGE.
       510-EXIT.
           EXIT.

       800-OPEN-FILES.
      **** CLMPAID MUST BE THERE.  WITHOUT CLMHIST EVERY CLAIM FALLS
      **** TO OTHER; WITHOUT CLMRVWST THE IBNR CARRIES NO CASE
      **** RESERVES - BOTH ARE COUNTED ON THE TOTALS.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, PAID-CLAIMS-FILE.
           OPEN OUTPUT IBNR-EXTRACT-FILE, IBNR-REPORT.
           OPEN INPUT CLAIM-HISTORY-FILE.
           IF CH-STATUS = "00"
               SET WS-HIST-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT REVIEW-STATUS-FILE.
           IF RVST-STATUS = "00"
               SET WS-RVST-FILE-OPEN TO TRUE
           END-IF.
           DISPLAY "CLMIBNR OPEN FILES".
           DISPLAY PD-STATUS.
           DISPLAY CH-STATUS.
           DISPLAY RVST-STATUS.
           IF PD-STATUS NOT = "00"
               SET END-OF-PD TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, IBNR-EXTRACT-FILE, IBNR-REPORT.
           CLOSE PAID-CLAIMS-FILE.
           IF WS-HIST-FILE-OPEN
               CLOSE CLAIM-HISTORY-FILE
           END-IF.
           IF WS-RVST-FILE-OPEN
               CLOSE REVIEW-STATUS-FILE
           END-IF.
           DISPLAY "CLMIBNR FILES CLOSED".
       900-EXIT.
           EXIT.
