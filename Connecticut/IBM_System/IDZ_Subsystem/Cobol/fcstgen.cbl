       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  FCSTGEN.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  MONTHLY STATISTICAL SALES
      *                FORECAST, RUN AFTER THE MONTH-END CLOSE.  POSTS
      *                THE CLOSED MONTH'S CTLFILE SALES TO THE SLSHIST
      *                SALES HISTORY, SPLIT ACROSS PRODUCT LINES BY
      *                EACH LINE'S PAYMENT DOLLARS FOR THE MONTH - THE
      *                GROWTH IN ITS CUMULATIVE MERGED-MASTER PAYMENTS
      *                SINCE LAST MONTH, OR, WITH NO PRIOR MONTH ON
      *                FILE, ITS REPLNISH USAGE RATE PRICED AT THE
      *                PART'S PAYMENT PRICE.  EACH LINE IS FORECAST
      *                FOR THE COMING MONTH AS A MOVING AVERAGE OF ITS
      *                DESEASONALIZED ACTUALS TIMES THE COMING MONTH'S
      *                SEASONAL INDEX (THE CALENDAR MONTH'S AVERAGE
      *                OVER THE LINE'S OVERALL AVERAGE, ONCE A YEAR OF
      *                HISTORY IS ON FILE).  THE LINES ADD UP TO THE
      *                COMPANY FORECAST, WHICH IS WRITTEN AS FCSTMO AND
      *                FCSTYTD TRANSACTIONS FOR CTLMAINT TO APPLY WITH
      *                ITS USUAL OLD-VERSUS-NEW AUDIT LINE.  THE REPORT
      *                ALSO MEASURES LAST MONTH'S SYSTEM FORECAST AND
      *                THE MANUAL CTLFILE FORECAST AGAINST ACTUAL.
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

           SELECT COST-CONTROL-IN
           ASSIGN TO UT-S-CTLFILEI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CTLI-STATUS.

           SELECT PARTS-MF-IN
           ASSIGN TO UT-S-NEWPARTS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MFI-STATUS.

           SELECT USAGE-HIST-IN
           ASSIGN TO UT-S-USAGEIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS UHI-STATUS.

           SELECT SALES-HIST-IN
           ASSIGN TO UT-S-SLSHSTI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SHI-STATUS.

           SELECT SALES-HIST-OUT
           ASSIGN TO UT-S-SLSHSTO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SHO-STATUS.

           SELECT FCST-TRANS-OUT
           ASSIGN TO UT-S-FCSTTRAN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FTR-STATUS.

           SELECT FCSTRPT
           ASSIGN TO UT-S-FCSTRPT
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
           05  PRM-CLOSED-MONTH            PIC 9(06).
           05  PRM-AVG-MONTHS              PIC 9(02).
           05  PRM-CYCLES-PER-MONTH        PIC 9(02).
           05  PRM-MAINT-USER              PIC X(08).
           05  FILLER                      PIC X(62).

       FD  COST-CONTROL-IN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS COST-CONTROL-REC-IN.
       01  COST-CONTROL-REC-IN             PIC X(80).

       FD  PARTS-MF-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTS-MF-REC-IN.
       01  PARTS-MF-REC-IN                 PIC X(100).

      *    SAME LAYOUT AS REPLNISH'S WS-USAGE-REC.
       FD  USAGE-HIST-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS USAGE-HIST-REC.
       01  USAGE-HIST-REC.
           05  UH-PARTNO                   PIC X(21).
           05  UH-TOTAL-USAGE              PIC 9(09).
           05  UH-CYCLE-COUNT              PIC 9(03).
           05  FILLER                      PIC X(07).

       FD  SALES-HIST-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SALES-HIST-REC.
       COPY SLSHIST.

       FD  SALES-HIST-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SALES-HIST-REC-OUT.
       01  SALES-HIST-REC-OUT              PIC X(80).

      *    SAME LAYOUT AS CTLMAINT'S CTLTRANS-REC.
       FD  FCST-TRANS-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FCST-TRANS-REC.
       01  FCST-TRANS-REC.
           05  TRANS-FIELD-ID              PIC X(08).
           05  TRANS-NEW-VALUE             PIC X(15).
           05  TRANS-MAINT-USER            PIC X(08).
           05  FILLER                      PIC X(49).

       FD  FCSTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FCSTRPT-REC.
       01  FCSTRPT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  CTLI-STATUS             PIC X(2).
               88 END-OF-CTLI     VALUE "10".
           05  MFI-STATUS              PIC X(2).
               88 MFI-OPENED      VALUE "00".
               88 END-OF-MFI      VALUE "10".
           05  UHI-STATUS              PIC X(2).
               88 UHI-OPENED      VALUE "00".
               88 END-OF-UHI      VALUE "10".
           05  SHI-STATUS              PIC X(2).
               88 SHI-OPENED      VALUE "00".
               88 END-OF-SHI      VALUE "10".
           05  SHO-STATUS              PIC X(2).
           05  FTR-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       COPY CTLFILE.

      *    SAME LAYOUT AS MTCHMERG'S WS-OLD-MF-REC.
       01  WS-MF-REC.
           05  OMF-PARTNO                      PIC  X(21).
           05  OMF-PROD-LINE                   PIC  X(2).
           05  OMF-ACCOUNT                     PIC  X(9).
           05  OMF-REC-QTY                     PIC S9(7).
           05  OMF-REC-AMT                     PIC S9(8)V99.
           05  OMF-PAY-QTY                     PIC S9(7).
           05  OMF-PAY-AMT                     PIC S9(8)V99.
           05  OMF-PARTNAME                    PIC  X(15).
           05  OMF-LAST-ACTY                   PIC  X(6).
           05  FILLER                          PIC  X(13).

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-AVG-MONTHS               PIC 9(02) VALUE 3.
           05  WS-CYCLES-PER-MONTH         PIC 9(02) VALUE 21.
           05  WS-MAINT-USER               PIC X(08) VALUE "FCSTGEN".
           05  WS-CLOSED-MONTH             PIC 9(06) VALUE ZERO.
           05  WS-CLOSED-PARTS REDEFINES WS-CLOSED-MONTH.
               10  WS-CLOSED-CCYY          PIC 9(04).
               10  WS-CLOSED-MM            PIC 9(02).
           05  WS-TARGET-MONTH             PIC 9(06) VALUE ZERO.
           05  WS-TARGET-PARTS REDEFINES WS-TARGET-MONTH.
               10  WS-TARGET-CCYY          PIC 9(04).
               10  WS-TARGET-MM            PIC 9(02).
           05  WS-WORK-MONTH               PIC 9(06) VALUE ZERO.
           05  WS-WORK-PARTS REDEFINES WS-WORK-MONTH.
               10  WS-WORK-CCYY            PIC 9(04).
               10  WS-WORK-MM              PIC 9(02).
           05  WS-CLOSED-NUM               PIC 9(07) COMP VALUE 0.
           05  WS-WORK-NUM                 PIC 9(07) COMP VALUE 0.
           05  WS-REMAINDER                PIC 9(02) COMP VALUE 0.
           05  WS-SLOT                     PIC S9(05) COMP VALUE 0.
           05  WS-LN-SUB                   PIC 9(03) COMP VALUE 0.
           05  WS-USE-SUB                  PIC 9(03) COMP VALUE 0.
           05  WS-SN-SUB                   PIC 9(02) COMP VALUE 0.
           05  WS-KEY-LINE                 PIC X(02).
           05  WS-FOUND-SW                 PIC X(01) VALUE "N".
               88 WS-ENTRY-FOUND              VALUE "Y".
           05  WS-UNIT-PRICE               PIC S9(7)V9999 COMP-3
                                                          VALUE 0.
           05  WS-TOTAL-USAGE-AMT          PIC S9(13)V99 COMP-3
                                                          VALUE 0.
           05  WS-HIST-SUM                 PIC S9(13)V99 COMP-3
                                                          VALUE 0.
           05  WS-HIST-COUNT               PIC 9(03) COMP VALUE 0.
           05  WS-AVG-SUM                  PIC S9(13)V99 COMP-3
                                                          VALUE 0.
           05  WS-AVG-COUNT                PIC 9(03) COMP VALUE 0.
           05  WS-DESEASON                 PIC S9(13)V99 COMP-3
                                                          VALUE 0.
           05  WS-COMPANY-FCST             PIC S9(13)V99 COMP-3
                                                          VALUE 0.
           05  WS-PROPOSED-YTD             PIC S9(13)V99 COMP-3
                                                          VALUE 0.
           05  WS-SYS-VARIANCE             PIC S9(13)V99 COMP-3
                                                          VALUE 0.
           05  WS-MAN-VARIANCE             PIC S9(13)V99 COMP-3
                                                          VALUE 0.
           05  WS-ABS-ERROR                PIC S9(13)V99 COMP-3
                                                          VALUE 0.
           05  WS-SYS-ERROR                PIC S9(13)V99 COMP-3
                                                          VALUE 0.
           05  WS-MAN-ERROR                PIC S9(13)V99 COMP-3
                                                          VALUE 0.
           05  WS-ABS-ACTUAL               PIC S9(13)V99 COMP-3
                                                          VALUE 0.
           05  WS-ERROR-PCT                PIC 9(04)V9 VALUE 0.
           05  WS-TRANS-AMOUNT             PIC 9(11).99.
           05  WS-HIST-READ                PIC 9(5) VALUE ZERO.
           05  WS-HIST-DROPPED             PIC 9(5) VALUE ZERO.
           05  WS-HIST-WRITTEN             PIC 9(5) VALUE ZERO.
           05  WS-PARTS-READ               PIC 9(5) VALUE ZERO.
           05  WS-TRANS-WRITTEN            PIC 9(5) VALUE ZERO.

      *    REPLNISH USAGE PER PART - AVERAGE CYCLE USAGE TIMES THE
      *    CYCLES IN A MONTH.
       01  USAGE-TABLE-AREA.
           05  WS-USE-COUNT                PIC 9(03) COMP VALUE 0.
           05  WS-USE-ENTRY OCCURS 500 TIMES.
               10  USE-PARTNO              PIC X(21).
               10  USE-MONTHLY-QTY         PIC 9(09) COMP-3.

      *    ONE ENTRY PER PRODUCT LINE, THE FIRST ALWAYS THE COMPANY
      *    TOTAL ("**").  SLOTS 1-36 ARE THE 36 MONTHS ENDING WITH THE
      *    CLOSED MONTH (SLOT 36); SLOT 37 IS THE MONTH BEING
      *    FORECAST.
       01  LINE-TABLE-AREA.
           05  WS-LN-COUNT                 PIC 9(03) COMP VALUE 0.
           05  WS-LN-ENTRY OCCURS 100 TIMES.
               10  LN-PROD-LINE            PIC X(02).
               10  LN-BASIS                PIC X(08).
               10  LN-CUM-USAGE-NOW        PIC S9(11)V99 COMP-3.
               10  LN-USAGE-RATE           PIC S9(11)V99 COMP-3.
               10  LN-MONTH-USAGE          PIC S9(11)V99 COMP-3.
               10  LN-MOVING-AVG           PIC S9(11)V99 COMP-3.
               10  LN-TARGET-INDEX         PIC 99V9999.
               10  LN-HIST-MONTHS          PIC 9(03) COMP.
               10  LN-SLOT OCCURS 37 TIMES.
                   15  LS-ACTUAL-SW        PIC X(01).
                       88  LS-POSTED          VALUE "Y".
                   15  LS-ACTUAL           PIC S9(11)V99 COMP-3.
                   15  LS-SYSTEM-FCST      PIC S9(11)V99 COMP-3.
                   15  LS-MANUAL-FCST      PIC S9(11)V99 COMP-3.
                   15  LS-CUM-USAGE        PIC S9(11)V99 COMP-3.

      *    SEASONAL INDEX BY CALENDAR MONTH FOR THE LINE IN HAND.
       01  SEASON-TABLE-AREA.
           05  WS-SN-ENTRY OCCURS 12 TIMES.
               10  SN-SUM                  PIC S9(13)V99 COMP-3.
               10  SN-COUNT                PIC 9(03) COMP.
               10  SN-INDEX                PIC 99V9999.

       01  WS-TITLE-LINE.
           05  RPT-TITLE-O             PIC X(60).
           05  FILLER                  PIC X(10) VALUE "  CLOSED: ".
           05  RPT-CLOSED-O            PIC 9(06).
           05  FILLER                  PIC X(16)
                 VALUE "  FORECAST FOR: ".
           05  RPT-TARGET-O            PIC 9(06).
           05  FILLER                  PIC X(12) VALUE "  RUN DATE: ".
           05  RPT-DATE-O              PIC 9(08).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SEC-TITLE-O             PIC X(60).
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  WS-ACC-HEADING-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "LINE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "BASIS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "        ACTUAL".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "   SYSTEM FCST".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "    SYSTEM VAR".
           05  FILLER                  PIC X(07) VALUE "  ERR %".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "   MANUAL FCST".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "    MANUAL VAR".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "  ERR %".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CLOSER".
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  WS-ACC-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ACC-LINE-O              PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ACC-BASIS-O             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ACC-ACTUAL-O            PIC -(10)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ACC-SYSTEM-O            PIC -(10)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ACC-SYS-VAR-O           PIC -(10)9.99.
           05  ACC-SYS-PCT-O           PIC ZZZ9.9.
           05  FILLER                  PIC X(01) VALUE "%".
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-COMPANY-ACC-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "ALL".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "CTLFILE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CAC-ACTUAL-O            PIC -(10)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CAC-SYSTEM-O            PIC -(10)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CAC-SYS-VAR-O           PIC -(10)9.99.
           05  CAC-SYS-PCT-O           PIC ZZZ9.9.
           05  FILLER                  PIC X(01) VALUE "%".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CAC-MANUAL-O            PIC -(10)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CAC-MAN-VAR-O           PIC -(10)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CAC-MAN-PCT-O           PIC ZZZ9.9.
           05  FILLER                  PIC X(01) VALUE "%".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CAC-CLOSER-O            PIC X(10).
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  WS-FCST-HEADING-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "LINE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "  DESEASON AVG".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE " SEASON".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "  NEXT MO FCST".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "MOS".
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  WS-FCST-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FCL-LINE-O              PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FCL-AVG-O               PIC -(10)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FCL-INDEX-O             PIC Z9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FCL-FCST-O              PIC -(10)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FCL-MONTHS-O            PIC ZZ9.
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  WS-FCST-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "ALL".
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  FTL-FCST-O              PIC -(10)9.99.
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-PROPOSAL-LINE.
           05  FILLER                  PIC X(16)
                 VALUE "PROPOSED FCSTMO ".
           05  PRL-FCSTMO-O            PIC -(10)9.99.
           05  FILLER                  PIC X(19)
                 VALUE "  PROPOSED FCSTYTD ".
           05  PRL-FCSTYTD-O           PIC -(10)9.99.
           05  FILLER                  PIC X(16)
                 VALUE "  CTLTRANS USER ".
           05  PRL-USER-O              PIC X(08).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * LOAD THE SALES HISTORY, THE REPLNISH USAGE AND THE MERGED
      * MASTER'S PAYMENT DOLLARS BY PRODUCT LINE, POST THE CLOSED
      * MONTH, FORECAST THE COMING ONE, CARRY THE HISTORY FORWARD,
      * REPORT ACCURACY AND THE NEW FORECAST, AND WRITE THE CTLMAINT
      * TRANSACTIONS.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           READ COST-CONTROL-IN INTO CTLFILE-REC
               AT END
                   DISPLAY "FCSTGEN - CONTROL FILE EMPTY"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 900-CLOSE-FILES THRU 900-EXIT
                   GOBACK.

           MOVE "**" TO WS-KEY-LINE.
           PERFORM 250-FIND-LINE THRU 250-EXIT.

           IF SHI-OPENED
               READ SALES-HIST-IN
                   AT END SET END-OF-SHI TO TRUE
               END-READ
               PERFORM 100-LOAD-ONE-HISTORY THRU 100-EXIT
                   UNTIL END-OF-SHI
           END-IF.
           IF UHI-OPENED
               READ USAGE-HIST-IN
                   AT END SET END-OF-UHI TO TRUE
               END-READ
               PERFORM 150-LOAD-ONE-USAGE THRU 150-EXIT
                   UNTIL END-OF-UHI
           END-IF.
           IF MFI-OPENED
               READ PARTS-MF-IN INTO WS-MF-REC
                   AT END SET END-OF-MFI TO TRUE
               END-READ
               PERFORM 200-ADD-ONE-PART THRU 200-EXIT
                   UNTIL END-OF-MFI
           END-IF.

           PERFORM 300-POST-CLOSED-MONTH THRU 300-EXIT.

           MOVE ZERO TO WS-COMPANY-FCST.
           PERFORM 400-FORECAST-LINE THRU 400-EXIT
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT.
           IF WS-LN-COUNT > 1
               MOVE WS-COMPANY-FCST TO LS-SYSTEM-FCST (1, 37)
           ELSE
               MOVE LS-SYSTEM-FCST (1, 37) TO WS-COMPANY-FCST
           END-IF.
           IF WS-COMPANY-FCST < ZERO
               MOVE ZERO TO WS-COMPANY-FCST
           END-IF.
           IF WS-TARGET-MM = 1
               MOVE WS-COMPANY-FCST TO WS-PROPOSED-YTD
           ELSE
               COMPUTE WS-PROPOSED-YTD =
                   CTLFILE-FORECAST-YTD + WS-COMPANY-FCST
           END-IF.
           IF WS-PROPOSED-YTD < ZERO
               MOVE ZERO TO WS-PROPOSED-YTD
           END-IF.

           PERFORM 500-WRITE-LINE-HISTORY THRU 500-EXIT
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT.

           PERFORM 600-WRITE-REPORT THRU 600-EXIT.
           PERFORM 700-WRITE-PROPOSALS THRU 700-EXIT.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** THE CLOSED MONTH DEFAULTS TO LAST MONTH - THE JOB RUNS
      **** AFTER THE MONTH-END CLOSE.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE WS-TODAY (1:6) TO WS-WORK-MONTH.
           COMPUTE WS-WORK-NUM = WS-WORK-CCYY * 12 + WS-WORK-MM - 2.
           DIVIDE WS-WORK-NUM BY 12
               GIVING WS-CLOSED-CCYY REMAINDER WS-REMAINDER.
           COMPUTE WS-CLOSED-MM = WS-REMAINDER + 1.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF END-OF-PRM
               GO TO 050-SET-MONTHS.
           IF PRM-CLOSED-MONTH NUMERIC
               IF PRM-CLOSED-MONTH (5:2) > "00"
                       AND PRM-CLOSED-MONTH (5:2) < "13"
                   MOVE PRM-CLOSED-MONTH TO WS-CLOSED-MONTH
               END-IF
           END-IF.
           IF PRM-AVG-MONTHS NUMERIC AND PRM-AVG-MONTHS > ZERO
                   AND PRM-AVG-MONTHS NOT > 12
               MOVE PRM-AVG-MONTHS TO WS-AVG-MONTHS.
           IF PRM-CYCLES-PER-MONTH NUMERIC
                   AND PRM-CYCLES-PER-MONTH > ZERO
               MOVE PRM-CYCLES-PER-MONTH TO WS-CYCLES-PER-MONTH.
           IF PRM-MAINT-USER NOT = SPACES
               MOVE PRM-MAINT-USER TO WS-MAINT-USER.
       050-SET-MONTHS.
           COMPUTE WS-CLOSED-NUM =
               WS-CLOSED-CCYY * 12 + WS-CLOSED-MM - 1.
           MOVE 37 TO WS-SLOT.
           PERFORM 420-SLOT-MONTH THRU 420-EXIT.
           MOVE WS-WORK-MONTH TO WS-TARGET-MONTH.
       050-EXIT.
           EXIT.

       100-LOAD-ONE-HISTORY.
      **** ONLY THE 36 MONTHS ENDING WITH THE CLOSED MONTH, AND THE
      **** FORECAST FOR THE MONTH AFTER, ARE KEPT.
           MOVE "100-LOAD-ONE-HISTORY" TO PARA-NAME.
           ADD 1 TO WS-HIST-READ.
           IF SH-MONTH NOT NUMERIC
               ADD 1 TO WS-HIST-DROPPED
               GO TO 100-READ.
           MOVE SH-MONTH TO WS-WORK-MONTH.
           COMPUTE WS-SLOT = 36 - WS-CLOSED-NUM
                           + (WS-WORK-CCYY * 12 + WS-WORK-MM - 1).
           IF WS-SLOT < 1 OR WS-SLOT > 37
               ADD 1 TO WS-HIST-DROPPED
               GO TO 100-READ.
           MOVE SH-PROD-LINE TO WS-KEY-LINE.
           PERFORM 250-FIND-LINE THRU 250-EXIT.
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-HIST-DROPPED
               GO TO 100-READ.
           MOVE SH-ACTUAL-SW TO LS-ACTUAL-SW (WS-LN-SUB, WS-SLOT).
           MOVE SH-ACTUAL-SALES TO LS-ACTUAL (WS-LN-SUB, WS-SLOT).
           MOVE SH-SYSTEM-FCST TO LS-SYSTEM-FCST (WS-LN-SUB, WS-SLOT).
           MOVE SH-MANUAL-FCST TO LS-MANUAL-FCST (WS-LN-SUB, WS-SLOT).
           MOVE SH-CUM-USAGE-AMT TO LS-CUM-USAGE (WS-LN-SUB, WS-SLOT).
       100-READ.
           READ SALES-HIST-IN
               AT END SET END-OF-SHI TO TRUE.
       100-EXIT.
           EXIT.

       150-LOAD-ONE-USAGE.
      **** MONTHLY USAGE IS THE AVERAGE CYCLE USAGE TIMES THE CYCLES
      **** IN A MONTH, AS ABCCLASS PROJECTS A YEAR.
           MOVE "150-LOAD-ONE-USAGE" TO PARA-NAME.
           IF UH-TOTAL-USAGE NOT NUMERIC OR UH-CYCLE-COUNT NOT NUMERIC
               GO TO 150-READ.
           IF WS-USE-COUNT NOT < 500
               GO TO 150-READ.
           ADD 1 TO WS-USE-COUNT.
           MOVE UH-PARTNO TO USE-PARTNO (WS-USE-COUNT).
           IF UH-CYCLE-COUNT > ZERO
               COMPUTE USE-MONTHLY-QTY (WS-USE-COUNT) ROUNDED =
                   UH-TOTAL-USAGE * WS-CYCLES-PER-MONTH
                       / UH-CYCLE-COUNT
                   ON SIZE ERROR
                       MOVE 999999999 TO USE-MONTHLY-QTY (WS-USE-COUNT)
               END-COMPUTE
           ELSE
               MOVE ZERO TO USE-MONTHLY-QTY (WS-USE-COUNT)
           END-IF.
       150-READ.
           READ USAGE-HIST-IN
               AT END SET END-OF-UHI TO TRUE.
       150-EXIT.
           EXIT.

       200-ADD-ONE-PART.
      **** EACH PART ADDS ITS CUMULATIVE PAYMENT DOLLARS TO ITS
      **** PRODUCT LINE, AND ITS MONTHLY USAGE PRICED AT ITS AVERAGE
      **** PAYMENT PRICE (RECEIPT PRICE IF IT HAS NO PAYMENTS) TO THE
      **** LINE'S USAGE RATE.
           MOVE "200-ADD-ONE-PART" TO PARA-NAME.
           ADD 1 TO WS-PARTS-READ.
           IF OMF-PAY-AMT NOT NUMERIC OR OMF-PAY-QTY NOT NUMERIC
               GO TO 200-READ.
           IF OMF-PROD-LINE = SPACES OR OMF-PROD-LINE = "**"
               GO TO 200-READ.
           MOVE OMF-PROD-LINE TO WS-KEY-LINE.
           PERFORM 250-FIND-LINE THRU 250-EXIT.
           IF NOT WS-ENTRY-FOUND
               GO TO 200-READ.
           ADD OMF-PAY-AMT TO LN-CUM-USAGE-NOW (WS-LN-SUB).
           MOVE ZERO TO WS-UNIT-PRICE.
           IF OMF-PAY-QTY > ZERO
               COMPUTE WS-UNIT-PRICE ROUNDED =
                   OMF-PAY-AMT / OMF-PAY-QTY
           ELSE
               IF OMF-REC-QTY NUMERIC AND OMF-REC-AMT NUMERIC
                       AND OMF-REC-QTY > ZERO
                   COMPUTE WS-UNIT-PRICE ROUNDED =
                       OMF-REC-AMT / OMF-REC-QTY
               END-IF
           END-IF.
           IF WS-UNIT-PRICE NOT > ZERO
               GO TO 200-READ.
           PERFORM VARYING WS-USE-SUB FROM 1 BY 1
                   UNTIL WS-USE-SUB > WS-USE-COUNT
               IF USE-PARTNO (WS-USE-SUB) = OMF-PARTNO
                   COMPUTE LN-USAGE-RATE (WS-LN-SUB) ROUNDED =
                       LN-USAGE-RATE (WS-LN-SUB)
                       + USE-MONTHLY-QTY (WS-USE-SUB) * WS-UNIT-PRICE
                   MOVE WS-USE-COUNT TO WS-USE-SUB
               END-IF
           END-PERFORM.
       200-READ.
           READ PARTS-MF-IN INTO WS-MF-REC
               AT END SET END-OF-MFI TO TRUE.
       200-EXIT.
           EXIT.

       250-FIND-LINE.
      **** FINDS WS-KEY-LINE IN THE LINE TABLE, ADDING IT IF THERE IS
      **** ROOM; WS-LN-SUB POINTS AT THE ENTRY.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
                      OR WS-ENTRY-FOUND
               IF LN-PROD-LINE (WS-LN-SUB) = WS-KEY-LINE
                   SET WS-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-LN-SUB
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND
               GO TO 250-EXIT.
           IF WS-LN-COUNT NOT < 100
               DISPLAY "PRODUCT LINE TABLE FULL - " WS-KEY-LINE
               MOVE 4 TO RETURN-CODE
               GO TO 250-EXIT.
           ADD 1 TO WS-LN-COUNT.
           MOVE WS-LN-COUNT TO WS-LN-SUB.
           INITIALIZE WS-LN-ENTRY (WS-LN-SUB).
           MOVE WS-KEY-LINE TO LN-PROD-LINE (WS-LN-SUB).
           SET WS-ENTRY-FOUND TO TRUE.
       250-EXIT.
           EXIT.

       300-POST-CLOSED-MONTH.
      **** THE COMPANY ACTUAL IS THE CTLFILE MONTH'S SALES, AND THE
      **** MANUAL FORECAST IS WHAT WAS KEYED FOR THAT MONTH.  IT IS
      **** SPLIT ACROSS THE LINES IN PROPORTION TO THEIR PAYMENT
      **** DOLLARS FOR THE MONTH.
           MOVE "300-POST-CLOSED-MONTH" TO PARA-NAME.
           MOVE "Y" TO LS-ACTUAL-SW (1, 36).
           MOVE CTLFILE-SALES-THIS-MO TO LS-ACTUAL (1, 36).
           MOVE CTLFILE-FORECAST-THIS-MO TO LS-MANUAL-FCST (1, 36).
           MOVE ZERO TO WS-TOTAL-USAGE-AMT.
           PERFORM 310-LINE-MONTH-USAGE THRU 310-EXIT
               VARYING WS-LN-SUB FROM 2 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT.
           IF WS-LN-COUNT > 1 AND WS-TOTAL-USAGE-AMT NOT > ZERO
               DISPLAY "FCSTGEN - NO PAYMENT DOLLARS TO SPLIT SALES"
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 320-ALLOCATE-LINE-SALES THRU 320-EXIT
               VARYING WS-LN-SUB FROM 2 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT.
       300-EXIT.
           EXIT.

       310-LINE-MONTH-USAGE.
      **** THE MONTH'S PAYMENT DOLLARS ARE THE GROWTH SINCE LAST
      **** MONTH'S SNAPSHOT.  WITH NO SNAPSHOT, OR A MASTER THAT HAS
      **** BEEN REBUILT SINCE, THE REPLNISH USAGE RATE STANDS IN.
           IF LS-POSTED (WS-LN-SUB, 35)
                   AND LN-CUM-USAGE-NOW (WS-LN-SUB)
                       NOT < LS-CUM-USAGE (WS-LN-SUB, 35)
               COMPUTE LN-MONTH-USAGE (WS-LN-SUB) =
                   LN-CUM-USAGE-NOW (WS-LN-SUB)
                   - LS-CUM-USAGE (WS-LN-SUB, 35)
               MOVE "SNAPSHOT" TO LN-BASIS (WS-LN-SUB)
           ELSE
               MOVE LN-USAGE-RATE (WS-LN-SUB)
                   TO LN-MONTH-USAGE (WS-LN-SUB)
               MOVE "USAGE RT" TO LN-BASIS (WS-LN-SUB)
           END-IF.
           IF LN-MONTH-USAGE (WS-LN-SUB) < ZERO
               MOVE ZERO TO LN-MONTH-USAGE (WS-LN-SUB)
           END-IF.
           ADD LN-MONTH-USAGE (WS-LN-SUB) TO WS-TOTAL-USAGE-AMT.
       310-EXIT.
           EXIT.

       320-ALLOCATE-LINE-SALES.
           MOVE "Y" TO LS-ACTUAL-SW (WS-LN-SUB, 36).
           MOVE LN-CUM-USAGE-NOW (WS-LN-SUB)
               TO LS-CUM-USAGE (WS-LN-SUB, 36).
           IF WS-TOTAL-USAGE-AMT > ZERO
               COMPUTE LS-ACTUAL (WS-LN-SUB, 36) ROUNDED =
                   CTLFILE-SALES-THIS-MO * LN-MONTH-USAGE (WS-LN-SUB)
                       / WS-TOTAL-USAGE-AMT
           ELSE
               MOVE ZERO TO LS-ACTUAL (WS-LN-SUB, 36)
           END-IF.
       320-EXIT.
           EXIT.

       400-FORECAST-LINE.
      **** MOVING AVERAGE OF THE LAST WS-AVG-MONTHS POSTED MONTHS,
      **** EACH DIVIDED BY ITS SEASONAL INDEX, TIMES THE INDEX OF THE
      **** MONTH BEING FORECAST.
           MOVE "400-FORECAST-LINE" TO PARA-NAME.
           PERFORM 410-SEASONAL-INDEXES THRU 410-EXIT.
           MOVE ZERO TO WS-AVG-SUM WS-AVG-COUNT.
           PERFORM VARYING WS-SLOT FROM 36 BY -1
                   UNTIL WS-SLOT < 1
                      OR WS-AVG-COUNT NOT < WS-AVG-MONTHS
               IF LS-POSTED (WS-LN-SUB, WS-SLOT)
                   PERFORM 420-SLOT-MONTH THRU 420-EXIT
                   IF SN-INDEX (WS-WORK-MM) > ZERO
                       COMPUTE WS-DESEASON ROUNDED =
                           LS-ACTUAL (WS-LN-SUB, WS-SLOT)
                           / SN-INDEX (WS-WORK-MM)
                   ELSE
                       MOVE LS-ACTUAL (WS-LN-SUB, WS-SLOT)
                           TO WS-DESEASON
                   END-IF
                   ADD WS-DESEASON TO WS-AVG-SUM
                   ADD 1 TO WS-AVG-COUNT
               END-IF
           END-PERFORM.
           IF WS-AVG-COUNT > ZERO
               COMPUTE LN-MOVING-AVG (WS-LN-SUB) ROUNDED =
                   WS-AVG-SUM / WS-AVG-COUNT
           ELSE
               MOVE ZERO TO LN-MOVING-AVG (WS-LN-SUB)
           END-IF.
           MOVE SN-INDEX (WS-TARGET-MM) TO LN-TARGET-INDEX (WS-LN-SUB).
           COMPUTE LS-SYSTEM-FCST (WS-LN-SUB, 37) ROUNDED =
               LN-MOVING-AVG (WS-LN-SUB) * LN-TARGET-INDEX (WS-LN-SUB)
               ON SIZE ERROR
                   MOVE LN-MOVING-AVG (WS-LN-SUB)
                       TO LS-SYSTEM-FCST (WS-LN-SUB, 37)
           END-COMPUTE.
           MOVE ZERO TO LS-ACTUAL (WS-LN-SUB, 37).
           MOVE "N" TO LS-ACTUAL-SW (WS-LN-SUB, 37).
           IF WS-LN-SUB > 1
               ADD LS-SYSTEM-FCST (WS-LN-SUB, 37) TO WS-COMPANY-FCST
           END-IF.
       400-EXIT.
           EXIT.

       410-SEASONAL-INDEXES.
      **** A CALENDAR MONTH'S INDEX IS ITS AVERAGE OVER THE LINE'S
      **** OVERALL MONTHLY AVERAGE.  UNTIL A FULL YEAR IS ON FILE, OR
      **** FOR A MONTH NOT YET SEEN, THE INDEX IS 1.
           MOVE ZERO TO WS-HIST-SUM WS-HIST-COUNT.
           PERFORM VARYING WS-SN-SUB FROM 1 BY 1 UNTIL WS-SN-SUB > 12
               MOVE ZERO TO SN-SUM (WS-SN-SUB) SN-COUNT (WS-SN-SUB)
               MOVE 1 TO SN-INDEX (WS-SN-SUB)
           END-PERFORM.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 36
               IF LS-POSTED (WS-LN-SUB, WS-SLOT)
                   PERFORM 420-SLOT-MONTH THRU 420-EXIT
                   ADD LS-ACTUAL (WS-LN-SUB, WS-SLOT)
                       TO SN-SUM (WS-WORK-MM) WS-HIST-SUM
                   ADD 1 TO SN-COUNT (WS-WORK-MM) WS-HIST-COUNT
               END-IF
           END-PERFORM.
           MOVE WS-HIST-COUNT TO LN-HIST-MONTHS (WS-LN-SUB).
           IF WS-HIST-COUNT < 12 OR WS-HIST-SUM NOT > ZERO
               GO TO 410-EXIT.
           PERFORM VARYING WS-SN-SUB FROM 1 BY 1 UNTIL WS-SN-SUB > 12
               IF SN-COUNT (WS-SN-SUB) > ZERO
                       AND SN-SUM (WS-SN-SUB) > ZERO
                   COMPUTE SN-INDEX (WS-SN-SUB) ROUNDED =
                       (SN-SUM (WS-SN-SUB) * WS-HIST-COUNT)
                       / (SN-COUNT (WS-SN-SUB) * WS-HIST-SUM)
                       ON SIZE ERROR
                           MOVE 1 TO SN-INDEX (WS-SN-SUB)
                   END-COMPUTE
               END-IF
           END-PERFORM.
       410-EXIT.
           EXIT.

       420-SLOT-MONTH.
      **** CCYYMM OF TABLE SLOT WS-SLOT INTO WS-WORK-MONTH.
           COMPUTE WS-WORK-NUM = WS-CLOSED-NUM - 36 + WS-SLOT.
           DIVIDE WS-WORK-NUM BY 12
               GIVING WS-WORK-CCYY REMAINDER WS-REMAINDER.
           COMPUTE WS-WORK-MM = WS-REMAINDER + 1.
       420-EXIT.
           EXIT.

       500-WRITE-LINE-HISTORY.
      **** EVERY POSTED MONTH, AND THE NEW FORECAST MONTH, GOES BACK
      **** OUT; ANYTHING OLDER THAN 36 MONTHS HAS ALREADY DROPPED.
           MOVE "500-WRITE-LINE-HISTORY" TO PARA-NAME.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 37
               IF LS-POSTED (WS-LN-SUB, WS-SLOT)
                       OR LS-SYSTEM-FCST (WS-LN-SUB, WS-SLOT)
                           NOT = ZERO
                   PERFORM 420-SLOT-MONTH THRU 420-EXIT
                   MOVE SPACES TO SALES-HIST-REC
                   MOVE LN-PROD-LINE (WS-LN-SUB) TO SH-PROD-LINE
                   MOVE WS-WORK-MONTH TO SH-MONTH
                   MOVE LS-ACTUAL-SW (WS-LN-SUB, WS-SLOT)
                       TO SH-ACTUAL-SW
                   MOVE LS-ACTUAL (WS-LN-SUB, WS-SLOT)
                       TO SH-ACTUAL-SALES
                   MOVE LS-SYSTEM-FCST (WS-LN-SUB, WS-SLOT)
                       TO SH-SYSTEM-FCST
                   MOVE LS-MANUAL-FCST (WS-LN-SUB, WS-SLOT)
                       TO SH-MANUAL-FCST
                   MOVE LS-CUM-USAGE (WS-LN-SUB, WS-SLOT)
                       TO SH-CUM-USAGE-AMT
                   WRITE SALES-HIST-REC-OUT FROM SALES-HIST-REC
                   ADD 1 TO WS-HIST-WRITTEN
               END-IF
           END-PERFORM.
       500-EXIT.
           EXIT.

       600-WRITE-REPORT.
           MOVE "600-WRITE-REPORT" TO PARA-NAME.
           MOVE "SALES FORECAST AND FORECAST ACCURACY" TO RPT-TITLE-O.
           MOVE WS-CLOSED-MONTH TO RPT-CLOSED-O.
           MOVE WS-TARGET-MONTH TO RPT-TARGET-O.
           MOVE WS-TODAY TO RPT-DATE-O.
           WRITE FCSTRPT-REC FROM WS-TITLE-LINE.
           WRITE FCSTRPT-REC FROM WS-BLANK-LINE.
           MOVE "ACCURACY FOR THE CLOSED MONTH - SYSTEM VS MANUAL"
               TO SEC-TITLE-O.
           WRITE FCSTRPT-REC FROM WS-SECTION-LINE.
           WRITE FCSTRPT-REC FROM WS-ACC-HEADING-LINE.
           PERFORM 610-ACCURACY-LINE THRU 610-EXIT
               VARYING WS-LN-SUB FROM 2 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT.
           PERFORM 620-COMPANY-ACCURACY THRU 620-EXIT.

           WRITE FCSTRPT-REC FROM WS-BLANK-LINE.
           MOVE "SYSTEM FORECAST FOR THE COMING MONTH" TO SEC-TITLE-O.
           WRITE FCSTRPT-REC FROM WS-SECTION-LINE.
           WRITE FCSTRPT-REC FROM WS-FCST-HEADING-LINE.
           IF WS-LN-COUNT > 1
               PERFORM 630-FORECAST-LINE THRU 630-EXIT
                   VARYING WS-LN-SUB FROM 2 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
           ELSE
               MOVE 1 TO WS-LN-SUB
               PERFORM 630-FORECAST-LINE THRU 630-EXIT
           END-IF.
           MOVE WS-COMPANY-FCST TO FTL-FCST-O.
           WRITE FCSTRPT-REC FROM WS-FCST-TOTAL-LINE.

           WRITE FCSTRPT-REC FROM WS-BLANK-LINE.
           MOVE WS-COMPANY-FCST TO PRL-FCSTMO-O.
           MOVE WS-PROPOSED-YTD TO PRL-FCSTYTD-O.
           MOVE WS-MAINT-USER TO PRL-USER-O.
           WRITE FCSTRPT-REC FROM WS-PROPOSAL-LINE.
       600-EXIT.
           EXIT.

       610-ACCURACY-LINE.
           MOVE LN-PROD-LINE (WS-LN-SUB) TO ACC-LINE-O.
           MOVE LN-BASIS (WS-LN-SUB) TO ACC-BASIS-O.
           MOVE LS-ACTUAL (WS-LN-SUB, 36) TO ACC-ACTUAL-O.
           MOVE LS-SYSTEM-FCST (WS-LN-SUB, 36) TO ACC-SYSTEM-O.
           COMPUTE WS-SYS-VARIANCE = LS-ACTUAL (WS-LN-SUB, 36)
                                   - LS-SYSTEM-FCST (WS-LN-SUB, 36).
           MOVE WS-SYS-VARIANCE TO ACC-SYS-VAR-O.
           MOVE WS-SYS-VARIANCE TO WS-ABS-ERROR.
           MOVE LS-ACTUAL (WS-LN-SUB, 36) TO WS-ABS-ACTUAL.
           PERFORM 650-ERROR-PERCENT THRU 650-EXIT.
           MOVE WS-ERROR-PCT TO ACC-SYS-PCT-O.
           WRITE FCSTRPT-REC FROM WS-ACC-LINE.
       610-EXIT.
           EXIT.

       620-COMPANY-ACCURACY.
      **** THE COMPANY LINE ALSO CARRIES THE MANUAL FORECAST AND SAYS
      **** WHICH OF THE TWO CAME CLOSER.
           MOVE LS-ACTUAL (1, 36) TO CAC-ACTUAL-O.
           MOVE LS-SYSTEM-FCST (1, 36) TO CAC-SYSTEM-O.
           COMPUTE WS-SYS-VARIANCE =
               LS-ACTUAL (1, 36) - LS-SYSTEM-FCST (1, 36).
           MOVE WS-SYS-VARIANCE TO CAC-SYS-VAR-O.
           MOVE LS-ACTUAL (1, 36) TO WS-ABS-ACTUAL.
           MOVE WS-SYS-VARIANCE TO WS-ABS-ERROR.
           PERFORM 650-ERROR-PERCENT THRU 650-EXIT.
           MOVE WS-ERROR-PCT TO CAC-SYS-PCT-O.
           MOVE WS-ABS-ERROR TO WS-SYS-ERROR.
           MOVE LS-MANUAL-FCST (1, 36) TO CAC-MANUAL-O.
           COMPUTE WS-MAN-VARIANCE =
               LS-ACTUAL (1, 36) - LS-MANUAL-FCST (1, 36).
           MOVE WS-MAN-VARIANCE TO CAC-MAN-VAR-O.
           MOVE WS-MAN-VARIANCE TO WS-ABS-ERROR.
           PERFORM 650-ERROR-PERCENT THRU 650-EXIT.
           MOVE WS-ERROR-PCT TO CAC-MAN-PCT-O.
           MOVE WS-ABS-ERROR TO WS-MAN-ERROR.
           EVALUATE TRUE
               WHEN LS-SYSTEM-FCST (1, 36) = ZERO
                   MOVE "NO SYS FCST" TO CAC-CLOSER-O
               WHEN WS-SYS-ERROR < WS-MAN-ERROR
                   MOVE "SYSTEM" TO CAC-CLOSER-O
               WHEN WS-SYS-ERROR > WS-MAN-ERROR
                   MOVE "MANUAL" TO CAC-CLOSER-O
               WHEN OTHER
                   MOVE "SAME" TO CAC-CLOSER-O
           END-EVALUATE.
           WRITE FCSTRPT-REC FROM WS-COMPANY-ACC-LINE.
       620-EXIT.
           EXIT.

       630-FORECAST-LINE.
           MOVE LN-PROD-LINE (WS-LN-SUB) TO FCL-LINE-O.
           MOVE LN-MOVING-AVG (WS-LN-SUB) TO FCL-AVG-O.
           MOVE LN-TARGET-INDEX (WS-LN-SUB) TO FCL-INDEX-O.
           MOVE LS-SYSTEM-FCST (WS-LN-SUB, 37) TO FCL-FCST-O.
           MOVE LN-HIST-MONTHS (WS-LN-SUB) TO FCL-MONTHS-O.
           WRITE FCSTRPT-REC FROM WS-FCST-LINE.
       630-EXIT.
           EXIT.

       650-ERROR-PERCENT.
      **** THE ERROR IN WS-ABS-ERROR, MADE ABSOLUTE, AS A PERCENT OF
      **** THE ABSOLUTE ACTUAL IN WS-ABS-ACTUAL.
           IF WS-ABS-ERROR < ZERO
               MULTIPLY -1 BY WS-ABS-ERROR
           END-IF.
           IF WS-ABS-ACTUAL < ZERO
               MULTIPLY -1 BY WS-ABS-ACTUAL
           END-IF.
           IF WS-ABS-ACTUAL = ZERO
               MOVE ZERO TO WS-ERROR-PCT
               GO TO 650-EXIT.
           COMPUTE WS-ERROR-PCT ROUNDED =
               WS-ABS-ERROR * 100 / WS-ABS-ACTUAL
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-ERROR-PCT
           END-COMPUTE.
       650-EXIT.
           EXIT.

       700-WRITE-PROPOSALS.
      **** THE PROPOSED VALUES GO THROUGH CTLMAINT LIKE ANY KEYED
      **** CHANGE, SO THE CONTROL RECORD'S AUDIT LINE SHOWS THE OLD
      **** MANUAL FIGURE AGAINST THE SYSTEM FIGURE.
           MOVE "700-WRITE-PROPOSALS" TO PARA-NAME.
           MOVE SPACES TO FCST-TRANS-REC.
           MOVE "FCSTMO  " TO TRANS-FIELD-ID.
           MOVE WS-COMPANY-FCST TO WS-TRANS-AMOUNT.
           MOVE WS-TRANS-AMOUNT TO TRANS-NEW-VALUE.
           MOVE WS-MAINT-USER TO TRANS-MAINT-USER.
           WRITE FCST-TRANS-REC.
           MOVE SPACES TO FCST-TRANS-REC.
           MOVE "FCSTYTD " TO TRANS-FIELD-ID.
           MOVE WS-PROPOSED-YTD TO WS-TRANS-AMOUNT.
           MOVE WS-TRANS-AMOUNT TO TRANS-NEW-VALUE.
           MOVE WS-MAINT-USER TO TRANS-MAINT-USER.
           WRITE FCST-TRANS-REC.
           ADD 2 TO WS-TRANS-WRITTEN.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, COST-CONTROL-IN, PARTS-MF-IN.
           OPEN INPUT USAGE-HIST-IN, SALES-HIST-IN.
           OPEN OUTPUT SALES-HIST-OUT, FCST-TRANS-OUT, FCSTRPT.
           DISPLAY "FCSTGEN OPEN FILES".
           DISPLAY PRM-STATUS.
           DISPLAY CTLI-STATUS.
           DISPLAY MFI-STATUS.
           DISPLAY UHI-STATUS.
           DISPLAY SHI-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, COST-CONTROL-IN, PARTS-MF-IN,
                 USAGE-HIST-IN, SALES-HIST-IN, SALES-HIST-OUT,
                 FCST-TRANS-OUT, FCSTRPT.
           DISPLAY "FCSTGEN FILES CLOSED".
           DISPLAY "HISTORY RECORDS READ   " WS-HIST-READ.
           DISPLAY "HISTORY RECORDS DROPPED" WS-HIST-DROPPED.
           DISPLAY "HISTORY RECORDS WRITTEN" WS-HIST-WRITTEN.
           DISPLAY "MASTER PARTS READ      " WS-PARTS-READ.
           DISPLAY "CTLMAINT TRANS WRITTEN " WS-TRANS-WRITTEN.
       900-EXIT.
           EXIT.
