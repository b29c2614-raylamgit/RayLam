       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  ABCCLASS.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  QUARTERLY ABC CLASSIFICATION
      *                OF THE MERGED PARTS MASTER.  EACH PART'S ANNUAL
      *                USAGE IS PROJECTED FROM THE REPLNISH USAGE
      *                HISTORY (AVERAGE CYCLE USAGE TIMES CYCLES PER
      *                YEAR) AND VALUED AT THE PRTVALUE UNIT COST -
      *                LAST COST OR MOVING AVERAGE FROM THE COSTLAYR
      *                LAYERS, SAME PARM AS PRTVALUE.  PARTS ARE RANKED
      *                BY ANNUAL VALUE: THE PARTS MAKING UP THE FIRST
      *                A-CUTOFF PERCENT OF VALUE ARE CLASS A, THROUGH
      *                THE B-CUTOFF ARE CLASS B, THE REST CLASS C.
      *                EACH CLASS CARRIES ITS COUNT FREQUENCY IN WEEKS
      *                AND EACH PART IS GIVEN A WEEK WITHIN THAT PERIOD
      *                IN RANK ORDER, SO EVERY WEEK GETS AN EVEN SHARE
      *                OF EACH CLASS.  WRITES THE ABCMSTR FILE CNTSCHED
      *                SCHEDULES FROM, CARRYING THE LAST-COUNT DATE
      *                FORWARD FROM THE PRIOR QUARTER'S MASTER.
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

           SELECT PARTS-MF-IN
           ASSIGN TO UT-S-NEWPARTS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MFI-STATUS.

           SELECT USAGE-HIST-IN
           ASSIGN TO UT-S-USAGEIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS UHI-STATUS.

           SELECT COST-LAYER-FILE ASSIGN TO UT-S-COSTLAYR
             FILE STATUS IS CLY-STATUS.

           SELECT STOCK-LOC-FILE
           ASSIGN TO UT-S-STKLOC
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LOC-STATUS.

           SELECT ABC-MASTER-IN
           ASSIGN TO UT-S-ABCMSTRI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ABI-STATUS.

           SELECT ABC-MASTER-OUT
           ASSIGN TO UT-S-ABCMSTRO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ABO-STATUS.

           SELECT ABC-SORT-FILE
           ASSIGN TO UT-S-SORTWK01.

           SELECT ABCRPT
           ASSIGN TO UT-S-ABCRPT
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
           05  PRM-VALUE-METHOD            PIC X(01).
           05  PRM-A-CUTOFF-PCT            PIC 9(03).
           05  PRM-B-CUTOFF-PCT            PIC 9(03).
           05  PRM-A-FREQ-WEEKS            PIC 9(02).
           05  PRM-B-FREQ-WEEKS            PIC 9(02).
           05  PRM-C-FREQ-WEEKS            PIC 9(02).
           05  PRM-CYCLES-PER-YEAR         PIC 9(03).
           05  FILLER                      PIC X(64).

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

      *    SAME LAYOUT AS PRTVALUE'S COST-LAYER-RECORD.
       FD  COST-LAYER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COST-LAYER-RECORD.
       01  COST-LAYER-RECORD.
           05  CL-PARTNO                    PIC X(21).
           05  CL-LAYER-DATE                PIC X(8).
           05  CL-QTY                       PIC S9(7).
           05  CL-UNIT-COST                 PIC S9(5)V9999.
           05  FILLER                       PIC X(15).

      *    WHERE EACH PART IS STOCKED - WAREHOUSE AND COUNT AREA.
       FD  STOCK-LOC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STOCK-LOC-REC.
       01  STOCK-LOC-REC.
           05  SL-PARTNO                   PIC X(21).
           05  SL-WAREHOUSE                PIC X(07).
           05  SL-COUNT-AREA               PIC X(04).
           05  FILLER                      PIC X(08).

       FD  ABC-MASTER-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ABC-MASTER-REC.
       COPY ABCMSTR.

       FD  ABC-MASTER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ABC-MASTER-REC-OUT.
       01  ABC-MASTER-REC-OUT              PIC X(100).

       SD  ABC-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ABC-SORT-REC.
       01  ABC-SORT-REC.
           05  SR-ANNUAL-VALUE                 PIC 9(11)V99.
           05  SR-PARTNO                       PIC X(21).
           05  SR-WAREHOUSE                    PIC X(07).
           05  SR-COUNT-AREA                   PIC X(04).
           05  SR-ANNUAL-USAGE                 PIC 9(09).
           05  SR-UNIT-COST                    PIC 9(05)V9999.
           05  SR-LAST-COUNT-DATE              PIC 9(08).
           05  SR-PRIOR-CLASS                  PIC X(01).
           05  FILLER                          PIC X(08).

       FD  ABCRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ABCRPT-REC.
       01  ABCRPT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  MFI-STATUS              PIC X(2).
               88 END-OF-MFI      VALUE "10".
           05  UHI-STATUS              PIC X(2).
               88 UHI-OPENED      VALUE "00".
               88 END-OF-UHI      VALUE "10".
           05  CLY-STATUS              PIC X(2).
               88 CLY-OPENED      VALUE "00".
               88 END-OF-CLY      VALUE "10".
           05  LOC-STATUS              PIC X(2).
               88 LOC-OPENED      VALUE "00".
               88 END-OF-LOC      VALUE "10".
           05  ABI-STATUS              PIC X(2).
               88 ABI-OPENED      VALUE "00".
               88 END-OF-ABI      VALUE "10".
           05  ABO-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

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
           05  WS-VALUE-METHOD             PIC X(01) VALUE "L".
               88 METHOD-LAST-COST            VALUE "L".
               88 METHOD-MOVING-AVG           VALUE "A".
           05  WS-A-CUTOFF-PCT             PIC 9(03) VALUE 80.
           05  WS-B-CUTOFF-PCT             PIC 9(03) VALUE 95.
           05  WS-CYCLES-PER-YEAR          PIC 9(03) VALUE 52.
           05  WS-SUB                      PIC 9(03) COMP VALUE 0.
           05  WS-CLS-SUB                  PIC 9(01) COMP VALUE 0.
           05  WS-FOUND-SW                 PIC X(01) VALUE "N".
               88 WS-ENTRY-FOUND              VALUE "Y".
           05  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
               88 WS-SORT-EOF                 VALUE "Y".
           05  WS-UNIT-COST                PIC S9(5)V9999 COMP-3
                                                          VALUE 0.
           05  WS-ANNUAL-USAGE             PIC 9(09) COMP-3 VALUE 0.
           05  WS-ANNUAL-VALUE             PIC 9(11)V99 COMP-3
                                                          VALUE 0.
           05  WS-TOTAL-VALUE              PIC 9(13)V99 COMP-3
                                                          VALUE 0.
           05  WS-CUM-VALUE                PIC 9(13)V99 COMP-3
                                                          VALUE 0.
           05  WS-CUM-PCT                  PIC 9(03)V99 VALUE 0.
           05  WS-QUOTIENT                 PIC 9(05) COMP VALUE 0.
           05  WS-REMAINDER                PIC 9(02) COMP VALUE 0.
           05  WS-PER-WEEK                 PIC 9(05) VALUE 0.
           05  WS-PCT-OF-VALUE             PIC 9(03)V99 VALUE 0.
           05  WS-PARTS-READ               PIC 9(05) VALUE ZERO.
           05  WS-PARTS-CLASSED            PIC 9(05) VALUE ZERO.
           05  WS-CLASS-CHANGES            PIC 9(05) VALUE ZERO.
           05  WS-NO-LOCATION              PIC 9(05) VALUE ZERO.

      *    ONE ENTRY PER CLASS - A, B, C - WITH ITS COUNT FREQUENCY
      *    IN WEEKS AND THE RUNNING RANK THAT SPREADS ITS PARTS OVER
      *    THE WEEKS OF THAT PERIOD.
       01  CLASS-TABLE-AREA.
           05  WS-CLS-ENTRY OCCURS 3 TIMES.
               10  CLS-CODE                PIC X(01).
               10  CLS-FREQ-WEEKS          PIC 9(02).
               10  CLS-RANK                PIC 9(05) COMP.
               10  CLS-PARTS               PIC 9(05).
               10  CLS-VALUE               PIC 9(13)V99 COMP-3.

      *    RECEIPT-LAYER ROLL-UP PER PART FOR THE MOVING AVERAGE.
       01  LAYER-TABLE-AREA.
           05  WS-LYR-COUNT                PIC 9(03) COMP VALUE 0.
           05  WS-LYR-ENTRY OCCURS 500 TIMES.
               10  LYR-PARTNO              PIC X(21).
               10  LYR-QTY                 PIC S9(9) COMP-3.
               10  LYR-AMT                 PIC S9(11)V99 COMP-3.

      *    PROJECTED ANNUAL USAGE PER PART FROM THE USAGE HISTORY.
       01  USAGE-TABLE-AREA.
           05  WS-USE-COUNT                PIC 9(03) COMP VALUE 0.
           05  WS-USE-ENTRY OCCURS 500 TIMES.
               10  USE-PARTNO              PIC X(21).
               10  USE-ANNUAL-QTY          PIC 9(09) COMP-3.

      *    STOCKING LOCATION PER PART.
       01  LOCATION-TABLE-AREA.
           05  WS-LOC-COUNT                PIC 9(03) COMP VALUE 0.
           05  WS-LOC-ENTRY OCCURS 500 TIMES.
               10  LOC-PARTNO              PIC X(21).
               10  LOC-WAREHOUSE           PIC X(07).
               10  LOC-COUNT-AREA          PIC X(04).

      *    LAST QUARTER'S CLASS AND LAST-COUNT DATE PER PART.
       01  PRIOR-TABLE-AREA.
           05  WS-PRI-COUNT                PIC 9(03) COMP VALUE 0.
           05  WS-PRI-ENTRY OCCURS 500 TIMES.
               10  PRI-PARTNO              PIC X(21).
               10  PRI-CLASS               PIC X(01).
               10  PRI-LAST-COUNT-DATE     PIC 9(08).

       01  WS-TITLE-LINE.
           05  RPT-TITLE-O             PIC X(60).
           05  FILLER                  PIC X(10) VALUE "  METHOD: ".
           05  RPT-METHOD-O            PIC X(12).
           05  FILLER                  PIC X(15)
                 VALUE "  CUTOFFS A/B: ".
           05  RPT-A-CUTOFF-O          PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE "/".
           05  RPT-B-CUTOFF-O          PIC ZZ9.
           05  FILLER                  PIC X(07) VALUE "%  RUN ".
           05  RPT-DATE-O              PIC 9(08).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(06) VALUE "PART: ".
           05  DTL-PARTNO-O            PIC X(21).
           05  FILLER                  PIC X(08) VALUE " CLASS: ".
           05  DTL-CLASS-O             PIC X(01).
           05  FILLER                  PIC X(06) VALUE " WAS: ".
           05  DTL-PRIOR-O             PIC X(01).
           05  FILLER                  PIC X(13)
                 VALUE " ANNUAL QTY: ".
           05  DTL-USAGE-O             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE " UNIT: ".
           05  DTL-UNIT-O              PIC ZZ,ZZ9.9999.
           05  FILLER                  PIC X(08) VALUE " VALUE: ".
           05  DTL-VALUE-O             PIC $$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(07) VALUE " CUM%: ".
           05  DTL-CUM-O               PIC ZZ9.99.
           05  FILLER                  PIC X(04) VALUE " WK ".
           05  DTL-WEEK-O              PIC Z9.
           05  FILLER                  PIC X(01) VALUE "/".
           05  DTL-FREQ-O              PIC Z9.
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  WS-NO-LOC-LINE.
           05  FILLER                  PIC X(06) VALUE "PART: ".
           05  NLL-PARTNO-O            PIC X(21).
           05  FILLER                  PIC X(50) VALUE
               "  NO STOCKING LOCATION ON STKLOC - LISTED UNPLACED".
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-CLASS-SUMMARY-LINE.
           05  FILLER                  PIC X(06) VALUE "CLASS ".
           05  CSL-CLASS-O             PIC X(01).
           05  FILLER                  PIC X(09) VALUE "  PARTS: ".
           05  CSL-PARTS-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(16)
                 VALUE "  ANNUAL VALUE: ".
           05  CSL-VALUE-O             PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(16)
                 VALUE "  PCT OF VALUE: ".
           05  CSL-PCT-O               PIC ZZ9.99.
           05  FILLER                  PIC X(14)
                 VALUE "  COUNT EVERY ".
           05  CSL-FREQ-O              PIC Z9.
           05  FILLER                  PIC X(21)
                 VALUE " WEEKS  COUNTS/WEEK: ".
           05  CSL-PER-WEEK-O          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(18)
                 VALUE "PARTS CLASSIFIED: ".
           05  TOT-CLASSED-O           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(17)
                 VALUE "  CLASS CHANGES: ".
           05  TOT-CHANGES-O           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(19)
                 VALUE "  NO STOCKING LOC: ".
           05  TOT-NO-LOC-O            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(22)
                 VALUE "  TOTAL ANNUAL VALUE: ".
           05  TOT-VALUE-O             PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * TABLE THE COST LAYERS, USAGE HISTORY, STOCKING LOCATIONS AND
      * LAST QUARTER'S CLASSES, VALUE EVERY PART ON THE MERGED MASTER,
      * SORT THEM BY ANNUAL VALUE, CUT THE CLASSES AT THE CUTOFFS AND
      * WRITE THE NEW ABC MASTER, THEN SUMMARIZE BY CLASS.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           IF CLY-OPENED
               READ COST-LAYER-FILE
                   AT END SET END-OF-CLY TO TRUE
               END-READ
               PERFORM 060-ROLL-ONE-LAYER THRU 060-EXIT
                   UNTIL END-OF-CLY
           END-IF.
           IF UHI-OPENED
               READ USAGE-HIST-IN
                   AT END SET END-OF-UHI TO TRUE
               END-READ
               PERFORM 070-LOAD-ONE-USAGE THRU 070-EXIT
                   UNTIL END-OF-UHI
           END-IF.
           IF LOC-OPENED
               READ STOCK-LOC-FILE
                   AT END SET END-OF-LOC TO TRUE
               END-READ
               PERFORM 080-LOAD-ONE-LOCATION THRU 080-EXIT
                   UNTIL END-OF-LOC
           END-IF.
           IF ABI-OPENED
               READ ABC-MASTER-IN
                   AT END SET END-OF-ABI TO TRUE
               END-READ
               PERFORM 090-LOAD-ONE-PRIOR THRU 090-EXIT
                   UNTIL END-OF-ABI
           END-IF.

           MOVE "ABC CLASSIFICATION BY ANNUAL USAGE VALUE"
               TO RPT-TITLE-O.
           IF METHOD-MOVING-AVG
               MOVE "MOVING AVG" TO RPT-METHOD-O
           ELSE
               MOVE "LAST COST" TO RPT-METHOD-O
           END-IF.
           MOVE WS-A-CUTOFF-PCT TO RPT-A-CUTOFF-O.
           MOVE WS-B-CUTOFF-PCT TO RPT-B-CUTOFF-O.
           MOVE WS-TODAY TO RPT-DATE-O.
           WRITE ABCRPT-REC FROM WS-TITLE-LINE.

           SORT ABC-SORT-FILE
               ON DESCENDING KEY SR-ANNUAL-VALUE
               ON ASCENDING KEY SR-PARTNO
               INPUT PROCEDURE IS 200-RELEASE-PARTS THRU 200-EXIT
               OUTPUT PROCEDURE IS 400-CLASSIFY-PARTS THRU 400-EXIT.

           PERFORM 700-PRINT-CLASS-SUMMARY THRU 700-EXIT.

           MOVE WS-PARTS-CLASSED TO TOT-CLASSED-O.
           MOVE WS-CLASS-CHANGES TO TOT-CHANGES-O.
           MOVE WS-NO-LOCATION TO TOT-NO-LOC-O.
           MOVE WS-TOTAL-VALUE TO TOT-VALUE-O.
           WRITE ABCRPT-REC FROM WS-BLANK-LINE.
           WRITE ABCRPT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** COLUMN 1 IS THE VALUATION METHOD, 'L' OR 'A' AS ON THE
      **** PRTVALUE CARD.  THEN THE A AND B CUTOFFS AS CUMULATIVE
      **** PERCENT OF ANNUAL VALUE (999), THE A, B AND C COUNT
      **** FREQUENCIES IN WEEKS (99) AND THE USAGE CYCLES PER YEAR
      **** (999).  DEFAULTS - LAST COST, 80/95, A EVERY 4 WEEKS, B
      **** EVERY 13, C EVERY 52, 52 CYCLES A YEAR.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE "A" TO CLS-CODE (1).
           MOVE "B" TO CLS-CODE (2).
           MOVE "C" TO CLS-CODE (3).
           MOVE 4 TO CLS-FREQ-WEEKS (1).
           MOVE 13 TO CLS-FREQ-WEEKS (2).
           MOVE 52 TO CLS-FREQ-WEEKS (3).
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > 3
               MOVE ZERO TO CLS-RANK (WS-CLS-SUB)
                            CLS-PARTS (WS-CLS-SUB)
                            CLS-VALUE (WS-CLS-SUB)
           END-PERFORM.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF END-OF-PRM
               GO TO 050-EXIT.
           IF PRM-VALUE-METHOD = "L" OR PRM-VALUE-METHOD = "A"
               MOVE PRM-VALUE-METHOD TO WS-VALUE-METHOD
           END-IF.
           IF PRM-A-CUTOFF-PCT NUMERIC AND PRM-B-CUTOFF-PCT NUMERIC
               IF PRM-A-CUTOFF-PCT > ZERO
                       AND PRM-A-CUTOFF-PCT < PRM-B-CUTOFF-PCT
                       AND PRM-B-CUTOFF-PCT NOT > 100
                   MOVE PRM-A-CUTOFF-PCT TO WS-A-CUTOFF-PCT
                   MOVE PRM-B-CUTOFF-PCT TO WS-B-CUTOFF-PCT
               END-IF
           END-IF.
           IF PRM-A-FREQ-WEEKS NUMERIC AND PRM-A-FREQ-WEEKS > ZERO
                   AND PRM-A-FREQ-WEEKS NOT > 52
               MOVE PRM-A-FREQ-WEEKS TO CLS-FREQ-WEEKS (1)
           END-IF.
           IF PRM-B-FREQ-WEEKS NUMERIC AND PRM-B-FREQ-WEEKS > ZERO
                   AND PRM-B-FREQ-WEEKS NOT > 52
               MOVE PRM-B-FREQ-WEEKS TO CLS-FREQ-WEEKS (2)
           END-IF.
           IF PRM-C-FREQ-WEEKS NUMERIC AND PRM-C-FREQ-WEEKS > ZERO
                   AND PRM-C-FREQ-WEEKS NOT > 52
               MOVE PRM-C-FREQ-WEEKS TO CLS-FREQ-WEEKS (3)
           END-IF.
           IF PRM-CYCLES-PER-YEAR NUMERIC
                   AND PRM-CYCLES-PER-YEAR > ZERO
               MOVE PRM-CYCLES-PER-YEAR TO WS-CYCLES-PER-YEAR
           END-IF.
       050-EXIT.
           EXIT.

       060-ROLL-ONE-LAYER.
      **** SAME ROLL-UP AS PRTVALUE - TOTAL QUANTITY AND DOLLARS PER
      **** PART GIVE THE MOVING-AVERAGE UNIT COST.
           MOVE "060-ROLL-ONE-LAYER" TO PARA-NAME.
           IF CL-QTY NOT NUMERIC OR CL-UNIT-COST NOT NUMERIC
               GO TO 060-READ.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LYR-COUNT
                      OR WS-ENTRY-FOUND
               IF LYR-PARTNO (WS-SUB) = CL-PARTNO
                   SET WS-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SUB
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-FOUND
               IF WS-LYR-COUNT < 500
                   ADD 1 TO WS-LYR-COUNT
                   MOVE WS-LYR-COUNT TO WS-SUB
                   MOVE CL-PARTNO TO LYR-PARTNO (WS-SUB)
                   MOVE ZERO TO LYR-QTY (WS-SUB)
                   MOVE ZERO TO LYR-AMT (WS-SUB)
               ELSE
                   GO TO 060-READ
               END-IF
           END-IF.
           ADD CL-QTY TO LYR-QTY (WS-SUB).
           COMPUTE LYR-AMT (WS-SUB) =
               LYR-AMT (WS-SUB) + (CL-QTY * CL-UNIT-COST).
       060-READ.
           READ COST-LAYER-FILE
               AT END SET END-OF-CLY TO TRUE.
       060-EXIT.
           EXIT.

       070-LOAD-ONE-USAGE.
      **** ANNUAL USAGE IS THE AVERAGE CYCLE USAGE TIMES THE CYCLES
      **** IN A YEAR.  A PART WITH NO CYCLES BEHIND IT PROJECTS ZERO.
           MOVE "070-LOAD-ONE-USAGE" TO PARA-NAME.
           IF UH-TOTAL-USAGE NOT NUMERIC OR UH-CYCLE-COUNT NOT NUMERIC
               GO TO 070-READ.
           IF WS-USE-COUNT NOT < 500
               GO TO 070-READ.
           ADD 1 TO WS-USE-COUNT.
           MOVE UH-PARTNO TO USE-PARTNO (WS-USE-COUNT).
           IF UH-CYCLE-COUNT > ZERO
               COMPUTE USE-ANNUAL-QTY (WS-USE-COUNT) ROUNDED =
                   UH-TOTAL-USAGE * WS-CYCLES-PER-YEAR
                       / UH-CYCLE-COUNT
                   ON SIZE ERROR
                       MOVE 999999999 TO USE-ANNUAL-QTY (WS-USE-COUNT)
               END-COMPUTE
           ELSE
               MOVE ZERO TO USE-ANNUAL-QTY (WS-USE-COUNT)
           END-IF.
       070-READ.
           READ USAGE-HIST-IN
               AT END SET END-OF-UHI TO TRUE.
       070-EXIT.
           EXIT.

       080-LOAD-ONE-LOCATION.
           MOVE "080-LOAD-ONE-LOCATION" TO PARA-NAME.
           IF WS-LOC-COUNT < 500
               ADD 1 TO WS-LOC-COUNT
               MOVE SL-PARTNO TO LOC-PARTNO (WS-LOC-COUNT)
               MOVE SL-WAREHOUSE TO LOC-WAREHOUSE (WS-LOC-COUNT)
               MOVE SL-COUNT-AREA TO LOC-COUNT-AREA (WS-LOC-COUNT)
           END-IF.
           READ STOCK-LOC-FILE
               AT END SET END-OF-LOC TO TRUE.
       080-EXIT.
           EXIT.

       090-LOAD-ONE-PRIOR.
      **** ONLY THE CLASS AND THE LAST-COUNT DATE CARRY OVER - THE
      **** REST OF THE RECORD IS REBUILT EVERY QUARTER.
           MOVE "090-LOAD-ONE-PRIOR" TO PARA-NAME.
           IF WS-PRI-COUNT < 500
               ADD 1 TO WS-PRI-COUNT
               MOVE AB-PARTNO TO PRI-PARTNO (WS-PRI-COUNT)
               MOVE AB-CLASS TO PRI-CLASS (WS-PRI-COUNT)
               IF AB-LAST-COUNT-DATE NUMERIC
                   MOVE AB-LAST-COUNT-DATE
                       TO PRI-LAST-COUNT-DATE (WS-PRI-COUNT)
               ELSE
                   MOVE ZERO TO PRI-LAST-COUNT-DATE (WS-PRI-COUNT)
               END-IF
           END-IF.
           READ ABC-MASTER-IN
               AT END SET END-OF-ABI TO TRUE.
       090-EXIT.
           EXIT.

       200-RELEASE-PARTS.
           MOVE "200-RELEASE-PARTS" TO PARA-NAME.
           READ PARTS-MF-IN INTO WS-MF-REC
               AT END SET END-OF-MFI TO TRUE.
           PERFORM 210-RELEASE-ONE-PART THRU 210-EXIT
               UNTIL END-OF-MFI.
       200-EXIT.
           EXIT.

       210-RELEASE-ONE-PART.
      **** UNIT COST IS THE REC-AMT LAST COST, OR THE LAYER MOVING
      **** AVERAGE WHEN THE CARD ASKS FOR IT AND THE PART HAS LAYERS -
      **** THE SAME COST PRTVALUE PUTS ON THE PART.
           MOVE "210-RELEASE-ONE-PART" TO PARA-NAME.
           ADD 1 TO WS-PARTS-READ.
           IF OMF-REC-QTY NOT NUMERIC OR OMF-REC-AMT NOT NUMERIC
               GO TO 210-READ.
           MOVE SPACES TO ABC-SORT-REC.
           MOVE OMF-PARTNO TO SR-PARTNO.

           IF OMF-REC-QTY NOT = ZERO
               COMPUTE WS-UNIT-COST ROUNDED =
                   OMF-REC-AMT / OMF-REC-QTY
           ELSE
               MOVE ZERO TO WS-UNIT-COST
           END-IF.
           IF METHOD-MOVING-AVG
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-LYR-COUNT
                          OR WS-ENTRY-FOUND
                   IF LYR-PARTNO (WS-SUB) = OMF-PARTNO
                       SET WS-ENTRY-FOUND TO TRUE
                       SUBTRACT 1 FROM WS-SUB
                   END-IF
               END-PERFORM
               IF WS-ENTRY-FOUND AND LYR-QTY (WS-SUB) NOT = ZERO
                   COMPUTE WS-UNIT-COST ROUNDED =
                       LYR-AMT (WS-SUB) / LYR-QTY (WS-SUB)
               END-IF
           END-IF.
           IF WS-UNIT-COST < ZERO
               MOVE ZERO TO WS-UNIT-COST.

           MOVE ZERO TO WS-ANNUAL-USAGE.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-USE-COUNT
                      OR WS-ENTRY-FOUND
               IF USE-PARTNO (WS-SUB) = OMF-PARTNO
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE USE-ANNUAL-QTY (WS-SUB) TO WS-ANNUAL-USAGE
               END-IF
           END-PERFORM.

           COMPUTE WS-ANNUAL-VALUE ROUNDED =
               WS-ANNUAL-USAGE * WS-UNIT-COST
               ON SIZE ERROR
                   MOVE 99999999999.99 TO WS-ANNUAL-VALUE
           END-COMPUTE.
           MOVE WS-UNIT-COST TO SR-UNIT-COST.
           MOVE WS-ANNUAL-USAGE TO SR-ANNUAL-USAGE.
           MOVE WS-ANNUAL-VALUE TO SR-ANNUAL-VALUE.
           ADD WS-ANNUAL-VALUE TO WS-TOTAL-VALUE.

      **** A PART WITH NO STOCKING LOCATION IS STILL CLASSIFIED; IT
      **** SCHEDULES UNDER A BLANK WAREHOUSE AND AREA UNTIL STKLOC
      **** IS FIXED.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LOC-COUNT
                      OR WS-ENTRY-FOUND
               IF LOC-PARTNO (WS-SUB) = OMF-PARTNO
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE LOC-WAREHOUSE (WS-SUB) TO SR-WAREHOUSE
                   MOVE LOC-COUNT-AREA (WS-SUB) TO SR-COUNT-AREA
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-NO-LOCATION
               MOVE OMF-PARTNO TO NLL-PARTNO-O
               WRITE ABCRPT-REC FROM WS-NO-LOC-LINE
           END-IF.

           MOVE ZERO TO SR-LAST-COUNT-DATE.
           MOVE SPACE TO SR-PRIOR-CLASS.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PRI-COUNT
                      OR WS-ENTRY-FOUND
               IF PRI-PARTNO (WS-SUB) = OMF-PARTNO
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE PRI-CLASS (WS-SUB) TO SR-PRIOR-CLASS
                   MOVE PRI-LAST-COUNT-DATE (WS-SUB)
                       TO SR-LAST-COUNT-DATE
               END-IF
           END-PERFORM.

           RELEASE ABC-SORT-REC.
       210-READ.
           READ PARTS-MF-IN INTO WS-MF-REC
               AT END SET END-OF-MFI TO TRUE.
       210-EXIT.
           EXIT.

       400-CLASSIFY-PARTS.
           MOVE "400-CLASSIFY-PARTS" TO PARA-NAME.
           WRITE ABCRPT-REC FROM WS-BLANK-LINE.
           RETURN ABC-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE.
           PERFORM 410-CLASSIFY-ONE-PART THRU 410-EXIT
               UNTIL WS-SORT-EOF.
       400-EXIT.
           EXIT.

       410-CLASSIFY-ONE-PART.
      **** THE CUMULATIVE PERCENT BEFORE THIS PART DECIDES ITS CLASS,
      **** SO THE PART THAT CROSSES A CUTOFF STAYS IN THE HIGHER
      **** CLASS.  A PART WITH NO USAGE VALUE IS ALWAYS CLASS C.
      **** WITHIN ITS CLASS THE PART TAKES THE NEXT WEEK IN TURN, SO
      **** EACH WEEK OF THE PERIOD GETS THE SAME MIX OF HIGH AND LOW
      **** VALUE PARTS.
           MOVE "410-CLASSIFY-ONE-PART" TO PARA-NAME.
           IF WS-TOTAL-VALUE > ZERO
               COMPUTE WS-CUM-PCT ROUNDED =
                   WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
           ELSE
               MOVE 100 TO WS-CUM-PCT
           END-IF.
           EVALUATE TRUE
               WHEN SR-ANNUAL-VALUE = ZERO
                   MOVE 3 TO WS-CLS-SUB
               WHEN WS-CUM-PCT < WS-A-CUTOFF-PCT
                   MOVE 1 TO WS-CLS-SUB
               WHEN WS-CUM-PCT < WS-B-CUTOFF-PCT
                   MOVE 2 TO WS-CLS-SUB
               WHEN OTHER
                   MOVE 3 TO WS-CLS-SUB
           END-EVALUATE.
           ADD SR-ANNUAL-VALUE TO WS-CUM-VALUE.

           DIVIDE CLS-RANK (WS-CLS-SUB) BY CLS-FREQ-WEEKS (WS-CLS-SUB)
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
           ADD 1 TO CLS-RANK (WS-CLS-SUB).
           ADD 1 TO CLS-PARTS (WS-CLS-SUB).
           ADD SR-ANNUAL-VALUE TO CLS-VALUE (WS-CLS-SUB).

           MOVE SPACES TO ABC-MASTER-REC.
           MOVE SR-PARTNO TO AB-PARTNO.
           MOVE SR-WAREHOUSE TO AB-WAREHOUSE.
           MOVE SR-COUNT-AREA TO AB-COUNT-AREA.
           MOVE CLS-CODE (WS-CLS-SUB) TO AB-CLASS.
           MOVE SR-ANNUAL-USAGE TO AB-ANNUAL-USAGE.
           MOVE SR-UNIT-COST TO AB-UNIT-COST.
           MOVE SR-ANNUAL-VALUE TO AB-ANNUAL-VALUE.
           MOVE CLS-FREQ-WEEKS (WS-CLS-SUB) TO AB-COUNT-FREQ-WEEKS.
           COMPUTE AB-SCHED-WEEK = WS-REMAINDER + 1.
           MOVE SR-LAST-COUNT-DATE TO AB-LAST-COUNT-DATE.
           MOVE WS-TODAY TO AB-CLASS-DATE.
           WRITE ABC-MASTER-REC-OUT FROM ABC-MASTER-REC.
           ADD 1 TO WS-PARTS-CLASSED.
           IF SR-PRIOR-CLASS NOT = SPACE
                   AND SR-PRIOR-CLASS NOT = AB-CLASS
               ADD 1 TO WS-CLASS-CHANGES
           END-IF.

           MOVE SR-PARTNO TO DTL-PARTNO-O.
           MOVE AB-CLASS TO DTL-CLASS-O.
           MOVE SR-PRIOR-CLASS TO DTL-PRIOR-O.
           MOVE SR-ANNUAL-USAGE TO DTL-USAGE-O.
           MOVE SR-UNIT-COST TO DTL-UNIT-O.
           MOVE SR-ANNUAL-VALUE TO DTL-VALUE-O.
           MOVE WS-CUM-PCT TO DTL-CUM-O.
           MOVE AB-SCHED-WEEK TO DTL-WEEK-O.
           MOVE AB-COUNT-FREQ-WEEKS TO DTL-FREQ-O.
           WRITE ABCRPT-REC FROM WS-DETAIL-LINE.

           RETURN ABC-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE.
       410-EXIT.
           EXIT.

       700-PRINT-CLASS-SUMMARY.
      **** COUNTS PER WEEK IS THE CLASS'S PARTS OVER ITS FREQUENCY -
      **** THE STEADY WEEKLY LOAD THE SCHEDULE PUTS ON THE WAREHOUSE.
           MOVE "700-PRINT-CLASS-SUMMARY" TO PARA-NAME.
           WRITE ABCRPT-REC FROM WS-BLANK-LINE.
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > 3
               IF WS-TOTAL-VALUE > ZERO
                   COMPUTE WS-PCT-OF-VALUE ROUNDED =
                       CLS-VALUE (WS-CLS-SUB) * 100 / WS-TOTAL-VALUE
               ELSE
                   MOVE ZERO TO WS-PCT-OF-VALUE
               END-IF
               COMPUTE WS-PER-WEEK ROUNDED =
                   CLS-PARTS (WS-CLS-SUB) / CLS-FREQ-WEEKS (WS-CLS-SUB)
               MOVE CLS-CODE (WS-CLS-SUB) TO CSL-CLASS-O
               MOVE CLS-PARTS (WS-CLS-SUB) TO CSL-PARTS-O
               MOVE CLS-VALUE (WS-CLS-SUB) TO CSL-VALUE-O
               MOVE WS-PCT-OF-VALUE TO CSL-PCT-O
               MOVE CLS-FREQ-WEEKS (WS-CLS-SUB) TO CSL-FREQ-O
               MOVE WS-PER-WEEK TO CSL-PER-WEEK-O
               WRITE ABCRPT-REC FROM WS-CLASS-SUMMARY-LINE
           END-PERFORM.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, PARTS-MF-IN, USAGE-HIST-IN.
           OPEN INPUT COST-LAYER-FILE, STOCK-LOC-FILE, ABC-MASTER-IN.
           OPEN OUTPUT ABC-MASTER-OUT, ABCRPT.
           DISPLAY "ABCCLASS OPEN FILES".
           DISPLAY MFI-STATUS.
           DISPLAY UHI-STATUS.
           DISPLAY CLY-STATUS.
           DISPLAY LOC-STATUS.
           DISPLAY ABI-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, PARTS-MF-IN, USAGE-HIST-IN,
                 COST-LAYER-FILE, STOCK-LOC-FILE, ABC-MASTER-IN,
                 ABC-MASTER-OUT, ABCRPT.
           DISPLAY "ABCCLASS FILES CLOSED".
           DISPLAY "PARTS READ        " WS-PARTS-READ.
           DISPLAY "PARTS CLASSIFIED  " WS-PARTS-CLASSED.
           DISPLAY "CLASS CHANGES     " WS-CLASS-CHANGES.
           DISPLAY "NO STOCKING LOC   " WS-NO-LOCATION.
       900-EXIT.
           EXIT.
