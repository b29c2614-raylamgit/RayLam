       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  LNDCOST.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  LANDED-COST ALLOCATION OF
      *                INBOUND FREIGHT, RUN AFTER PARTSUPP AND MTCHMERG
      *                AND AHEAD OF PRTVALUE.  EACH LADING LINE'S
      *                FREIGHT CHARGE IS SPREAD OVER THE COST LAYERS
      *                MTCHMERG WROTE FOR THE RECEIPTS ON THAT SHIPMENT
      *                (SAME PRO NUMBER), BY LAYER VALUE OR BY LAYER
      *                QUANTITY AS THE CARRMETH TABLE SAYS FOR THE
      *                CARRIER (NO ROW MEANS BY VALUE), AND ADDED INTO
      *                THE LAYER UNIT COST, SO INVENTORY CARRIES ITS
      *                FREIGHT.  FREIGHT FOR A SHIPMENT WHOSE RECEIPTS
      *                HAVE NOT POSTED YET IS CARRIED TO THE NEXT RUN
      *                ON LNDPEND (EXPENSED AFTER 90 DAYS).  THE
      *                ALLOCATION REGISTER TIES THE PERIOD'S FREIGHT -
      *                ALLOCATED, CARRIED AND EXPENSED - BACK TO THE
      *                FRTCOST TOTAL; OUT OF BALANCE SETS RETURN-CODE 8.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CARRIER-METHOD-FILE
           ASSIGN TO UT-S-CARRMETH
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CRM-STATUS.

           SELECT LADING-FILE
           ASSIGN TO UT-S-PRTFILE2
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LAD-STATUS.

           SELECT PENDING-IN
           ASSIGN TO UT-S-LNDPENDI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PNDI-STATUS.

           SELECT PENDING-OUT
           ASSIGN TO UT-S-LNDPENDO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PNDO-STATUS.

           SELECT FRTCOST-FILE
           ASSIGN TO UT-S-YYFRTCST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FRT-STATUS.

           SELECT COST-LAYER-IN
           ASSIGN TO UT-S-COSTLYRI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CLI-STATUS.

           SELECT COST-LAYER-OUT
           ASSIGN TO UT-S-COSTLYRO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CLO-STATUS.

           SELECT LNDCRPT
           ASSIGN TO UT-S-LNDCRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  CARRIER-METHOD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRIER-METHOD-REC.
       01  CARRIER-METHOD-REC.
           05  CM-CARRIER                  PIC X(04).
           05  CM-ALLOC-METHOD             PIC X(01).
               88  CM-BY-VALUE                VALUE "V".
               88  CM-BY-QTY                  VALUE "Q".
           05  FILLER                      PIC X(75).

      *    SAME LAYOUT AS PARTSUPP'S LADING-RECORD-VIEW.
       FD  LADING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LADING-RECORD.
       01  LADING-RECORD.
           05  LDV-SUPPLR                  PIC X(03).
           05  LDV-CHARGE                  PIC 9(07)V99.
           05  LDV-CARRIER                 PIC X(04).
           05  LDV-PRO-NUMBER              PIC X(10).
           05  LDV-SHIP-DATE               PIC 9(06).
           05  LDV-LATE-FLAG               PIC X(01).
           05  FILLER                      PIC X(100).

       FD  PENDING-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDING-REC-IN.
       01  PENDING-REC-IN                  PIC X(80).

       FD  PENDING-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDING-REC-OUT.
       01  PENDING-REC-OUT                 PIC X(80).

      *    SAME LAYOUT AS PARTSUPP'S FRTCOST-LINE.
       FD  FRTCOST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FRTCOST-LINE.
       01  FRTCOST-LINE.
           05  FCL-SUPPLR                  PIC X(03).
           05  FILLER                      PIC X(02).
           05  FCL-ACCT                    PIC 9(07).
           05  FILLER                      PIC X(02).
           05  FCL-LADING-CHARGE           PIC -(7)9.99.
           05  FILLER                      PIC X(55).

      *    SAME LAYOUT AS MTCHMERG'S WS-COST-LAYER-REC.
       FD  COST-LAYER-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COST-LAYER-RECORD.
       01  COST-LAYER-RECORD.
           05  CL-PARTNO                   PIC X(21).
           05  CL-LAYER-DATE               PIC X(8).
           05  CL-QTY                      PIC S9(7).
           05  CL-UNIT-COST                PIC S9(5)V9999.
           05  CL-PRO-NUMBER               PIC X(10).
           05  CL-FREIGHT-SW               PIC X(1).
               88  CL-FREIGHT-ADDED           VALUE "F".
           05  FILLER                      PIC X(4).

       FD  COST-LAYER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COST-LAYER-REC-OUT.
       01  COST-LAYER-REC-OUT              PIC X(60).

       FD  LNDCRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LNDCRPT-REC.
       01  LNDCRPT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  CRM-STATUS              PIC X(2).
               88 END-OF-CRM      VALUE "10".
           05  LAD-STATUS              PIC X(2).
               88 END-OF-LAD      VALUE "10".
           05  PNDI-STATUS             PIC X(2).
               88 END-OF-PNDI     VALUE "10".
           05  PNDO-STATUS             PIC X(2).
           05  FRT-STATUS              PIC X(2).
               88 END-OF-FRT      VALUE "10".
           05  CLI-STATUS              PIC X(2).
               88 END-OF-CLI      VALUE "10".
           05  CLO-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

      *    A LADING LINE WAITING FOR ITS RECEIPTS TO POST.
       01  WS-PENDING-REC.
           05  PND-SUPPLR                  PIC X(03).
           05  PND-CHARGE                  PIC 9(07)V99.
           05  PND-CARRIER                 PIC X(04).
           05  PND-PRO-NUMBER              PIC X(10).
           05  PND-SHIP-DATE               PIC 9(06).
           05  PND-CARRIED-DATE            PIC 9(08).
           05  FILLER                      PIC X(40).

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-CARRY-DAYS               PIC 9(03) VALUE 90.
           05  WS-DAYS-CARRIED             PIC S9(05) COMP VALUE 0.
           05  WS-CRM-SUB                  PIC 9(3) COMP VALUE 0.
           05  WS-LDT-SUB                  PIC 9(4) COMP VALUE 0.
           05  WS-METHOD                   PIC X(01) VALUE SPACE.
           05  WS-FRT-AMOUNT               PIC S9(7)V99 VALUE ZERO.
           05  WS-LAYER-VALUE              PIC S9(11)V9999 COMP-3
                                                     VALUE 0.
           05  WS-LAYER-FREIGHT            PIC S9(7)V99 COMP-3
                                                     VALUE 0.
           05  WS-SHARE                    PIC S9(7)V99 COMP-3
                                                     VALUE 0.
           05  WS-OLD-UNIT-COST            PIC S9(5)V9999 VALUE 0.
           05  WS-LAYERS-READ              PIC 9(7) VALUE ZERO.
           05  WS-LAYERS-LANDED            PIC 9(7) VALUE ZERO.
           05  WS-LADINGS-READ             PIC 9(5) VALUE ZERO.
           05  WS-PENDING-READ             PIC 9(5) VALUE ZERO.

      *    FREIGHT DOLLARS BY WHERE THEY ENDED UP - THIS PERIOD'S
      *    LADINGS SEPARATE FROM THOSE CARRIED IN FROM EARLIER RUNS.
       01  WS-FREIGHT-TOTALS.
           05  WS-FRTCOST-TOTAL            PIC S9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-PERIOD-FREIGHT           PIC S9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-ALLOC-CUR                PIC S9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-CARRY-CUR                PIC S9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-EXPENSE-CUR              PIC S9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-ALLOC-PRIOR              PIC S9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-CARRY-PRIOR              PIC S9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-EXPENSE-PRIOR            PIC S9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-PERIOD-ACCOUNTED         PIC S9(11)V99 COMP-3
                                                     VALUE 0.

      *    PER-CARRIER ALLOCATION BASIS FROM CARRMETH.
       01  CARRIER-TABLE-AREA.
           05  WS-CRM-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-CRM-ENTRY OCCURS 100 TIMES.
               10  CRT-CARRIER             PIC X(04).
               10  CRT-METHOD              PIC X(01).

      *    THE LADING LINES TO ALLOCATE - CARRIED-IN LINES FIRST,
      *    THEN THIS PERIOD'S.  THE FIRST PASS OF THE LAYER FILE
      *    TOTALS EACH SHIPMENT'S VALUE AND QUANTITY; THE SECOND
      *    SPREADS THE FREIGHT, THE LAST LAYER TAKING THE ROUNDING.
       01  LADING-TABLE-AREA.
           05  WS-LDT-COUNT                PIC 9(4) COMP VALUE 0.
           05  WS-LDT-ENTRY OCCURS 1000 TIMES.
               10  LDT-SUPPLR              PIC X(03).
               10  LDT-CHARGE              PIC 9(07)V99 COMP-3.
               10  LDT-CARRIER             PIC X(04).
               10  LDT-PRO-NUMBER          PIC X(10).
               10  LDT-SHIP-DATE           PIC 9(06).
               10  LDT-CARRIED-DATE        PIC 9(08).
               10  LDT-SOURCE              PIC X(01).
                   88  LDT-THIS-PERIOD        VALUE "T".
                   88  LDT-CARRIED-IN         VALUE "P".
               10  LDT-METHOD              PIC X(01).
                   88  LDT-BY-QTY             VALUE "Q".
               10  LDT-VALUE-TOTAL         PIC S9(11)V9999 COMP-3.
               10  LDT-QTY-TOTAL           PIC S9(9) COMP-3.
               10  LDT-LAYER-COUNT         PIC 9(5) COMP.
               10  LDT-LAYERS-DONE         PIC 9(5) COMP.
               10  LDT-ALLOCATED           PIC S9(7)V99 COMP-3.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(05) VALUE "PRO: ".
           05  RDL-PRO-O               PIC X(10).
           05  FILLER                  PIC X(08) VALUE "  PART: ".
           05  RDL-PARTNO-O            PIC X(21).
           05  FILLER                  PIC X(07) VALUE "  QTY: ".
           05  RDL-QTY-O               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE "  UNIT COST: ".
           05  RDL-OLD-COST-O          PIC ZZ,ZZ9.9999.
           05  FILLER                  PIC X(11) VALUE "  FREIGHT: ".
           05  RDL-FREIGHT-O           PIC $$$,$$9.99.
           05  FILLER                  PIC X(10) VALUE "  LANDED: ".
           05  RDL-NEW-COST-O          PIC ZZ,ZZ9.9999.
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-LADING-LINE.
           05  FILLER                  PIC X(09) VALUE "CARRIER: ".
           05  LSL-CARRIER-O           PIC X(04).
           05  FILLER                  PIC X(07) VALUE "  PRO: ".
           05  LSL-PRO-O               PIC X(10).
           05  FILLER                  PIC X(12) VALUE "  SUPPLIER: ".
           05  LSL-SUPPLR-O            PIC X(03).
           05  FILLER                  PIC X(11) VALUE "  FREIGHT: ".
           05  LSL-CHARGE-O            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(05) VALUE "  BY ".
           05  LSL-METHOD-O            PIC X(05).
           05  FILLER                  PIC X(10) VALUE "  LAYERS: ".
           05  LSL-LAYERS-O            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LSL-STATUS-O            PIC X(34).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-TIE-LINE.
           05  TIE-LABEL-O             PIC X(40).
           05  TIE-AMOUNT-O            PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TIE-NOTE-O              PIC X(20).
           05  FILLER                  PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * LOAD THE CARRIER TABLE AND THE LADING LINES (CARRIED-IN AND
      * THIS PERIOD'S), TOTAL THE FRTCOST REPORT, SIZE EACH SHIPMENT
      * FROM THE LAYER FILE, THEN COPY THE LAYER FILE FORWARD WITH
      * THE FREIGHT ADDED, AND CLOSE OUT EACH LADING LINE.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

           READ CARRIER-METHOD-FILE
               AT END SET END-OF-CRM TO TRUE.
           PERFORM 050-LOAD-CARRIER THRU 050-EXIT
               UNTIL END-OF-CRM.

           READ PENDING-IN INTO WS-PENDING-REC
               AT END SET END-OF-PNDI TO TRUE.
           PERFORM 100-LOAD-PENDING THRU 100-EXIT
               UNTIL END-OF-PNDI.

           READ LADING-FILE
               AT END SET END-OF-LAD TO TRUE.
           PERFORM 120-LOAD-LADING THRU 120-EXIT
               UNTIL END-OF-LAD.

           READ FRTCOST-FILE
               AT END SET END-OF-FRT TO TRUE.
           PERFORM 150-TOTAL-FRTCOST THRU 150-EXIT
               UNTIL END-OF-FRT.

           OPEN INPUT COST-LAYER-IN.
           READ COST-LAYER-IN
               AT END SET END-OF-CLI TO TRUE.
           PERFORM 200-SIZE-SHIPMENT THRU 200-EXIT
               UNTIL END-OF-CLI.
           CLOSE COST-LAYER-IN.

           OPEN INPUT COST-LAYER-IN.
           READ COST-LAYER-IN
               AT END SET END-OF-CLI TO TRUE.
           PERFORM 300-LAND-LAYER THRU 300-EXIT
               UNTIL END-OF-CLI.
           CLOSE COST-LAYER-IN.

           PERFORM 400-CLOSE-LADING THRU 400-EXIT
               VARYING WS-LDT-SUB FROM 1 BY 1
               UNTIL WS-LDT-SUB > WS-LDT-COUNT.

           PERFORM 500-WRITE-TIE-OUT THRU 500-EXIT.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-LOAD-CARRIER.
           MOVE "050-LOAD-CARRIER" TO PARA-NAME.
           IF (CM-BY-VALUE OR CM-BY-QTY) AND WS-CRM-COUNT < 100
               ADD 1 TO WS-CRM-COUNT
               MOVE CM-CARRIER TO CRT-CARRIER (WS-CRM-COUNT)
               MOVE CM-ALLOC-METHOD TO CRT-METHOD (WS-CRM-COUNT)
           END-IF.
           READ CARRIER-METHOD-FILE
               AT END SET END-OF-CRM TO TRUE.
       050-EXIT.
           EXIT.

       100-LOAD-PENDING.
           MOVE "100-LOAD-PENDING" TO PARA-NAME.
           ADD 1 TO WS-PENDING-READ.
           IF PND-CHARGE NOT NUMERIC
               GO TO 100-NEXT.
           IF WS-LDT-COUNT NOT < 1000
               ADD PND-CHARGE TO WS-CARRY-PRIOR
               WRITE PENDING-REC-OUT FROM WS-PENDING-REC
               GO TO 100-NEXT.
           ADD 1 TO WS-LDT-COUNT.
           MOVE PND-SUPPLR TO LDT-SUPPLR (WS-LDT-COUNT).
           MOVE PND-CHARGE TO LDT-CHARGE (WS-LDT-COUNT).
           MOVE PND-CARRIER TO LDT-CARRIER (WS-LDT-COUNT).
           MOVE PND-PRO-NUMBER TO LDT-PRO-NUMBER (WS-LDT-COUNT).
           IF PND-SHIP-DATE NUMERIC
               MOVE PND-SHIP-DATE TO LDT-SHIP-DATE (WS-LDT-COUNT)
           ELSE
               MOVE ZERO TO LDT-SHIP-DATE (WS-LDT-COUNT)
           END-IF.
           IF PND-CARRIED-DATE NUMERIC
               MOVE PND-CARRIED-DATE TO LDT-CARRIED-DATE (WS-LDT-COUNT)
           ELSE
               MOVE WS-TODAY TO LDT-CARRIED-DATE (WS-LDT-COUNT)
           END-IF.
           MOVE "P" TO LDT-SOURCE (WS-LDT-COUNT).
           PERFORM 130-SET-LADING-ENTRY THRU 130-EXIT.
       100-NEXT.
           READ PENDING-IN INTO WS-PENDING-REC
               AT END SET END-OF-PNDI TO TRUE.
       100-EXIT.
           EXIT.

       120-LOAD-LADING.
      **** A LADING LINE THAT WILL NOT FIT THE TABLE GOES STRAIGHT
      **** TO THE CARRY FILE FOR THE NEXT RUN.
           MOVE "120-LOAD-LADING" TO PARA-NAME.
           IF LDV-CHARGE NOT NUMERIC
               GO TO 120-NEXT.
           ADD 1 TO WS-LADINGS-READ.
           ADD LDV-CHARGE TO WS-PERIOD-FREIGHT.
           IF WS-LDT-COUNT NOT < 1000
               MOVE SPACES TO WS-PENDING-REC
               MOVE LDV-SUPPLR TO PND-SUPPLR
               MOVE LDV-CHARGE TO PND-CHARGE
               MOVE LDV-CARRIER TO PND-CARRIER
               MOVE LDV-PRO-NUMBER TO PND-PRO-NUMBER
               MOVE LDV-SHIP-DATE TO PND-SHIP-DATE
               MOVE WS-TODAY TO PND-CARRIED-DATE
               WRITE PENDING-REC-OUT FROM WS-PENDING-REC
               ADD LDV-CHARGE TO WS-CARRY-CUR
               GO TO 120-NEXT.
           ADD 1 TO WS-LDT-COUNT.
           MOVE LDV-SUPPLR TO LDT-SUPPLR (WS-LDT-COUNT).
           MOVE LDV-CHARGE TO LDT-CHARGE (WS-LDT-COUNT).
           MOVE LDV-CARRIER TO LDT-CARRIER (WS-LDT-COUNT).
           MOVE LDV-PRO-NUMBER TO LDT-PRO-NUMBER (WS-LDT-COUNT).
           IF LDV-SHIP-DATE NUMERIC
               MOVE LDV-SHIP-DATE TO LDT-SHIP-DATE (WS-LDT-COUNT)
           ELSE
               MOVE ZERO TO LDT-SHIP-DATE (WS-LDT-COUNT)
           END-IF.
           MOVE WS-TODAY TO LDT-CARRIED-DATE (WS-LDT-COUNT).
           MOVE "T" TO LDT-SOURCE (WS-LDT-COUNT).
           PERFORM 130-SET-LADING-ENTRY THRU 130-EXIT.
       120-NEXT.
           READ LADING-FILE
               AT END SET END-OF-LAD TO TRUE.
       120-EXIT.
           EXIT.

       130-SET-LADING-ENTRY.
      **** NO CARRMETH ROW FOR THE CARRIER MEANS ALLOCATE BY VALUE.
           MOVE "V" TO WS-METHOD.
           PERFORM 140-FIND-CARRIER THRU 140-EXIT
               VARYING WS-CRM-SUB FROM 1 BY 1
               UNTIL WS-CRM-SUB > WS-CRM-COUNT.
           MOVE WS-METHOD TO LDT-METHOD (WS-LDT-COUNT).
           MOVE ZERO TO LDT-VALUE-TOTAL (WS-LDT-COUNT)
                        LDT-QTY-TOTAL (WS-LDT-COUNT)
                        LDT-LAYER-COUNT (WS-LDT-COUNT)
                        LDT-LAYERS-DONE (WS-LDT-COUNT)
                        LDT-ALLOCATED (WS-LDT-COUNT).
       130-EXIT.
           EXIT.

       140-FIND-CARRIER.
           IF CRT-CARRIER (WS-CRM-SUB) = LDT-CARRIER (WS-LDT-COUNT)
               MOVE CRT-METHOD (WS-CRM-SUB) TO WS-METHOD.
       140-EXIT.
           EXIT.

       150-TOTAL-FRTCOST.
           MOVE "150-TOTAL-FRTCOST" TO PARA-NAME.
           IF FCL-SUPPLR NOT = SPACES
               MOVE FCL-LADING-CHARGE TO WS-FRT-AMOUNT
               ADD WS-FRT-AMOUNT TO WS-FRTCOST-TOTAL
           END-IF.
           READ FRTCOST-FILE
               AT END SET END-OF-FRT TO TRUE.
       150-EXIT.
           EXIT.

       200-SIZE-SHIPMENT.
      **** ONLY RECEIPT LAYERS THAT CAME IN UNDER A PRO NUMBER CAN
      **** TAKE FREIGHT.
           MOVE "200-SIZE-SHIPMENT" TO PARA-NAME.
           IF CL-PRO-NUMBER = SPACES OR CL-QTY NOT NUMERIC
                   OR CL-UNIT-COST NOT NUMERIC
               GO TO 200-NEXT.
           IF CL-QTY NOT > ZERO
               GO TO 200-NEXT.
           COMPUTE WS-LAYER-VALUE = CL-QTY * CL-UNIT-COST.
           PERFORM 210-SIZE-ONE-LADING THRU 210-EXIT
               VARYING WS-LDT-SUB FROM 1 BY 1
               UNTIL WS-LDT-SUB > WS-LDT-COUNT.
       200-NEXT.
           READ COST-LAYER-IN
               AT END SET END-OF-CLI TO TRUE.
       200-EXIT.
           EXIT.

       210-SIZE-ONE-LADING.
           IF LDT-PRO-NUMBER (WS-LDT-SUB) NOT = CL-PRO-NUMBER
               GO TO 210-EXIT.
           ADD 1 TO LDT-LAYER-COUNT (WS-LDT-SUB).
           ADD CL-QTY TO LDT-QTY-TOTAL (WS-LDT-SUB).
           ADD WS-LAYER-VALUE TO LDT-VALUE-TOTAL (WS-LDT-SUB).
       210-EXIT.
           EXIT.

       300-LAND-LAYER.
           MOVE "300-LAND-LAYER" TO PARA-NAME.
           ADD 1 TO WS-LAYERS-READ.
           IF CL-PRO-NUMBER = SPACES OR CL-QTY NOT NUMERIC
                   OR CL-UNIT-COST NOT NUMERIC
               GO TO 300-WRITE.
           IF CL-QTY NOT > ZERO
               GO TO 300-WRITE.
           COMPUTE WS-LAYER-VALUE = CL-QTY * CL-UNIT-COST.
           MOVE ZERO TO WS-LAYER-FREIGHT.
           PERFORM 310-SHARE-ONE-LADING THRU 310-EXIT
               VARYING WS-LDT-SUB FROM 1 BY 1
               UNTIL WS-LDT-SUB > WS-LDT-COUNT.
           IF WS-LAYER-FREIGHT = ZERO
               GO TO 300-WRITE.
           MOVE CL-UNIT-COST TO WS-OLD-UNIT-COST.
           COMPUTE CL-UNIT-COST ROUNDED =
               CL-UNIT-COST + (WS-LAYER-FREIGHT / CL-QTY).
           SET CL-FREIGHT-ADDED TO TRUE.
           ADD 1 TO WS-LAYERS-LANDED.
           MOVE CL-PRO-NUMBER TO RDL-PRO-O.
           MOVE CL-PARTNO TO RDL-PARTNO-O.
           MOVE CL-QTY TO RDL-QTY-O.
           MOVE WS-OLD-UNIT-COST TO RDL-OLD-COST-O.
           MOVE WS-LAYER-FREIGHT TO RDL-FREIGHT-O.
           MOVE CL-UNIT-COST TO RDL-NEW-COST-O.
           WRITE LNDCRPT-REC FROM WS-DETAIL-LINE.
       300-WRITE.
           WRITE COST-LAYER-REC-OUT FROM COST-LAYER-RECORD.
           READ COST-LAYER-IN
               AT END SET END-OF-CLI TO TRUE.
       300-EXIT.
           EXIT.

       310-SHARE-ONE-LADING.
      **** THE LAYER'S SHARE IS ITS PART OF THE SHIPMENT'S VALUE (OR
      **** QUANTITY); A ZERO-COST SHIPMENT FALLS BACK TO QUANTITY.
      **** THE LAST LAYER OF THE SHIPMENT TAKES WHATEVER IS LEFT SO
      **** THE LADING ALLOCATES TO THE PENNY.
           IF LDT-PRO-NUMBER (WS-LDT-SUB) NOT = CL-PRO-NUMBER
               GO TO 310-EXIT.
           ADD 1 TO LDT-LAYERS-DONE (WS-LDT-SUB).
           IF LDT-LAYERS-DONE (WS-LDT-SUB)
                   NOT < LDT-LAYER-COUNT (WS-LDT-SUB)
               COMPUTE WS-SHARE = LDT-CHARGE (WS-LDT-SUB)
                                - LDT-ALLOCATED (WS-LDT-SUB)
           ELSE
               IF LDT-BY-QTY (WS-LDT-SUB)
                       OR LDT-VALUE-TOTAL (WS-LDT-SUB) NOT > ZERO
                   COMPUTE WS-SHARE ROUNDED =
                       LDT-CHARGE (WS-LDT-SUB) * CL-QTY
                       / LDT-QTY-TOTAL (WS-LDT-SUB)
               ELSE
                   COMPUTE WS-SHARE ROUNDED =
                       LDT-CHARGE (WS-LDT-SUB) * WS-LAYER-VALUE
                       / LDT-VALUE-TOTAL (WS-LDT-SUB)
               END-IF
           END-IF.
           ADD WS-SHARE TO LDT-ALLOCATED (WS-LDT-SUB)
                           WS-LAYER-FREIGHT.
       310-EXIT.
           EXIT.

       400-CLOSE-LADING.
      **** A LINE WITH NO PRO NUMBER CAN NEVER FIND ITS RECEIPTS AND
      **** IS EXPENSED NOW; ONE WHOSE RECEIPTS HAVE NOT POSTED IS
      **** CARRIED UNTIL IT HAS WAITED WS-CARRY-DAYS.
           MOVE "400-CLOSE-LADING" TO PARA-NAME.
           MOVE LDT-CARRIER (WS-LDT-SUB) TO LSL-CARRIER-O.
           MOVE LDT-PRO-NUMBER (WS-LDT-SUB) TO LSL-PRO-O.
           MOVE LDT-SUPPLR (WS-LDT-SUB) TO LSL-SUPPLR-O.
           MOVE LDT-CHARGE (WS-LDT-SUB) TO LSL-CHARGE-O.
           IF LDT-BY-QTY (WS-LDT-SUB)
               MOVE "QTY" TO LSL-METHOD-O
           ELSE
               MOVE "VALUE" TO LSL-METHOD-O
           END-IF.
           MOVE LDT-LAYER-COUNT (WS-LDT-SUB) TO LSL-LAYERS-O.
           IF LDT-LAYER-COUNT (WS-LDT-SUB) > ZERO
               IF LDT-THIS-PERIOD (WS-LDT-SUB)
                   ADD LDT-ALLOCATED (WS-LDT-SUB) TO WS-ALLOC-CUR
                   MOVE "ALLOCATED" TO LSL-STATUS-O
               ELSE
                   ADD LDT-ALLOCATED (WS-LDT-SUB) TO WS-ALLOC-PRIOR
                   MOVE "ALLOCATED - CARRIED FROM PRIOR RUN"
                       TO LSL-STATUS-O
               END-IF
               GO TO 400-WRITE.
           IF LDT-PRO-NUMBER (WS-LDT-SUB) = SPACES
               MOVE "EXPENSED - NO PRO NUMBER" TO LSL-STATUS-O
               PERFORM 420-ADD-EXPENSED THRU 420-EXIT
               GO TO 400-WRITE.
           COMPUTE WS-DAYS-CARRIED =
               FUNCTION INTEGER-OF-DATE (WS-TODAY) -
               FUNCTION INTEGER-OF-DATE (LDT-CARRIED-DATE (WS-LDT-SUB)).
           IF WS-DAYS-CARRIED NOT < WS-CARRY-DAYS
               MOVE "EXPENSED - NO RECEIPTS IN 90 DAYS"
                   TO LSL-STATUS-O
               PERFORM 420-ADD-EXPENSED THRU 420-EXIT
               GO TO 400-WRITE.
           MOVE SPACES TO WS-PENDING-REC.
           MOVE LDT-SUPPLR (WS-LDT-SUB) TO PND-SUPPLR.
           MOVE LDT-CHARGE (WS-LDT-SUB) TO PND-CHARGE.
           MOVE LDT-CARRIER (WS-LDT-SUB) TO PND-CARRIER.
           MOVE LDT-PRO-NUMBER (WS-LDT-SUB) TO PND-PRO-NUMBER.
           MOVE LDT-SHIP-DATE (WS-LDT-SUB) TO PND-SHIP-DATE.
           MOVE LDT-CARRIED-DATE (WS-LDT-SUB) TO PND-CARRIED-DATE.
           WRITE PENDING-REC-OUT FROM WS-PENDING-REC.
           MOVE "CARRIED - RECEIPTS NOT POSTED YET" TO LSL-STATUS-O.
           IF LDT-THIS-PERIOD (WS-LDT-SUB)
               ADD LDT-CHARGE (WS-LDT-SUB) TO WS-CARRY-CUR
           ELSE
               ADD LDT-CHARGE (WS-LDT-SUB) TO WS-CARRY-PRIOR
           END-IF.
       400-WRITE.
           WRITE LNDCRPT-REC FROM WS-LADING-LINE.
       400-EXIT.
           EXIT.

       420-ADD-EXPENSED.
           IF LDT-THIS-PERIOD (WS-LDT-SUB)
               ADD LDT-CHARGE (WS-LDT-SUB) TO WS-EXPENSE-CUR
           ELSE
               ADD LDT-CHARGE (WS-LDT-SUB) TO WS-EXPENSE-PRIOR
           END-IF.
       420-EXIT.
           EXIT.

       500-WRITE-TIE-OUT.
      **** THIS PERIOD'S FREIGHT - ALLOCATED, CARRIED AND EXPENSED -
      **** MUST ADD BACK TO THE FRTCOST REPORT TOTAL.
           MOVE "500-WRITE-TIE-OUT" TO PARA-NAME.
           MOVE SPACES TO TIE-NOTE-O.
           MOVE "FRTCOST REPORT TOTAL" TO TIE-LABEL-O.
           MOVE WS-FRTCOST-TOTAL TO TIE-AMOUNT-O.
           WRITE LNDCRPT-REC FROM WS-TIE-LINE.
           MOVE "LADING FREIGHT THIS PERIOD" TO TIE-LABEL-O.
           MOVE WS-PERIOD-FREIGHT TO TIE-AMOUNT-O.
           WRITE LNDCRPT-REC FROM WS-TIE-LINE.
           MOVE "  ALLOCATED TO COST LAYERS" TO TIE-LABEL-O.
           MOVE WS-ALLOC-CUR TO TIE-AMOUNT-O.
           WRITE LNDCRPT-REC FROM WS-TIE-LINE.
           MOVE "  CARRIED TO NEXT RUN" TO TIE-LABEL-O.
           MOVE WS-CARRY-CUR TO TIE-AMOUNT-O.
           WRITE LNDCRPT-REC FROM WS-TIE-LINE.
           MOVE "  EXPENSED" TO TIE-LABEL-O.
           MOVE WS-EXPENSE-CUR TO TIE-AMOUNT-O.
           WRITE LNDCRPT-REC FROM WS-TIE-LINE.
           COMPUTE WS-PERIOD-ACCOUNTED =
               WS-ALLOC-CUR + WS-CARRY-CUR + WS-EXPENSE-CUR.
           MOVE "PERIOD FREIGHT ACCOUNTED FOR" TO TIE-LABEL-O.
           MOVE WS-PERIOD-ACCOUNTED TO TIE-AMOUNT-O.
           IF WS-PERIOD-ACCOUNTED = WS-FRTCOST-TOTAL
                   AND WS-PERIOD-FREIGHT = WS-FRTCOST-TOTAL
               MOVE "IN BALANCE" TO TIE-NOTE-O
           ELSE
               MOVE "OUT OF BALANCE" TO TIE-NOTE-O
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE LNDCRPT-REC FROM WS-TIE-LINE.
           MOVE SPACES TO TIE-NOTE-O.
           MOVE "CARRIED IN FROM PRIOR RUNS - ALLOCATED" TO TIE-LABEL-O.
           MOVE WS-ALLOC-PRIOR TO TIE-AMOUNT-O.
           WRITE LNDCRPT-REC FROM WS-TIE-LINE.
           MOVE "CARRIED IN FROM PRIOR RUNS - EXPENSED" TO TIE-LABEL-O.
           MOVE WS-EXPENSE-PRIOR TO TIE-AMOUNT-O.
           WRITE LNDCRPT-REC FROM WS-TIE-LINE.
           MOVE "CARRIED IN FROM PRIOR RUNS - STILL OPEN"
               TO TIE-LABEL-O.
           MOVE WS-CARRY-PRIOR TO TIE-AMOUNT-O.
           WRITE LNDCRPT-REC FROM WS-TIE-LINE.
       500-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT CARRIER-METHOD-FILE, LADING-FILE, PENDING-IN,
                      FRTCOST-FILE.
           OPEN OUTPUT PENDING-OUT, COST-LAYER-OUT, LNDCRPT.
           DISPLAY "LNDCOST OPEN FILES".
           DISPLAY CRM-STATUS.
           DISPLAY LAD-STATUS.
           DISPLAY PNDI-STATUS.
           DISPLAY FRT-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE CARRIER-METHOD-FILE, LADING-FILE, PENDING-IN,
                 PENDING-OUT, FRTCOST-FILE, COST-LAYER-OUT, LNDCRPT.
           DISPLAY "LNDCOST FILES CLOSED".
           DISPLAY "LADING LINES READ      " WS-LADINGS-READ.
           DISPLAY "CARRIED LINES READ     " WS-PENDING-READ.
           DISPLAY "COST LAYERS READ       " WS-LAYERS-READ.
           DISPLAY "COST LAYERS LANDED     " WS-LAYERS-LANDED.
       900-EXIT.
           EXIT.
