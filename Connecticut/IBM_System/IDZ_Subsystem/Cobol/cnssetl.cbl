       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  CNSSETL.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  MONTH-END CONSIGNMENT
      *                SETTLEMENT.  THE MONTH'S CNSEXT EXTRACTS FROM
      *                PARTSUPP (345 CONSIGNMENT RECEIPTS, 346 USAGE)
      *                ARE SORTED BY CONSIGNOR, PART AND WAREHOUSE AND
      *                MATCHED AGAINST THE CARRIED-FORWARD CONSIGNED
      *                ON-HAND FILE.  RECEIPTS ADD STOCK AT THE
      *                CONSIGNOR'S UNIT COST (AVERAGED WITH WHAT IS ON
      *                HAND); EACH USAGE RELIEVES STOCK AND IS PRICED
      *                AT THAT COST TIMES THE LOOKUP-CNS-BIAS-FILE
      *                FACTOR IN FORCE ON THE USAGE DATE - TAKEN FROM
      *                THE MNTAUDIT TRAIL OF CNSMAINT'S FACTOR CHANGES
      *                WHEN THE FACTOR HAS CHANGED SINCE, OTHERWISE
      *                THE CURRENT FACTOR.  PRINTS A SETTLEMENT
      *                STATEMENT PER CONSIGNOR, WRITES THE CNSPAY
      *                PAYABLE FILE (DETAIL PER CONSIGNOR PLUS A
      *                CONTROL TRAILER) AND THE CONSIGNED ON-HAND
      *                REPORT BY CONSIGNOR FOR RECONCILING TO THE
      *                CONSIGNORS' OWN STATEMENTS.
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

           SELECT CNS-EXTRACT-IN
           ASSIGN TO UT-S-CNSEXT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS EXT-STATUS.

           SELECT CNS-ONHAND-IN
           ASSIGN TO UT-S-CNSOHI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OHI-STATUS.

           SELECT CNS-ONHAND-OUT
           ASSIGN TO UT-S-CNSOHO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OHO-STATUS.

           SELECT MAINT-AUDIT-FILE
                  ASSIGN       to MNTAUDIT
                  ORGANIZATION is SEQUENTIAL
                  FILE STATUS  is AU-STATUS.

           SELECT LOOKUP-CNS-BIAS-FILE
                  ASSIGN       to UT-S-YYNSBINT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is CNS-BIAS-KEY
                  FILE STATUS  is CNS-STATUS.

           SELECT CNS-PAYABLE-OUT
           ASSIGN TO UT-S-CNSPAY
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PAY-STATUS.

           SELECT CNS-SORT-FILE
           ASSIGN TO UT-S-SORTWK01.

           SELECT CNSSTMT
           ASSIGN TO UT-S-CNSSTMT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT CNSOHRPT
           ASSIGN TO UT-S-CNSOHRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE2.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARM-REC.
       01  PARM-REC.
           05  PRM-MONTH                   PIC 9(06).
           05  PRM-DUE-DAY                 PIC 9(02).
           05  FILLER                      PIC X(72).

      *    SAME LAYOUT AS PARTSUPP'S CNS-CONSIGN-REC.
       FD  CNS-EXTRACT-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNS-EXTRACT-REC.
       01  CNS-EXTRACT-REC.
           05  CX-TRAN-CODE                PIC 9(03).
               88  CX-RECEIPT                 VALUE 345.
               88  CX-USAGE                   VALUE 346.
           05  CX-PRICE-NUMBER             PIC 9(03).
           05  CX-WREHOUSE-NUMBER          PIC 9(07).
           05  CX-SUPPLR-NUMBER            PIC X(05).
           05  CX-PARTNO                   PIC X(21).
           05  CX-QTY                      PIC 9(07).
           05  CX-UNIT-COST                PIC 9(05)V9999.
           05  CX-MOVE-DATE                PIC 9(08).
           05  FILLER                      PIC X(27).

       FD  CNS-ONHAND-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNS-ONHAND-REC.
       COPY CNSOHND.

       FD  CNS-ONHAND-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNS-ONHAND-REC-OUT.
       01  CNS-ONHAND-REC-OUT              PIC X(80).

      *    SAME LAYOUT AS MNTAUDIT'S MAINT-AUDIT-REC.
       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  MAINT-AUDIT-REC.
           05  MA-DATE                     PIC 9(08).
           05  MA-TIME                     PIC 9(06).
           05  MA-FILE-NAME                PIC X(08).
           05  MA-RECORD-KEY               PIC X(20).
           05  MA-FIELD-NAME               PIC X(20).
           05  MA-BEFORE-IMAGE             PIC X(30).
           05  MA-AFTER-IMAGE              PIC X(30).
           05  MA-USER                     PIC X(08).
           05  MA-RUN-SEQ                  PIC 9(06).
           05  MA-CHECKSUM                 PIC 9(04).

       FD  LOOKUP-CNS-BIAS-FILE
           DATA RECORD IS LOOKUP-CNS-BIAS-REC.
       COPY CNSBIAS.

       FD  CNS-PAYABLE-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNS-PAYABLE-REC.
       COPY CNSPAY.

       SD  CNS-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CNS-SORT-REC.
       01  CNS-SORT-REC.
           05  SR-KEY.
               10  SR-CONSIGNOR                PIC X(05).
               10  SR-PARTNO                   PIC X(21).
               10  SR-WREHOUSE                 PIC 9(07).
           05  SR-MOVE-DATE                    PIC 9(08).
           05  SR-TRAN-CODE                    PIC 9(03).
           05  SR-QTY                          PIC 9(07).
           05  SR-UNIT-COST                    PIC 9(05)V9999.
           05  FILLER                          PIC X(20).

       FD  CNSSTMT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNSSTMT-REC.
       01  CNSSTMT-REC  PIC X(133).

       FD  CNSOHRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNSOHRPT-REC.
       01  CNSOHRPT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  EXT-STATUS              PIC X(2).
               88 END-OF-EXT      VALUE "10".
           05  OHI-STATUS              PIC X(2).
               88 OHI-OPENED      VALUE "00".
               88 END-OF-OHI      VALUE "10".
           05  OHO-STATUS              PIC X(2).
           05  AU-STATUS               PIC X(2).
               88 AU-OPENED       VALUE "00".
               88 END-OF-AUDIT    VALUE "10".
           05  CNS-STATUS              PIC X(2).
               88 CNS-FOUND        VALUE "00".
           05  PAY-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.
           05  OFCODE2                 PIC X(2).

      *    THE CONSIGNED ITEM BEING SETTLED - SAME LAYOUT AS CNSOHND.
       01  WS-ITEM-REC.
           05  WI-KEY.
               10  WI-CONSIGNOR                   PIC  X(05).
               10  WI-PARTNO                      PIC  X(21).
               10  WI-WREHOUSE                    PIC  9(07).
           05  WI-ONHAND-QTY                      PIC S9(07).
           05  WI-UNIT-COST                       PIC  9(05)V9999.
           05  WI-LAST-RECEIPT                    PIC  9(08).
           05  WI-LAST-USAGE                      PIC  9(08).
           05  FILLER                             PIC  X(15).

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-MONTH                    PIC 9(06) VALUE ZERO.
           05  WS-MONTH-PARTS REDEFINES WS-MONTH.
               10  WS-MONTH-CCYY           PIC 9(04).
               10  WS-MONTH-MM             PIC 9(02).
           05  WS-DUE-DAY                  PIC 9(02) VALUE 15.
           05  WS-DUE-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-DUE-PARTS REDEFINES WS-DUE-DATE.
               10  WS-DUE-CCYY             PIC 9(04).
               10  WS-DUE-MM               PIC 9(02).
               10  WS-DUE-DD               PIC 9(02).
           05  WS-OH-KEY                   PIC X(33).
           05  WS-SR-KEY                   PIC X(33).
           05  WS-CUR-KEY                  PIC X(33).
           05  WS-PREV-CONSIGNOR           PIC X(05) VALUE SPACES.
           05  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
               88 WS-SORT-EOF                 VALUE "Y".
           05  WS-STMT-OPEN-SW             PIC X(01) VALUE "N".
               88 WS-STMT-OPEN                VALUE "Y".
           05  WS-HST-SUB                  PIC 9(03) COMP VALUE 0.
           05  WS-HST-FOUND-SW             PIC X(01) VALUE "N".
               88 WS-HST-FOUND                VALUE "Y".
           05  WS-BIAS-KEY                 PIC X(10).
           05  WS-FACTOR-EDIT              PIC ZZ9.999-.
           05  WS-CONSIGNOR-FACTOR         PIC S9(3)V999 COMP-3
                                                          VALUE 1.
           05  WS-CONSIGNOR-DESC           PIC X(30).
           05  WS-USE-FACTOR               PIC S9(3)V999 COMP-3
                                                          VALUE 1.
           05  WS-EXTENSION                PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-ITEM-VALUE               PIC S9(11)V99 COMP-3
                                                          VALUE 0.
           05  WS-OPEN-QTY                 PIC S9(07) COMP-3 VALUE 0.
           05  WS-RECEIVED-QTY             PIC 9(07) COMP-3 VALUE 0.
           05  WS-USED-QTY                 PIC 9(07) COMP-3 VALUE 0.
           05  WS-CN-LINES                 PIC 9(05) VALUE ZERO.
           05  WS-CN-AMOUNT                PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-CN-ITEMS                 PIC 9(05) VALUE ZERO.
           05  WS-CN-VALUE                 PIC S9(11)V99 COMP-3
                                                          VALUE 0.
           05  WS-TOT-ITEMS                PIC 9(05) VALUE ZERO.
           05  WS-TOT-VALUE                PIC S9(11)V99 COMP-3
                                                          VALUE 0.
           05  WS-PAY-COUNT                PIC 9(07) VALUE ZERO.
           05  WS-PAY-TOTAL                PIC 9(11)V99 VALUE ZERO.
           05  WS-EXT-READ                 PIC 9(07) VALUE ZERO.
           05  WS-RECEIPTS                 PIC 9(07) VALUE ZERO.
           05  WS-USAGES                   PIC 9(07) VALUE ZERO.
           05  WS-UNPRICED                 PIC 9(07) VALUE ZERO.

      *    BIAS FACTOR CHANGES FROM THE MNTAUDIT TRAIL, OLDEST FIRST
      *    AS THE TRAIL IS WRITTEN.  THE BEFORE IMAGE IS THE FACTOR
      *    THAT WAS IN FORCE UP TO THE DAY OF THE CHANGE; AN ADD HAS
      *    NO BEFORE IMAGE.
       01  HISTORY-TABLE-AREA.
           05  WS-HST-COUNT                PIC 9(03) COMP VALUE 0.
           05  WS-HST-ENTRY OCCURS 500 TIMES.
               10  HST-BIAS-KEY            PIC X(10).
               10  HST-DATE                PIC 9(08).
               10  HST-BEFORE-SW           PIC X(01).
                   88  HST-HAD-BEFORE         VALUE "Y".
               10  HST-BEFORE-FACTOR       PIC S9(3)V999 COMP-3.

       01  WS-STMT-TITLE.
           05  FILLER                  PIC X(40)
                 VALUE "CONSIGNMENT SETTLEMENT STATEMENT".
           05  FILLER                  PIC X(12) VALUE "CONSIGNOR: ".
           05  STT-CONSIGNOR-O         PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  STT-DESC-O              PIC X(30).
           05  FILLER                  PIC X(09) VALUE "  MONTH: ".
           05  STT-MONTH-O             PIC 9(06).
           05  FILLER                  PIC X(12) VALUE "  RUN DATE: ".
           05  STT-DATE-O              PIC 9(08).
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  WS-STMT-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "USAGE DATE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "WAREHSE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE "PART NUMBER".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE " QTY USED".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "  UNIT COST".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "  FACTOR".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "       AMOUNT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE "NOTE".
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  WS-STMT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  STL-DATE-O              PIC 9999/99/99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  STL-WREHOUSE-O          PIC 9(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  STL-PARTNO-O            PIC X(21).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  STL-QTY-O               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  STL-COST-O              PIC ZZ,ZZ9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  STL-FACTOR-O            PIC ZZ9.999-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  STL-AMOUNT-O            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  STL-NOTE-O              PIC X(30).
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  WS-STMT-TOTAL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(20)
                 VALUE "TOTAL DUE CONSIGNOR ".
           05  STO-CONSIGNOR-O         PIC X(05).
           05  FILLER                  PIC X(09) VALUE "  LINES: ".
           05  STO-LINES-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
           05  STO-AMOUNT-O            PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(12) VALUE "  DUE DATE: ".
           05  STO-DUE-O               PIC 9999/99/99.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-OH-TITLE.
           05  FILLER                  PIC X(40)
                 VALUE "CONSIGNED ON-HAND BY CONSIGNOR".
           05  FILLER                  PIC X(09) VALUE "  MONTH: ".
           05  OHT-MONTH-O             PIC 9(06).
           05  FILLER                  PIC X(12) VALUE "  RUN DATE: ".
           05  OHT-DATE-O              PIC 9(08).
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-OH-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "CNSGR".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "WAREHSE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE "PART NUMBER".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "   OPENING".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE " RECEIVED".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE "     USED".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "   CLOSING".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE "  UNIT COST".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE "  FACTOR".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE "         VALUE".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(15) VALUE "NOTE".

       01  WS-OH-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OHL-CONSIGNOR-O         PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OHL-WREHOUSE-O          PIC 9(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OHL-PARTNO-O            PIC X(21).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OHL-OPEN-O              PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OHL-RECEIVED-O          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OHL-USED-O              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OHL-CLOSE-O             PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OHL-COST-O              PIC ZZ,ZZ9.9999.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OHL-FACTOR-O            PIC ZZ9.999-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OHL-VALUE-O             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OHL-NOTE-O              PIC X(15).

       01  WS-OH-SUBTOTAL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "CONSIGNOR ".
           05  OHS-CONSIGNOR-O         PIC X(05).
           05  FILLER                  PIC X(08) VALUE "  ITEMS ".
           05  OHS-ITEMS-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(26)
                 VALUE "  VALUE AT CURRENT FACTOR ".
           05  OHS-VALUE-O             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * LOAD THE FACTOR HISTORY, SORT THE MONTH'S CONSIGNMENT
      * MOVEMENTS, MATCH THEM AGAINST THE CONSIGNED ON-HAND FILE AND
      * SETTLE EACH CONSIGNOR, THEN CLOSE THE PAYABLE FILE.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           IF AU-OPENED
               READ MAINT-AUDIT-FILE
                   AT END SET END-OF-AUDIT TO TRUE
               END-READ
               PERFORM 100-LOAD-ONE-CHANGE THRU 100-EXIT
                   UNTIL END-OF-AUDIT
           END-IF.

           MOVE WS-MONTH TO OHT-MONTH-O.
           MOVE WS-TODAY TO OHT-DATE-O.
           WRITE CNSOHRPT-REC FROM WS-OH-TITLE.
           WRITE CNSOHRPT-REC FROM WS-BLANK-LINE.
           WRITE CNSOHRPT-REC FROM WS-OH-HEADING.

           SORT CNS-SORT-FILE
               ON ASCENDING KEY SR-CONSIGNOR
               ON ASCENDING KEY SR-PARTNO
               ON ASCENDING KEY SR-WREHOUSE
               ON ASCENDING KEY SR-MOVE-DATE
               ON ASCENDING KEY SR-TRAN-CODE
               INPUT PROCEDURE IS 200-RELEASE-MOVEMENTS THRU 200-EXIT
               OUTPUT PROCEDURE IS 400-SETTLE-CONSIGNORS THRU 400-EXIT.

           PERFORM 600-FINISH-PAYABLES THRU 600-EXIT.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** DEFAULTS: LAST MONTH, PAYABLE DUE THE 15TH OF THE MONTH
      **** AFTER THE SETTLEMENT MONTH.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE WS-TODAY (1:6) TO WS-MONTH.
           IF WS-MONTH-MM = 1
               MOVE 12 TO WS-MONTH-MM
               SUBTRACT 1 FROM WS-MONTH-CCYY
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-MONTH NUMERIC
                   IF PRM-MONTH (5:2) > "00" AND PRM-MONTH (5:2) < "13"
                       MOVE PRM-MONTH TO WS-MONTH
                   END-IF
               END-IF
               IF PRM-DUE-DAY NUMERIC
                   IF PRM-DUE-DAY > ZERO AND PRM-DUE-DAY < 29
                       MOVE PRM-DUE-DAY TO WS-DUE-DAY
                   END-IF
               END-IF
           END-IF.
           MOVE WS-MONTH-CCYY TO WS-DUE-CCYY.
           MOVE WS-MONTH-MM TO WS-DUE-MM.
           IF WS-DUE-MM = 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-CCYY
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF.
           MOVE WS-DUE-DAY TO WS-DUE-DD.
       050-EXIT.
           EXIT.

       100-LOAD-ONE-CHANGE.
      **** ONLY CNSMAINT'S FACTOR CHANGES MATTER HERE.  THE IMAGES
      **** ARE THE EDITED FACTOR CNSMAINT WROTE - DE-EDITED BACK.
           MOVE "100-LOAD-ONE-CHANGE" TO PARA-NAME.
           IF MA-FILE-NAME NOT = "YYNSBINT"
                   OR MA-FIELD-NAME NOT = "CNS-BIAS-FACTOR"
                   OR MA-DATE NOT NUMERIC
               GO TO 100-READ.
           IF WS-HST-COUNT NOT < 500
               DISPLAY "CNSSETL FACTOR HISTORY TABLE FULL"
               MOVE 4 TO RETURN-CODE
               GO TO 100-READ.
           ADD 1 TO WS-HST-COUNT.
           MOVE MA-RECORD-KEY (1:10) TO HST-BIAS-KEY (WS-HST-COUNT).
           MOVE MA-DATE TO HST-DATE (WS-HST-COUNT).
           IF MA-BEFORE-IMAGE = SPACES
               MOVE "N" TO HST-BEFORE-SW (WS-HST-COUNT)
               MOVE 1 TO HST-BEFORE-FACTOR (WS-HST-COUNT)
           ELSE
               MOVE "Y" TO HST-BEFORE-SW (WS-HST-COUNT)
               MOVE MA-BEFORE-IMAGE (1:8) TO WS-FACTOR-EDIT
               MOVE WS-FACTOR-EDIT TO HST-BEFORE-FACTOR (WS-HST-COUNT)
           END-IF.
       100-READ.
           READ MAINT-AUDIT-FILE
               AT END SET END-OF-AUDIT TO TRUE.
       100-EXIT.
           EXIT.

       200-RELEASE-MOVEMENTS.
           MOVE "200-RELEASE-MOVEMENTS" TO PARA-NAME.
           READ CNS-EXTRACT-IN
               AT END SET END-OF-EXT TO TRUE.
           PERFORM 210-RELEASE-ONE THRU 210-EXIT
               UNTIL END-OF-EXT.
       200-EXIT.
           EXIT.

       210-RELEASE-ONE.
      **** PARTSUPP HAS ALREADY EDITED THESE - ANYTHING ELSE ON THE
      **** EXTRACT IS PASSED OVER.
           MOVE "210-RELEASE-ONE" TO PARA-NAME.
           ADD 1 TO WS-EXT-READ.
           IF NOT CX-RECEIPT AND NOT CX-USAGE
               GO TO 210-READ.
           IF CX-QTY NOT NUMERIC OR CX-MOVE-DATE NOT NUMERIC
               GO TO 210-READ.
           MOVE SPACES TO CNS-SORT-REC.
           MOVE CX-SUPPLR-NUMBER TO SR-CONSIGNOR.
           MOVE CX-PARTNO TO SR-PARTNO.
           MOVE CX-WREHOUSE-NUMBER TO SR-WREHOUSE.
           MOVE CX-MOVE-DATE TO SR-MOVE-DATE.
           MOVE CX-TRAN-CODE TO SR-TRAN-CODE.
           MOVE CX-QTY TO SR-QTY.
           IF CX-UNIT-COST NUMERIC
               MOVE CX-UNIT-COST TO SR-UNIT-COST
           ELSE
               MOVE ZERO TO SR-UNIT-COST
           END-IF.
           RELEASE CNS-SORT-REC.
       210-READ.
           READ CNS-EXTRACT-IN
               AT END SET END-OF-EXT TO TRUE.
       210-EXIT.
           EXIT.

       400-SETTLE-CONSIGNORS.
      **** MATCH THE SORTED MOVEMENTS AGAINST THE ON-HAND FILE, BOTH
      **** IN CONSIGNOR / PART / WAREHOUSE ORDER.  A KEY ON EITHER
      **** SIDE ALONE IS STILL AN ITEM - STOCK WITH NO MOVEMENT, OR
      **** A FIRST RECEIPT.
           MOVE "400-SETTLE-CONSIGNORS" TO PARA-NAME.
           PERFORM 410-READ-ONHAND THRU 410-EXIT.
           PERFORM 420-RETURN-MOVEMENT THRU 420-EXIT.
           PERFORM 430-SETTLE-ONE-ITEM THRU 430-EXIT
               UNTIL WS-OH-KEY = HIGH-VALUES
                 AND WS-SR-KEY = HIGH-VALUES.
           IF WS-PREV-CONSIGNOR NOT = SPACES
               PERFORM 470-CONSIGNOR-BREAK THRU 470-EXIT
           END-IF.
           MOVE "ALL" TO OHS-CONSIGNOR-O.
           MOVE WS-TOT-ITEMS TO OHS-ITEMS-O.
           MOVE WS-TOT-VALUE TO OHS-VALUE-O.
           WRITE CNSOHRPT-REC FROM WS-OH-SUBTOTAL.
       400-EXIT.
           EXIT.

       410-READ-ONHAND.
           IF NOT OHI-OPENED OR END-OF-OHI
               MOVE HIGH-VALUES TO WS-OH-KEY
               GO TO 410-EXIT.
           READ CNS-ONHAND-IN
               AT END SET END-OF-OHI TO TRUE.
           IF END-OF-OHI
               MOVE HIGH-VALUES TO WS-OH-KEY
           ELSE
               MOVE CO-KEY TO WS-OH-KEY
           END-IF.
       410-EXIT.
           EXIT.

       420-RETURN-MOVEMENT.
           IF WS-SORT-EOF
               MOVE HIGH-VALUES TO WS-SR-KEY
               GO TO 420-EXIT.
           RETURN CNS-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE.
           IF WS-SORT-EOF
               MOVE HIGH-VALUES TO WS-SR-KEY
           ELSE
               MOVE SR-KEY TO WS-SR-KEY
           END-IF.
       420-EXIT.
           EXIT.

       430-SETTLE-ONE-ITEM.
           MOVE "430-SETTLE-ONE-ITEM" TO PARA-NAME.
           IF WS-OH-KEY < WS-SR-KEY
               MOVE WS-OH-KEY TO WS-CUR-KEY
           ELSE
               MOVE WS-SR-KEY TO WS-CUR-KEY
           END-IF.
           IF WS-CUR-KEY (1:5) NOT = WS-PREV-CONSIGNOR
               IF WS-PREV-CONSIGNOR NOT = SPACES
                   PERFORM 470-CONSIGNOR-BREAK THRU 470-EXIT
               END-IF
               MOVE WS-CUR-KEY (1:5) TO WS-PREV-CONSIGNOR
               PERFORM 460-CURRENT-FACTOR THRU 460-EXIT
           END-IF.

           IF WS-OH-KEY = WS-CUR-KEY
               MOVE CNS-ONHAND-REC TO WS-ITEM-REC
               PERFORM 410-READ-ONHAND THRU 410-EXIT
           ELSE
               MOVE SPACES TO WS-ITEM-REC
               MOVE WS-CUR-KEY TO WI-KEY
               MOVE ZERO TO WI-ONHAND-QTY WI-UNIT-COST
                            WI-LAST-RECEIPT WI-LAST-USAGE
           END-IF.
           MOVE WI-ONHAND-QTY TO WS-OPEN-QTY.
           MOVE ZERO TO WS-RECEIVED-QTY WS-USED-QTY.

           PERFORM 440-APPLY-MOVEMENT THRU 440-EXIT
               UNTIL WS-SR-KEY NOT = WS-CUR-KEY.

      **** AN ITEM WITH NOTHING LEFT AND NOTHING MOVING DROPS OFF.
           IF WI-ONHAND-QTY = ZERO AND WS-RECEIVED-QTY = ZERO
                   AND WS-USED-QTY = ZERO
               GO TO 430-EXIT.
           IF WI-ONHAND-QTY NOT = ZERO
               WRITE CNS-ONHAND-REC-OUT FROM WS-ITEM-REC
           END-IF.
           PERFORM 450-ONHAND-LINE THRU 450-EXIT.
       430-EXIT.
           EXIT.

       440-APPLY-MOVEMENT.
      **** A RECEIPT AVERAGES ITS COST INTO THE STOCK ON HAND.  A
      **** USAGE IS OWED AT THE ITEM'S COST TIMES THE FACTOR IN FORCE
      **** ON THE USAGE DATE.
           MOVE "440-APPLY-MOVEMENT" TO PARA-NAME.
           IF SR-TRAN-CODE = 345
               ADD 1 TO WS-RECEIPTS
               IF WI-ONHAND-QTY > ZERO
                   COMPUTE WI-UNIT-COST ROUNDED =
                       ((WI-ONHAND-QTY * WI-UNIT-COST)
                         + (SR-QTY * SR-UNIT-COST))
                       / (WI-ONHAND-QTY + SR-QTY)
               ELSE
                   MOVE SR-UNIT-COST TO WI-UNIT-COST
               END-IF
               ADD SR-QTY TO WI-ONHAND-QTY WS-RECEIVED-QTY
               MOVE SR-MOVE-DATE TO WI-LAST-RECEIPT
               GO TO 440-NEXT
           END-IF.

           ADD 1 TO WS-USAGES.
           ADD SR-QTY TO WS-USED-QTY.
           SUBTRACT SR-QTY FROM WI-ONHAND-QTY.
           MOVE SR-MOVE-DATE TO WI-LAST-USAGE.
           IF NOT WS-STMT-OPEN
               PERFORM 480-STATEMENT-HEADING THRU 480-EXIT
           END-IF.
           MOVE SPACES TO STL-NOTE-O.
           MOVE SR-MOVE-DATE TO STL-DATE-O.
           MOVE SR-WREHOUSE TO STL-WREHOUSE-O.
           MOVE SR-PARTNO TO STL-PARTNO-O.
           MOVE SR-QTY TO STL-QTY-O.
           MOVE WI-UNIT-COST TO STL-COST-O.
           IF WI-UNIT-COST = ZERO
               MOVE ZERO TO STL-FACTOR-O STL-AMOUNT-O
               MOVE "NO CONSIGNED COST - NOT PAID" TO STL-NOTE-O
               ADD 1 TO WS-UNPRICED
               MOVE 4 TO RETURN-CODE
               WRITE CNSSTMT-REC FROM WS-STMT-LINE
               GO TO 440-NEXT
           END-IF.
           PERFORM 465-FACTOR-AT-DATE THRU 465-EXIT.
           COMPUTE WS-EXTENSION ROUNDED =
               SR-QTY * WI-UNIT-COST * WS-USE-FACTOR.
           MOVE WS-USE-FACTOR TO STL-FACTOR-O.
           MOVE WS-EXTENSION TO STL-AMOUNT-O.
           IF WI-ONHAND-QTY < ZERO
               MOVE "USED OVER CONSIGNED ON-HAND" TO STL-NOTE-O
           END-IF.
           WRITE CNSSTMT-REC FROM WS-STMT-LINE.
           ADD 1 TO WS-CN-LINES.
           ADD WS-EXTENSION TO WS-CN-AMOUNT.
       440-NEXT.
           PERFORM 420-RETURN-MOVEMENT THRU 420-EXIT.
       440-EXIT.
           EXIT.

       450-ONHAND-LINE.
           COMPUTE WS-ITEM-VALUE ROUNDED =
               WI-ONHAND-QTY * WI-UNIT-COST * WS-CONSIGNOR-FACTOR.
           MOVE WI-CONSIGNOR TO OHL-CONSIGNOR-O.
           MOVE WI-WREHOUSE TO OHL-WREHOUSE-O.
           MOVE WI-PARTNO TO OHL-PARTNO-O.
           MOVE WS-OPEN-QTY TO OHL-OPEN-O.
           MOVE WS-RECEIVED-QTY TO OHL-RECEIVED-O.
           MOVE WS-USED-QTY TO OHL-USED-O.
           MOVE WI-ONHAND-QTY TO OHL-CLOSE-O.
           MOVE WI-UNIT-COST TO OHL-COST-O.
           MOVE WS-CONSIGNOR-FACTOR TO OHL-FACTOR-O.
           MOVE WS-ITEM-VALUE TO OHL-VALUE-O.
           IF WI-ONHAND-QTY < ZERO
               MOVE "OVERDRAWN" TO OHL-NOTE-O
           ELSE
               MOVE SPACES TO OHL-NOTE-O
           END-IF.
           WRITE CNSOHRPT-REC FROM WS-OH-LINE.
           ADD 1 TO WS-CN-ITEMS WS-TOT-ITEMS.
           ADD WS-ITEM-VALUE TO WS-CN-VALUE WS-TOT-VALUE.
       450-EXIT.
           EXIT.

       460-CURRENT-FACTOR.
      **** THE BIAS KEY IS THE CONSIGNOR'S SUPPLIER NUMBER, AS
      **** CNSMAINT KEYS THE FILE.  NO FACTOR ON FILE PRICES AT COST.
           MOVE SPACES TO WS-BIAS-KEY.
           MOVE WS-PREV-CONSIGNOR TO WS-BIAS-KEY (1:5).
           MOVE WS-BIAS-KEY TO CNS-BIAS-KEY.
           READ LOOKUP-CNS-BIAS-FILE.
           IF CNS-FOUND
               MOVE CNS-BIAS-FACTOR TO WS-CONSIGNOR-FACTOR
               MOVE CNS-BIAS-DESCRIPTION TO WS-CONSIGNOR-DESC
           ELSE
               MOVE 1 TO WS-CONSIGNOR-FACTOR
               MOVE "NO BIAS FACTOR ON FILE" TO WS-CONSIGNOR-DESC
           END-IF.
       460-EXIT.
           EXIT.

       465-FACTOR-AT-DATE.
      **** THE FIRST FACTOR CHANGE MADE AFTER THE USAGE DATE HOLDS,
      **** AS ITS BEFORE IMAGE, THE FACTOR THAT WAS IN FORCE THAT
      **** DAY.  NO LATER CHANGE MEANS TODAY'S FACTOR STILL APPLIES.
           MOVE WS-CONSIGNOR-FACTOR TO WS-USE-FACTOR.
           MOVE "N" TO WS-HST-FOUND-SW.
           PERFORM VARYING WS-HST-SUB FROM 1 BY 1
                   UNTIL WS-HST-SUB > WS-HST-COUNT
                      OR WS-HST-FOUND
               IF HST-BIAS-KEY (WS-HST-SUB) = WS-BIAS-KEY
                       AND HST-DATE (WS-HST-SUB) > SR-MOVE-DATE
                   SET WS-HST-FOUND TO TRUE
                   MOVE HST-BEFORE-FACTOR (WS-HST-SUB)
                       TO WS-USE-FACTOR
               END-IF
           END-PERFORM.
       465-EXIT.
           EXIT.

       470-CONSIGNOR-BREAK.
      **** CLOSE THE CONSIGNOR'S STATEMENT AND PAYABLE, AND ITS
      **** ON-HAND SUBTOTAL.
           MOVE "470-CONSIGNOR-BREAK" TO PARA-NAME.
           IF WS-STMT-OPEN
               MOVE WS-PREV-CONSIGNOR TO STO-CONSIGNOR-O
               MOVE WS-CN-LINES TO STO-LINES-O
               MOVE WS-CN-AMOUNT TO STO-AMOUNT-O
               MOVE WS-DUE-DATE TO STO-DUE-O
               WRITE CNSSTMT-REC FROM WS-BLANK-LINE
               WRITE CNSSTMT-REC FROM WS-STMT-TOTAL
               WRITE CNSSTMT-REC FROM WS-BLANK-LINE
               WRITE CNSSTMT-REC FROM WS-BLANK-LINE
           END-IF.
           IF WS-CN-AMOUNT > ZERO
               MOVE SPACES TO CNS-PAYABLE-REC
               SET NP-DETAIL TO TRUE
               MOVE WS-MONTH TO NP-PERIOD
               MOVE WS-TODAY TO NP-RUN-DATE
               MOVE WS-PREV-CONSIGNOR TO NP-CONSIGNOR
               STRING "CNS" WS-MONTH DELIMITED BY SIZE
                   INTO NP-INVOICE-REF
               MOVE WS-CN-LINES TO NP-USAGE-LINES
               MOVE WS-CN-AMOUNT TO NP-AMOUNT
               MOVE WS-DUE-DATE TO NP-DUE-DATE
               WRITE CNS-PAYABLE-REC
               ADD 1 TO WS-PAY-COUNT
               ADD WS-CN-AMOUNT TO WS-PAY-TOTAL
           END-IF.
           IF WS-CN-ITEMS > ZERO
               MOVE WS-PREV-CONSIGNOR TO OHS-CONSIGNOR-O
               MOVE WS-CN-ITEMS TO OHS-ITEMS-O
               MOVE WS-CN-VALUE TO OHS-VALUE-O
               WRITE CNSOHRPT-REC FROM WS-OH-SUBTOTAL
               WRITE CNSOHRPT-REC FROM WS-BLANK-LINE
           END-IF.
           MOVE "N" TO WS-STMT-OPEN-SW.
           MOVE ZERO TO WS-CN-LINES WS-CN-AMOUNT
                        WS-CN-ITEMS WS-CN-VALUE.
       470-EXIT.
           EXIT.

       480-STATEMENT-HEADING.
           MOVE WS-PREV-CONSIGNOR TO STT-CONSIGNOR-O.
           MOVE WS-CONSIGNOR-DESC TO STT-DESC-O.
           MOVE WS-MONTH TO STT-MONTH-O.
           MOVE WS-TODAY TO STT-DATE-O.
           WRITE CNSSTMT-REC FROM WS-STMT-TITLE.
           WRITE CNSSTMT-REC FROM WS-BLANK-LINE.
           WRITE CNSSTMT-REC FROM WS-STMT-HEADING.
           MOVE "Y" TO WS-STMT-OPEN-SW.
       480-EXIT.
           EXIT.

       600-FINISH-PAYABLES.
      **** THE CONTROL TRAILER, AS COMMPAY CARRIES FOR PAYROLL.
           MOVE "600-FINISH-PAYABLES" TO PARA-NAME.
           MOVE SPACES TO CNS-PAYABLE-REC.
           SET NP-TRAILER TO TRUE.
           MOVE WS-MONTH TO NP-PERIOD.
           MOVE WS-TODAY TO NP-RUN-DATE.
           MOVE WS-PAY-COUNT TO NP-RECORD-COUNT.
           MOVE WS-PAY-TOTAL TO NP-TOTAL-AMOUNT.
           WRITE CNS-PAYABLE-REC.
       600-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, CNS-EXTRACT-IN, CNS-ONHAND-IN.
           OPEN INPUT MAINT-AUDIT-FILE.
           OPEN INPUT LOOKUP-CNS-BIAS-FILE.
           OPEN OUTPUT CNS-ONHAND-OUT, CNS-PAYABLE-OUT.
           OPEN OUTPUT CNSSTMT, CNSOHRPT.
           DISPLAY "CNSSETL OPEN FILES".
           DISPLAY PRM-STATUS.
           DISPLAY EXT-STATUS.
           DISPLAY OHI-STATUS.
           DISPLAY AU-STATUS.
           DISPLAY CNS-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, CNS-EXTRACT-IN, CNS-ONHAND-IN,
                 MAINT-AUDIT-FILE, LOOKUP-CNS-BIAS-FILE,
                 CNS-ONHAND-OUT, CNS-PAYABLE-OUT, CNSSTMT, CNSOHRPT.
           DISPLAY "CNSSETL FILES CLOSED".
           DISPLAY "EXTRACT RECORDS READ   " WS-EXT-READ.
           DISPLAY "CONSIGNMENT RECEIPTS   " WS-RECEIPTS.
           DISPLAY "CONSIGNMENT USAGES     " WS-USAGES.
           DISPLAY "USAGES NOT PRICED      " WS-UNPRICED.
           DISPLAY "PAYABLES WRITTEN       " WS-PAY-COUNT.
           DISPLAY "PAYABLE TOTAL          " WS-PAY-TOTAL.
       900-EXIT.
           EXIT.
