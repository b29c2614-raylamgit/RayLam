       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  INVMATCH.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  SUPPLIER INVOICE INTAKE AND
      *                THREE-WAY MATCH, RUN AHEAD OF THE SUPPLR-BAL
      *                PAYMENT STEPS.  EACH INVOICE LINE IS MATCHED TO
      *                ITS PO LINE ON THE PO MASTER (RELEASED OR
      *                CLOSED, SAME SUPPLIER AND PART) AND TO THE
      *                QUANTITY RECEIVED ON THE MERGED PARTS MASTER
      *                MTCHMERG BUILDS.  QUANTITY MAY NOT EXCEED THE
      *                SMALLER OF ORDERED AND RECEIVED, AND PRICE MAY
      *                NOT EXCEED THE PO UNIT PRICE (OR THE AVERAGE
      *                RECEIPT COST WHEN THE PO CARRIES NO PRICE), EACH
      *                PLUS THE TOLERANCE ON THE PARM CARD.  AN INVOICE
      *                WHOSE LINES ALL MATCH IS RELEASED TO THE AGING;
      *                ONE BAD LINE HOLDS THE WHOLE INVOICE AND THE
      *                BAD LINES GO TO THE MTCHEXCP QUEUE WITH THEIR
      *                VARIANCE FOR PURCHASING.  THE REPORT LISTS THE
      *                RELEASES, THEN THE HELD INVOICES AND THEIR
      *                DOLLARS BY BUYER.
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

           SELECT INVOICE-FILE
           ASSIGN TO UT-S-INVINTK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS INV-STATUS.

           SELECT PARTS-MF-IN
           ASSIGN TO UT-S-NEWPARTS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MFI-STATUS.

           SELECT PO-MASTER-IN
           ASSIGN TO UT-S-POMSTR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS POM-STATUS.

           SELECT SUPPLR-BAL-IN
           ASSIGN TO UT-S-YYBALIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BALI-STATUS.

           SELECT SUPPLR-BAL-OUT
           ASSIGN TO UT-S-YYBALOUT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BALO-STATUS.

           SELECT MATCH-EXCP-FILE
           ASSIGN TO UT-S-MTCHEXCP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS EXC-STATUS.

           SELECT HELD-SORT-FILE
           ASSIGN TO UT-S-SORTWK01.

           SELECT INVMRPT
           ASSIGN TO UT-S-INVMRPT
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
           05  PRM-PRICE-TOL-PCT           PIC 9(02)V99.
           05  PRM-QTY-TOL-PCT             PIC 9(02)V99.
           05  FILLER                      PIC X(72).

       FD  INVOICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVOICE-REC.
       01  INVOICE-REC.
           05  IV-SUPPLR-NO                PIC X(05).
           05  IV-INVOICE-NO               PIC X(10).
           05  IV-INVOICE-DATE             PIC 9(08).
           05  IV-PO-NUMBER                PIC 9(07).
           05  IV-LINE-NO                  PIC 9(03).
           05  IV-PARTNO                   PIC X(21).
           05  IV-QTY                      PIC 9(07).
           05  IV-UNIT-PRICE               PIC 9(05)V99.
           05  FILLER                      PIC X(12).

       FD  PARTS-MF-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTS-MF-REC-IN.
       01  PARTS-MF-REC-IN                 PIC X(100).

       FD  PO-MASTER-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-MASTER-REC-IN.
       01  PO-MASTER-REC-IN                PIC X(110).

       FD  SUPPLR-BAL-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 230 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLR-BAL-REC.
       COPY SUPPLRBL.

       FD  SUPPLR-BAL-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 230 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLR-BAL-REC-OUT.
       01  SUPPLR-BAL-REC-OUT              PIC X(230).

       FD  MATCH-EXCP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INV-EXCEPTION-REC.
       COPY INVEXCP.

       SD  HELD-SORT-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS HELD-SORT-REC.
       01  HELD-SORT-REC.
           05  HS-BUYER-ID                     PIC X(08).
           05  HS-SUPPLR-NO                    PIC X(05).
           05  HS-INVOICE-NO                   PIC X(10).
           05  HS-INVOICE-DATE                 PIC 9(08).
           05  HS-AMOUNT                       PIC 9(09)V99.
           05  HS-VARIANCE-TYPE                PIC X(01).
           05  FILLER                          PIC X(07).

       FD  INVMRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVMRPT-REC.
       01  INVMRPT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  INV-STATUS              PIC X(2).
               88 END-OF-INV      VALUE "10".
           05  MFI-STATUS              PIC X(2).
               88 END-OF-MFI      VALUE "10".
           05  POM-STATUS              PIC X(2).
               88 END-OF-POM      VALUE "10".
           05  BALI-STATUS             PIC X(2).
               88 END-OF-BAL      VALUE "10".
           05  BALO-STATUS             PIC X(2).
           05  EXC-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       COPY POMSTR.

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
           05  WS-PRICE-TOL-PCT            PIC 9(02)V99 VALUE 2.00.
           05  WS-QTY-TOL-PCT              PIC 9(02)V99 VALUE ZERO.
           05  WS-INV-SUB                  PIC 9(3) COMP VALUE 0.
           05  WS-SIB-SUB                  PIC 9(3) COMP VALUE 0.
           05  WS-QTY-LIMIT                PIC 9(07) COMP-3 VALUE 0.
           05  WS-PRICE-LIMIT              PIC 9(05)V99 COMP-3
                                                     VALUE 0.
           05  WS-POSTED-THIS              PIC S9(9)V99 COMP-3
                                                     VALUE 0.
           05  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
               88 WS-SORT-EOF                 VALUE "Y".
           05  WS-HOLD-BUYER-ID            PIC X(08) VALUE LOW-VALUES.
           05  WS-HOLD-SUPPLR-NO           PIC X(05) VALUE SPACES.
           05  WS-HOLD-INVOICE-NO          PIC X(10) VALUE SPACES.
           05  WS-HOLD-INVOICE-DATE        PIC 9(08) VALUE ZERO.
           05  WS-HOLD-REASON              PIC X(01) VALUE SPACE.
           05  WS-INV-LINES                PIC 9(3) VALUE ZERO.
           05  WS-INV-EXCEPTIONS           PIC 9(3) VALUE ZERO.
           05  WS-INV-DOLLARS              PIC 9(09)V99 COMP-3
                                                     VALUE 0.
           05  WS-BUYER-INVOICES           PIC 9(5) VALUE ZERO.
           05  WS-BUYER-DOLLARS            PIC 9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-LINES-READ               PIC 9(5) VALUE ZERO.
           05  WS-LINES-RELEASED           PIC 9(5) VALUE ZERO.
           05  WS-LINES-HELD               PIC 9(5) VALUE ZERO.
           05  WS-EXCEPTIONS               PIC 9(5) VALUE ZERO.
           05  WS-HELD-INVOICES            PIC 9(5) VALUE ZERO.
           05  WS-RELEASED-DOLLARS         PIC 9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-HELD-DOLLARS             PIC 9(11)V99 COMP-3
                                                     VALUE 0.

      *    THE DAY'S INVOICE LINES, HELD IN A TABLE SO THE PARTS
      *    MASTER, THE PO MASTER AND THE BALANCE FILE CAN EACH BE
      *    PASSED ONCE IN THEIR OWN KEY ORDER.
       01  INVOICE-TABLE-AREA.
           05  WS-INV-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-INV-ENTRY OCCURS 500 TIMES.
               10  IVT-SUPPLR-NO           PIC X(05).
               10  IVT-INVOICE-NO          PIC X(10).
               10  IVT-INVOICE-DATE        PIC 9(08).
               10  IVT-PO-NUMBER           PIC 9(07).
               10  IVT-LINE-NO             PIC 9(03).
               10  IVT-PARTNO              PIC X(21).
               10  IVT-QTY                 PIC 9(07) COMP-3.
               10  IVT-PRICE               PIC 9(05)V99 COMP-3.
               10  IVT-AMOUNT              PIC 9(09)V99 COMP-3.
               10  IVT-PO-FOUND-SW         PIC X(01).
                   88  IVT-PO-FOUND           VALUE "Y".
               10  IVT-PO-STATUS           PIC X(01).
               10  IVT-PO-SUPPLR-NO        PIC X(05).
               10  IVT-PO-PARTNO           PIC X(21).
               10  IVT-PO-QTY              PIC 9(07) COMP-3.
               10  IVT-PO-PRICE            PIC 9(05)V99 COMP-3.
               10  IVT-BUYER-ID            PIC X(08).
               10  IVT-PART-FOUND-SW       PIC X(01).
                   88  IVT-PART-FOUND         VALUE "Y".
               10  IVT-RECV-QTY            PIC S9(07) COMP-3.
               10  IVT-AVG-COST            PIC 9(05)V99 COMP-3.
               10  IVT-ALLOWED-QTY         PIC 9(07) COMP-3.
               10  IVT-EXPECTED-PRICE      PIC 9(05)V99 COMP-3.
               10  IVT-VARIANCE-TYPE       PIC X(01).
                   88  IVT-MATCHED            VALUE SPACE.
               10  IVT-VARIANCE-AMT        PIC 9(09)V99 COMP-3.
               10  IVT-HOLD-SW             PIC X(01).
                   88  IVT-HELD               VALUE "Y".
               10  IVT-POSTED-SW           PIC X(01).
                   88  IVT-POSTED             VALUE "Y".

       01  WS-TITLE-LINE.
           05  RPT-TITLE-O             PIC X(60).
           05  FILLER                  PIC X(10) VALUE "  TOL  P: ".
           05  RPT-PRICE-TOL-O         PIC Z9.99.
           05  FILLER                  PIC X(06) VALUE "%  Q: ".
           05  RPT-QTY-TOL-O           PIC Z9.99.
           05  FILLER                  PIC X(01) VALUE "%".
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-RELEASE-LINE.
           05  FILLER                  PIC X(10) VALUE "SUPPLIER: ".
           05  RRL-SUPPLR-O            PIC X(05).
           05  FILLER                  PIC X(11) VALUE "  INVOICE: ".
           05  RRL-INVOICE-O           PIC X(10).
           05  FILLER                  PIC X(06) VALUE "  PO: ".
           05  RRL-PO-NUMBER-O         PIC 9(07).
           05  FILLER                  PIC X(01) VALUE "-".
           05  RRL-LINE-NO-O           PIC 9(03).
           05  FILLER                  PIC X(08) VALUE "  PART: ".
           05  RRL-PARTNO-O            PIC X(21).
           05  FILLER                  PIC X(07) VALUE "  QTY: ".
           05  RRL-QTY-O               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
           05  RRL-AMOUNT-O            PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(13)
                 VALUE "NOT LOADED - ".
           05  RJL-REASON-O            PIC X(34).
           05  FILLER                  PIC X(12) VALUE "  SUPPLIER: ".
           05  RJL-SUPPLR-O            PIC X(05).
           05  FILLER                  PIC X(11) VALUE "  INVOICE: ".
           05  RJL-INVOICE-O           PIC X(10).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-HELD-LINE.
           05  FILLER                  PIC X(07) VALUE "BUYER: ".
           05  HRL-BUYER-O             PIC X(08).
           05  FILLER                  PIC X(12) VALUE "  SUPPLIER: ".
           05  HRL-SUPPLR-O            PIC X(05).
           05  FILLER                  PIC X(11) VALUE "  INVOICE: ".
           05  HRL-INVOICE-O           PIC X(10).
           05  FILLER                  PIC X(08) VALUE "  DATED ".
           05  HRL-DATE-O              PIC 9(08).
           05  FILLER                  PIC X(09) VALUE "  LINES: ".
           05  HRL-LINES-O             PIC ZZ9.
           05  FILLER                  PIC X(12) VALUE "  EXCEPTNS: ".
           05  HRL-EXCP-O              PIC ZZ9.
           05  FILLER                  PIC X(09) VALUE "  HELD:  ".
           05  HRL-AMOUNT-O            PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HRL-REASON-O            PIC X(12).

       01  WS-BUYER-TOTAL-LINE.
           05  FILLER                  PIC X(14)
                 VALUE "BUYER TOTAL - ".
           05  BTL-BUYER-O             PIC X(08).
           05  FILLER                  PIC X(12) VALUE "  INVOICES: ".
           05  BTL-INVOICES-O          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(16)
                 VALUE "  DOLLARS HELD: ".
           05  BTL-DOLLARS-O           PIC $$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(12) VALUE "LINES READ: ".
           05  TOT-READ-O              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  RELEASED: ".
           05  TOT-RELEASED-O          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE "  HELD: ".
           05  TOT-HELD-O              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14)
                 VALUE "  EXCEPTIONS: ".
           05  TOT-EXCP-O              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14)
                 VALUE "  RELEASED $: ".
           05  TOT-REL-DOLLARS-O       PIC $$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(10) VALUE "  HELD $: ".
           05  TOT-HELD-DOLLARS-O      PIC $$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * LOAD THE DAY'S INVOICE LINES, PICK UP THE RECEIVED QUANTITY
      * FROM THE PARTS MASTER AND THE ORDER TERMS FROM THE PO MASTER,
      * CHECK EVERY LINE, HOLD ANY INVOICE WITH A BAD LINE, RELEASE
      * THE REST TO THE AGING AS THE BALANCE FILE IS COPIED FORWARD,
      * QUEUE THE EXCEPTIONS AND PRINT THE HELD INVOICES BY BUYER.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           READ INVOICE-FILE
               AT END SET END-OF-INV TO TRUE.
           PERFORM 100-LOAD-INVOICE-LINE THRU 100-EXIT
               UNTIL END-OF-INV.

           READ PARTS-MF-IN INTO WS-MF-REC
               AT END SET END-OF-MFI TO TRUE.
           PERFORM 200-MATCH-PART THRU 200-EXIT
               UNTIL END-OF-MFI.

           READ PO-MASTER-IN INTO PO-MASTER-REC
               AT END SET END-OF-POM TO TRUE.
           PERFORM 250-MATCH-PO-LINE THRU 250-EXIT
               UNTIL END-OF-POM.

           PERFORM 300-CHECK-LINE THRU 300-EXIT
               VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT.
           PERFORM 350-HOLD-INVOICE THRU 350-EXIT
               VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT.

           MOVE "INVOICES RELEASED TO THE SUPPLR-BAL AGING"
               TO RPT-TITLE-O.
           WRITE INVMRPT-REC FROM WS-TITLE-LINE.
           READ SUPPLR-BAL-IN
               AT END SET END-OF-BAL TO TRUE.
           PERFORM 400-POST-TO-SUPPLIER THRU 400-EXIT
               UNTIL END-OF-BAL.
           PERFORM 450-CHECK-UNPOSTED THRU 450-EXIT
               VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT.

           PERFORM 500-QUEUE-EXCEPTION THRU 500-EXIT
               VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT.

           SORT HELD-SORT-FILE
               ON ASCENDING KEY HS-BUYER-ID HS-SUPPLR-NO HS-INVOICE-NO
               INPUT PROCEDURE IS 600-RELEASE-HELD THRU 600-EXIT
               OUTPUT PROCEDURE IS 700-PRINT-HELD THRU 700-EXIT.

           MOVE WS-LINES-READ TO TOT-READ-O.
           MOVE WS-LINES-RELEASED TO TOT-RELEASED-O.
           MOVE WS-LINES-HELD TO TOT-HELD-O.
           MOVE WS-EXCEPTIONS TO TOT-EXCP-O.
           MOVE WS-RELEASED-DOLLARS TO TOT-REL-DOLLARS-O.
           MOVE WS-HELD-DOLLARS TO TOT-HELD-DOLLARS-O.
           WRITE INVMRPT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** THE CARD MAY GIVE THE PRICE AND QUANTITY TOLERANCES AS
      **** PERCENTAGES (99V99).  DEFAULTS ARE 2.00% ON PRICE AND NO
      **** TOLERANCE ON QUANTITY.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-PRICE-TOL-PCT NUMERIC
                   MOVE PRM-PRICE-TOL-PCT TO WS-PRICE-TOL-PCT
               END-IF
               IF PRM-QTY-TOL-PCT NUMERIC
                   MOVE PRM-QTY-TOL-PCT TO WS-QTY-TOL-PCT
               END-IF
           END-IF.
           MOVE WS-PRICE-TOL-PCT TO RPT-PRICE-TOL-O.
           MOVE WS-QTY-TOL-PCT TO RPT-QTY-TOL-O.
       050-EXIT.
           EXIT.

       100-LOAD-INVOICE-LINE.
      **** A LINE WITHOUT A SUPPLIER OR INVOICE NUMBER CANNOT BE TIED
      **** TO AN INVOICE AND IS LISTED ONLY.  ANY OTHER BAD FIELD
      **** LOADS THE LINE AS INVALID SO ITS WHOLE INVOICE IS HELD.
           MOVE "100-LOAD-INVOICE-LINE" TO PARA-NAME.
           ADD 1 TO WS-LINES-READ.
           IF IV-SUPPLR-NO = SPACES OR IV-INVOICE-NO = SPACES
               MOVE "NO SUPPLIER OR INVOICE NUMBER" TO RJL-REASON-O
               PERFORM 110-REJECT-INVOICE-LINE THRU 110-EXIT
               GO TO 100-NEXT.
           IF WS-INV-COUNT NOT < 500
               MOVE "OVER 500 INVOICE LINES TODAY" TO RJL-REASON-O
               PERFORM 110-REJECT-INVOICE-LINE THRU 110-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 100-NEXT.
           ADD 1 TO WS-INV-COUNT.
           MOVE SPACES TO WS-INV-ENTRY (WS-INV-COUNT).
           MOVE IV-SUPPLR-NO TO IVT-SUPPLR-NO (WS-INV-COUNT).
           MOVE IV-INVOICE-NO TO IVT-INVOICE-NO (WS-INV-COUNT).
           MOVE IV-PARTNO TO IVT-PARTNO (WS-INV-COUNT).
           MOVE ZERO TO IVT-INVOICE-DATE (WS-INV-COUNT)
                        IVT-PO-NUMBER (WS-INV-COUNT)
                        IVT-LINE-NO (WS-INV-COUNT)
                        IVT-QTY (WS-INV-COUNT)
                        IVT-PRICE (WS-INV-COUNT)
                        IVT-AMOUNT (WS-INV-COUNT)
                        IVT-PO-QTY (WS-INV-COUNT)
                        IVT-PO-PRICE (WS-INV-COUNT)
                        IVT-RECV-QTY (WS-INV-COUNT)
                        IVT-AVG-COST (WS-INV-COUNT)
                        IVT-ALLOWED-QTY (WS-INV-COUNT)
                        IVT-EXPECTED-PRICE (WS-INV-COUNT)
                        IVT-VARIANCE-AMT (WS-INV-COUNT).
           MOVE "N" TO IVT-PO-FOUND-SW (WS-INV-COUNT)
                       IVT-PART-FOUND-SW (WS-INV-COUNT)
                       IVT-HOLD-SW (WS-INV-COUNT)
                       IVT-POSTED-SW (WS-INV-COUNT).
           IF IV-INVOICE-DATE NOT NUMERIC
                   OR IV-PO-NUMBER NOT NUMERIC
                   OR IV-LINE-NO NOT NUMERIC
                   OR IV-QTY NOT NUMERIC
                   OR IV-UNIT-PRICE NOT NUMERIC
                   OR IV-QTY = ZERO
               MOVE "D" TO IVT-VARIANCE-TYPE (WS-INV-COUNT)
               GO TO 100-NEXT.
           MOVE IV-INVOICE-DATE TO IVT-INVOICE-DATE (WS-INV-COUNT).
           MOVE IV-PO-NUMBER TO IVT-PO-NUMBER (WS-INV-COUNT).
           MOVE IV-LINE-NO TO IVT-LINE-NO (WS-INV-COUNT).
           MOVE IV-QTY TO IVT-QTY (WS-INV-COUNT).
           MOVE IV-UNIT-PRICE TO IVT-PRICE (WS-INV-COUNT).
           COMPUTE IVT-AMOUNT (WS-INV-COUNT) ROUNDED =
               IV-QTY * IV-UNIT-PRICE.
       100-NEXT.
           READ INVOICE-FILE
               AT END SET END-OF-INV TO TRUE.
       100-EXIT.
           EXIT.

       110-REJECT-INVOICE-LINE.
           MOVE IV-SUPPLR-NO TO RJL-SUPPLR-O.
           MOVE IV-INVOICE-NO TO RJL-INVOICE-O.
           WRITE INVMRPT-REC FROM WS-REJECT-LINE.
       110-EXIT.
           EXIT.

       200-MATCH-PART.
      **** RECEIVED QUANTITY IS THE PART'S NET RECEIPTS TO DATE ON
      **** THE MERGED MASTER (REVERSALS ALREADY TAKEN OFF); THE
      **** AVERAGE RECEIPT COST PRICES A PO LINE THAT HAS NO PRICE.
           MOVE "200-MATCH-PART" TO PARA-NAME.
           PERFORM 210-PART-TO-LINE THRU 210-EXIT
               VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT.
           READ PARTS-MF-IN INTO WS-MF-REC
               AT END SET END-OF-MFI TO TRUE.
       200-EXIT.
           EXIT.

       210-PART-TO-LINE.
           IF IVT-PARTNO (WS-INV-SUB) NOT = OMF-PARTNO
               GO TO 210-EXIT.
           MOVE "Y" TO IVT-PART-FOUND-SW (WS-INV-SUB).
           MOVE OMF-REC-QTY TO IVT-RECV-QTY (WS-INV-SUB).
           IF OMF-REC-QTY > ZERO AND OMF-REC-AMT > ZERO
               COMPUTE IVT-AVG-COST (WS-INV-SUB) ROUNDED =
                   OMF-REC-AMT / OMF-REC-QTY
           END-IF.
       210-EXIT.
           EXIT.

       250-MATCH-PO-LINE.
           MOVE "250-MATCH-PO-LINE" TO PARA-NAME.
           PERFORM 260-PO-TO-LINE THRU 260-EXIT
               VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT.
           READ PO-MASTER-IN INTO PO-MASTER-REC
               AT END SET END-OF-POM TO TRUE.
       250-EXIT.
           EXIT.

       260-PO-TO-LINE.
           IF IVT-PO-NUMBER (WS-INV-SUB) NOT = PO-NUMBER
                   OR IVT-LINE-NO (WS-INV-SUB) NOT = PO-LINE-NO
               GO TO 260-EXIT.
           MOVE "Y" TO IVT-PO-FOUND-SW (WS-INV-SUB).
           MOVE PO-STATUS TO IVT-PO-STATUS (WS-INV-SUB).
           MOVE PO-SUPPLR-NO TO IVT-PO-SUPPLR-NO (WS-INV-SUB).
           MOVE PO-PARTNO TO IVT-PO-PARTNO (WS-INV-SUB).
           MOVE PO-QTY-ORDERED TO IVT-PO-QTY (WS-INV-SUB).
           MOVE PO-APPROVER-ID TO IVT-BUYER-ID (WS-INV-SUB).
           IF PO-UNIT-PRICE NUMERIC
               MOVE PO-UNIT-PRICE TO IVT-PO-PRICE (WS-INV-SUB).
       260-EXIT.
           EXIT.

       300-CHECK-LINE.
      **** FIRST FAILURE WINS - NO PO LINE, THEN NO RECEIPT, THEN
      **** QUANTITY, THEN PRICE.  ONLY A RELEASED OR CLOSED LINE FOR
      **** THE SAME SUPPLIER AND PART COUNTS AS ORDERED.  BILLING
      **** UNDER THE ALLOWED QUANTITY OR PRICE IS NOT A VARIANCE.
           MOVE "300-CHECK-LINE" TO PARA-NAME.
           IF NOT IVT-MATCHED (WS-INV-SUB)
               MOVE IVT-AMOUNT (WS-INV-SUB)
                   TO IVT-VARIANCE-AMT (WS-INV-SUB)
               GO TO 300-EXIT.
           IF NOT IVT-PO-FOUND (WS-INV-SUB)
                   OR IVT-PO-SUPPLR-NO (WS-INV-SUB)
                       NOT = IVT-SUPPLR-NO (WS-INV-SUB)
                   OR IVT-PO-PARTNO (WS-INV-SUB)
                       NOT = IVT-PARTNO (WS-INV-SUB)
                   OR (IVT-PO-STATUS (WS-INV-SUB) NOT = "R"
                       AND IVT-PO-STATUS (WS-INV-SUB) NOT = "C")
               MOVE "N" TO IVT-VARIANCE-TYPE (WS-INV-SUB)
               MOVE IVT-AMOUNT (WS-INV-SUB)
                   TO IVT-VARIANCE-AMT (WS-INV-SUB)
               GO TO 300-EXIT.
           IF NOT IVT-PART-FOUND (WS-INV-SUB)
                   OR IVT-RECV-QTY (WS-INV-SUB) NOT > ZERO
               MOVE "R" TO IVT-VARIANCE-TYPE (WS-INV-SUB)
               MOVE IVT-AMOUNT (WS-INV-SUB)
                   TO IVT-VARIANCE-AMT (WS-INV-SUB)
               GO TO 300-EXIT.

           IF IVT-RECV-QTY (WS-INV-SUB) < IVT-PO-QTY (WS-INV-SUB)
               MOVE IVT-RECV-QTY (WS-INV-SUB)
                   TO IVT-ALLOWED-QTY (WS-INV-SUB)
           ELSE
               MOVE IVT-PO-QTY (WS-INV-SUB)
                   TO IVT-ALLOWED-QTY (WS-INV-SUB)
           END-IF.
           COMPUTE WS-QTY-LIMIT =
               IVT-ALLOWED-QTY (WS-INV-SUB) +
               (IVT-ALLOWED-QTY (WS-INV-SUB) * WS-QTY-TOL-PCT / 100).
           IF IVT-QTY (WS-INV-SUB) > WS-QTY-LIMIT
               MOVE "Q" TO IVT-VARIANCE-TYPE (WS-INV-SUB)
               COMPUTE IVT-VARIANCE-AMT (WS-INV-SUB) ROUNDED =
                   (IVT-QTY (WS-INV-SUB) -
                    IVT-ALLOWED-QTY (WS-INV-SUB))
                   * IVT-PRICE (WS-INV-SUB)
               GO TO 300-EXIT.

           IF IVT-PO-PRICE (WS-INV-SUB) > ZERO
               MOVE IVT-PO-PRICE (WS-INV-SUB)
                   TO IVT-EXPECTED-PRICE (WS-INV-SUB)
           ELSE
               MOVE IVT-AVG-COST (WS-INV-SUB)
                   TO IVT-EXPECTED-PRICE (WS-INV-SUB)
           END-IF.
      **** NO PO PRICE AND NO RECEIPT COST LEAVES NOTHING TO CHECK
      **** THE PRICE AGAINST - PURCHASING HAS TO LOOK AT IT.
           IF IVT-EXPECTED-PRICE (WS-INV-SUB) = ZERO
               MOVE "P" TO IVT-VARIANCE-TYPE (WS-INV-SUB)
               MOVE IVT-AMOUNT (WS-INV-SUB)
                   TO IVT-VARIANCE-AMT (WS-INV-SUB)
               GO TO 300-EXIT.
           COMPUTE WS-PRICE-LIMIT ROUNDED =
               IVT-EXPECTED-PRICE (WS-INV-SUB) +
               (IVT-EXPECTED-PRICE (WS-INV-SUB) *
                WS-PRICE-TOL-PCT / 100).
           IF IVT-PRICE (WS-INV-SUB) > WS-PRICE-LIMIT
               MOVE "P" TO IVT-VARIANCE-TYPE (WS-INV-SUB)
               COMPUTE IVT-VARIANCE-AMT (WS-INV-SUB) ROUNDED =
                   (IVT-PRICE (WS-INV-SUB) -
                    IVT-EXPECTED-PRICE (WS-INV-SUB))
                   * IVT-QTY (WS-INV-SUB).
       300-EXIT.
           EXIT.

       350-HOLD-INVOICE.
      **** ONE BAD LINE HOLDS EVERY LINE OF THE SAME INVOICE.
           MOVE "350-HOLD-INVOICE" TO PARA-NAME.
           IF IVT-MATCHED (WS-INV-SUB)
               GO TO 350-EXIT.
           PERFORM 360-HOLD-ONE-LINE THRU 360-EXIT
               VARYING WS-SIB-SUB FROM 1 BY 1
               UNTIL WS-SIB-SUB > WS-INV-COUNT.
       350-EXIT.
           EXIT.

       360-HOLD-ONE-LINE.
           IF IVT-SUPPLR-NO (WS-SIB-SUB) = IVT-SUPPLR-NO (WS-INV-SUB)
               AND IVT-INVOICE-NO (WS-SIB-SUB)
                   = IVT-INVOICE-NO (WS-INV-SUB)
               MOVE "Y" TO IVT-HOLD-SW (WS-SIB-SUB).
       360-EXIT.
           EXIT.

       400-POST-TO-SUPPLIER.
      **** A RELEASED INVOICE IS A NEW BILLING - IT GOES INTO THE
      **** YOUNGEST AGING BUCKET (11-30) ON BOTH THE NET AND GROSS
      **** SIDES AND INTO THE GROSS AND NET RECEIVABLE, SO THE AGED
      **** TRIAL BALANCE STILL TIES.  THE AGING IS KEPT AT THE
      **** HEADQUARTERS LEVEL (FIRST THREE OF THE SUPPLIER NUMBER).
           MOVE "400-POST-TO-SUPPLIER" TO PARA-NAME.
           MOVE ZERO TO WS-POSTED-THIS.
           PERFORM 410-POST-ONE-LINE THRU 410-EXIT
               VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT.
           IF WS-POSTED-THIS > ZERO
               ADD WS-POSTED-THIS TO SUPPLR-BAL-BILLING-11-30
                                     SUPPLR-BAL-BILLING-11-30-G
                                     SUPPLR-BAL-GROSS-REC
                                     SUPPLR-BAL-NET-REC
           END-IF.
           WRITE SUPPLR-BAL-REC-OUT FROM SUPPLR-BAL-REC.
           READ SUPPLR-BAL-IN
               AT END SET END-OF-BAL TO TRUE.
       400-EXIT.
           EXIT.

       410-POST-ONE-LINE.
           IF IVT-HELD (WS-INV-SUB) OR IVT-POSTED (WS-INV-SUB)
               GO TO 410-EXIT.
           IF IVT-SUPPLR-NO (WS-INV-SUB) (1:3)
                   NOT = SUPPLR-BAL-SUPPLR-NO
               GO TO 410-EXIT.
           MOVE "Y" TO IVT-POSTED-SW (WS-INV-SUB).
           ADD IVT-AMOUNT (WS-INV-SUB) TO WS-POSTED-THIS
                                          WS-RELEASED-DOLLARS.
           ADD 1 TO WS-LINES-RELEASED.
           MOVE IVT-SUPPLR-NO (WS-INV-SUB) TO RRL-SUPPLR-O.
           MOVE IVT-INVOICE-NO (WS-INV-SUB) TO RRL-INVOICE-O.
           MOVE IVT-PO-NUMBER (WS-INV-SUB) TO RRL-PO-NUMBER-O.
           MOVE IVT-LINE-NO (WS-INV-SUB) TO RRL-LINE-NO-O.
           MOVE IVT-PARTNO (WS-INV-SUB) TO RRL-PARTNO-O.
           MOVE IVT-QTY (WS-INV-SUB) TO RRL-QTY-O.
           MOVE IVT-AMOUNT (WS-INV-SUB) TO RRL-AMOUNT-O.
           WRITE INVMRPT-REC FROM WS-RELEASE-LINE.
       410-EXIT.
           EXIT.

       450-CHECK-UNPOSTED.
      **** A MATCHED INVOICE FOR A SUPPLIER WITH NO BALANCE RECORD
      **** HAD NOWHERE TO GO - IT IS HELD AND QUEUED LIKE ANY OTHER
      **** EXCEPTION.  ALL LINES OF AN INVOICE SHARE ITS SUPPLIER,
      **** SO EVERY LINE OF SUCH AN INVOICE LANDS HERE.
           IF IVT-HELD (WS-INV-SUB) OR IVT-POSTED (WS-INV-SUB)
               GO TO 450-EXIT.
           MOVE "A" TO IVT-VARIANCE-TYPE (WS-INV-SUB).
           MOVE IVT-AMOUNT (WS-INV-SUB)
               TO IVT-VARIANCE-AMT (WS-INV-SUB).
           MOVE "Y" TO IVT-HOLD-SW (WS-INV-SUB).
       450-EXIT.
           EXIT.

       500-QUEUE-EXCEPTION.
           MOVE "500-QUEUE-EXCEPTION" TO PARA-NAME.
           IF IVT-HELD (WS-INV-SUB)
               ADD 1 TO WS-LINES-HELD.
           IF IVT-MATCHED (WS-INV-SUB)
               GO TO 500-EXIT.
           MOVE SPACES TO INV-EXCEPTION-REC.
           MOVE IVT-SUPPLR-NO (WS-INV-SUB) TO EX-SUPPLR-NO.
           MOVE IVT-INVOICE-NO (WS-INV-SUB) TO EX-INVOICE-NO.
           MOVE IVT-INVOICE-DATE (WS-INV-SUB) TO EX-INVOICE-DATE.
           MOVE IVT-PO-NUMBER (WS-INV-SUB) TO EX-PO-NUMBER.
           MOVE IVT-LINE-NO (WS-INV-SUB) TO EX-LINE-NO.
           MOVE IVT-PARTNO (WS-INV-SUB) TO EX-PARTNO.
           MOVE IVT-BUYER-ID (WS-INV-SUB) TO EX-BUYER-ID.
           MOVE IVT-VARIANCE-TYPE (WS-INV-SUB) TO EX-VARIANCE-TYPE.
           MOVE IVT-QTY (WS-INV-SUB) TO EX-INVOICE-QTY.
           MOVE IVT-PRICE (WS-INV-SUB) TO EX-INVOICE-PRICE.
           MOVE IVT-ALLOWED-QTY (WS-INV-SUB) TO EX-ALLOWED-QTY.
           MOVE IVT-EXPECTED-PRICE (WS-INV-SUB) TO EX-EXPECTED-PRICE.
           MOVE IVT-VARIANCE-AMT (WS-INV-SUB) TO EX-VARIANCE-AMT.
           MOVE WS-TODAY TO EX-QUEUE-DATE.
           WRITE INV-EXCEPTION-REC.
           ADD 1 TO WS-EXCEPTIONS.
       500-EXIT.
           EXIT.

       600-RELEASE-HELD.
           MOVE "600-RELEASE-HELD" TO PARA-NAME.
           PERFORM 610-RELEASE-ONE-LINE THRU 610-EXIT
               VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT.
       600-EXIT.
           EXIT.

       610-RELEASE-ONE-LINE.
      **** A LINE WITH NO PO BEHIND IT HAS NO BUYER - IT SORTS UNDER
      **** UNASSGND SO SOMEONE IN PURCHASING PICKS IT UP.
           IF NOT IVT-HELD (WS-INV-SUB)
               GO TO 610-EXIT.
           MOVE SPACES TO HELD-SORT-REC.
           IF IVT-BUYER-ID (WS-INV-SUB) = SPACES
               MOVE "UNASSGND" TO HS-BUYER-ID
           ELSE
               MOVE IVT-BUYER-ID (WS-INV-SUB) TO HS-BUYER-ID
           END-IF.
           MOVE IVT-SUPPLR-NO (WS-INV-SUB) TO HS-SUPPLR-NO.
           MOVE IVT-INVOICE-NO (WS-INV-SUB) TO HS-INVOICE-NO.
           MOVE IVT-INVOICE-DATE (WS-INV-SUB) TO HS-INVOICE-DATE.
           MOVE IVT-AMOUNT (WS-INV-SUB) TO HS-AMOUNT.
           MOVE IVT-VARIANCE-TYPE (WS-INV-SUB) TO HS-VARIANCE-TYPE.
           RELEASE HELD-SORT-REC.
       610-EXIT.
           EXIT.

       700-PRINT-HELD.
           MOVE "700-PRINT-HELD" TO PARA-NAME.
           MOVE "INVOICES HELD FOR PURCHASING - BY BUYER"
               TO RPT-TITLE-O.
           WRITE INVMRPT-REC FROM WS-TITLE-LINE.
           RETURN HELD-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE.
           PERFORM 710-ONE-HELD-LINE THRU 710-EXIT
               UNTIL WS-SORT-EOF.
           IF WS-HOLD-BUYER-ID NOT = LOW-VALUES
               PERFORM 730-WRITE-INVOICE-LINE THRU 730-EXIT
               PERFORM 740-WRITE-BUYER-TOTAL THRU 740-EXIT
           END-IF.
       700-EXIT.
           EXIT.

       710-ONE-HELD-LINE.
           MOVE "710-ONE-HELD-LINE" TO PARA-NAME.
           IF HS-BUYER-ID NOT = WS-HOLD-BUYER-ID
               IF WS-HOLD-BUYER-ID NOT = LOW-VALUES
                   PERFORM 730-WRITE-INVOICE-LINE THRU 730-EXIT
                   PERFORM 740-WRITE-BUYER-TOTAL THRU 740-EXIT
               END-IF
               MOVE HS-BUYER-ID TO WS-HOLD-BUYER-ID
               MOVE ZERO TO WS-BUYER-INVOICES WS-BUYER-DOLLARS
               PERFORM 720-START-INVOICE THRU 720-EXIT
           ELSE
               IF HS-SUPPLR-NO NOT = WS-HOLD-SUPPLR-NO
                       OR HS-INVOICE-NO NOT = WS-HOLD-INVOICE-NO
                   PERFORM 730-WRITE-INVOICE-LINE THRU 730-EXIT
                   PERFORM 720-START-INVOICE THRU 720-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-INV-LINES.
           ADD HS-AMOUNT TO WS-INV-DOLLARS.
           IF HS-VARIANCE-TYPE NOT = SPACE
               ADD 1 TO WS-INV-EXCEPTIONS
               IF WS-HOLD-REASON = SPACE
                   MOVE HS-VARIANCE-TYPE TO WS-HOLD-REASON
               ELSE
                   IF HS-VARIANCE-TYPE NOT = WS-HOLD-REASON
                       MOVE "M" TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF.
           RETURN HELD-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE.
       710-EXIT.
           EXIT.

       720-START-INVOICE.
           MOVE HS-SUPPLR-NO TO WS-HOLD-SUPPLR-NO.
           MOVE HS-INVOICE-NO TO WS-HOLD-INVOICE-NO.
           MOVE HS-INVOICE-DATE TO WS-HOLD-INVOICE-DATE.
           MOVE SPACE TO WS-HOLD-REASON.
           MOVE ZERO TO WS-INV-LINES WS-INV-EXCEPTIONS WS-INV-DOLLARS.
       720-EXIT.
           EXIT.

       730-WRITE-INVOICE-LINE.
           MOVE WS-HOLD-BUYER-ID TO HRL-BUYER-O.
           MOVE WS-HOLD-SUPPLR-NO TO HRL-SUPPLR-O.
           MOVE WS-HOLD-INVOICE-NO TO HRL-INVOICE-O.
           MOVE WS-HOLD-INVOICE-DATE TO HRL-DATE-O.
           MOVE WS-INV-LINES TO HRL-LINES-O.
           MOVE WS-INV-EXCEPTIONS TO HRL-EXCP-O.
           MOVE WS-INV-DOLLARS TO HRL-AMOUNT-O.
           EVALUATE WS-HOLD-REASON
               WHEN "P"
                   MOVE "PRICE" TO HRL-REASON-O
               WHEN "Q"
                   MOVE "QUANTITY" TO HRL-REASON-O
               WHEN "R"
                   MOVE "NO RECEIPT" TO HRL-REASON-O
               WHEN "N"
                   MOVE "NO PO LINE" TO HRL-REASON-O
               WHEN "A"
                   MOVE "NO AGING REC" TO HRL-REASON-O
               WHEN "D"
                   MOVE "INVALID LINE" TO HRL-REASON-O
               WHEN "M"
                   MOVE "MULTIPLE" TO HRL-REASON-O
               WHEN OTHER
                   MOVE "OTHER LINE" TO HRL-REASON-O
           END-EVALUATE.
           WRITE INVMRPT-REC FROM WS-HELD-LINE.
           ADD 1 TO WS-BUYER-INVOICES WS-HELD-INVOICES.
           ADD WS-INV-DOLLARS TO WS-BUYER-DOLLARS WS-HELD-DOLLARS.
       730-EXIT.
           EXIT.

       740-WRITE-BUYER-TOTAL.
           MOVE WS-HOLD-BUYER-ID TO BTL-BUYER-O.
           MOVE WS-BUYER-INVOICES TO BTL-INVOICES-O.
           MOVE WS-BUYER-DOLLARS TO BTL-DOLLARS-O.
           WRITE INVMRPT-REC FROM WS-BUYER-TOTAL-LINE.
       740-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, INVOICE-FILE, PARTS-MF-IN,
                      PO-MASTER-IN, SUPPLR-BAL-IN.
           OPEN OUTPUT SUPPLR-BAL-OUT, MATCH-EXCP-FILE, INVMRPT.
           DISPLAY "INVMATCH OPEN FILES".
           DISPLAY INV-STATUS.
           DISPLAY MFI-STATUS.
           DISPLAY POM-STATUS.
           DISPLAY BALI-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, INVOICE-FILE, PARTS-MF-IN, PO-MASTER-IN,
                 SUPPLR-BAL-IN, SUPPLR-BAL-OUT, MATCH-EXCP-FILE,
                 INVMRPT.
           DISPLAY "INVMATCH FILES CLOSED".
           DISPLAY "INVOICE LINES READ     " WS-LINES-READ.
           DISPLAY "INVOICE LINES RELEASED " WS-LINES-RELEASED.
           DISPLAY "INVOICE LINES HELD     " WS-LINES-HELD.
           DISPLAY "INVOICES HELD          " WS-HELD-INVOICES.
       900-EXIT.
           EXIT.
