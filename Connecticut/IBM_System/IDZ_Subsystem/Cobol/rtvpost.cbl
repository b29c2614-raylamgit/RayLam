       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  RTVPOST.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  DAILY RETURN-TO-VENDOR
      *                POSTING, RUN AFTER PARTSUPP AND AHEAD OF
      *                MTCHMERG AND THE SUPPLR-BAL PAYMENT STEPS.  EACH
      *                343 RTV ON PARTSUPP'S RTVEXT EXTRACT OPENS AN
      *                RMA ON THE CARRIED-FORWARD OPEN-RMA FILE AND
      *                WRITES A RECEIPT REVERSAL IN MTCHMERG ACTIVITY
      *                LAYOUT (RTVACT, CONCATENATED INTO CURTRANS) SO
      *                THE RETURNED QUANTITY COMES OFF ON-HAND.  A
      *                DAMAGE RETURN IS CHECKED AGAINST ITS FREIGHT
      *                CLAIM ON FRTCLAIM, WHICH MUST BE OPEN (FILED OR
      *                ACKNOWLEDGED) AND BELONG TO THE SAME SUPPLIER.
      *                EACH 344 CREDIT MEMO IS APPLIED TO ITS RMA AND
      *                POSTED AS A CREDIT TO THE SUPPLIER'S SUPPLR-BAL
      *                AGING AS THE BALANCE FILE IS COPIED FORWARD; AN
      *                RMA DROPS OFF ONCE ITS CREDITS COVER THE RETURN
      *                VALUE.  RTVREG IS THE DAY'S RTV REGISTER; RMARPT
      *                LISTS THE OPEN RMAS STILL AWAITING CREDIT, AGED,
      *                FLAGGING ANY OLDER THAN THE AGE LIMIT ON THE
      *                PARM CARD.
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

           SELECT RTV-EXTRACT-IN
           ASSIGN TO UT-S-RTVEXT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS EXT-STATUS.

           SELECT OPEN-RMA-IN
           ASSIGN TO UT-S-RMAIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RMI-STATUS.

           SELECT PARTS-MF-IN
           ASSIGN TO UT-S-NEWPARTS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MFI-STATUS.

           SELECT FREIGHT-CLAIM-FILE
           ASSIGN TO FRTCLAIM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS FC-CLAIM-NO
             FILE STATUS IS FC-STATUS-CODE.

           SELECT SUPPLR-BAL-IN
           ASSIGN TO UT-S-YYBALIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BALI-STATUS.

           SELECT SUPPLR-BAL-OUT
           ASSIGN TO UT-S-YYBALOUT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BALO-STATUS.

           SELECT OPEN-RMA-OUT
           ASSIGN TO UT-S-RMAOUT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RMO-STATUS.

           SELECT RTV-ACTIVITY-OUT
           ASSIGN TO UT-S-RTVACT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ACT-STATUS.

           SELECT RTVREG
           ASSIGN TO UT-S-RTVREG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT RMARPT
           ASSIGN TO UT-S-RMARPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARM-REC.
       01  PARM-REC.
           05  PRM-AGE-DAYS                PIC 9(03).
           05  FILLER                      PIC X(77).

      *    SAME LAYOUT AS PARTSUPP'S RTV-RETURN-REC.
       FD  RTV-EXTRACT-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTV-EXTRACT-REC.
       01  RTV-EXTRACT-REC.
           05  RX-TRAN-CODE                PIC 9(03).
               88  RX-RETURN                  VALUE 343.
               88  RX-CREDIT-MEMO             VALUE 344.
           05  RX-PRICE-NUMBER             PIC 9(03).
           05  RX-WREHOUSE-NUMBER          PIC 9(07).
           05  RX-SUPPLR-NUMBER            PIC X(05).
           05  RX-RMA-NUMBER               PIC X(10).
           05  RX-PARTNO                   PIC X(21).
           05  RX-RTV-QTY                  PIC 9(07).
           05  RX-REASON-CODE              PIC X(01).
           05  RX-AMOUNT                   PIC 9(07)V99.
           05  RX-CLAIM-NO                 PIC 9(07).
           05  RX-CREDIT-MEMO-NO           PIC X(10).
           05  FILLER                      PIC X(07).

       FD  OPEN-RMA-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPEN-RMA-REC.
       COPY RMAOPEN.

       FD  PARTS-MF-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTS-MF-REC-IN.
       01  PARTS-MF-REC-IN                 PIC X(100).

      *    SAME LAYOUT AS FRCMAINT'S FREIGHT-CLAIM-REC.
       FD  FREIGHT-CLAIM-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  FREIGHT-CLAIM-REC.
           05  FC-CLAIM-NO                 PIC 9(07).
           05  FC-SUPPLR-NO                PIC X(03).
           05  FC-CARRIER                  PIC X(04).
           05  FC-PRO-NUMBER               PIC X(10).
           05  FC-AMOUNT                   PIC 9(7)V99.
           05  FC-STATUS                   PIC X(01).
               88  FC-FILED                   VALUE "F".
               88  FC-ACKNOWLEDGED            VALUE "A".
               88  FC-PAID                    VALUE "P".
               88  FC-DENIED                  VALUE "D".
           05  FC-FILED-DATE               PIC 9(08).
           05  FC-SHIP-DATE                PIC 9(08).
           05  FC-PAID-AMOUNT              PIC 9(7)V99.
           05  FILLER                      PIC X(32).

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

       FD  OPEN-RMA-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPEN-RMA-REC-OUT.
       01  OPEN-RMA-REC-OUT                PIC X(100).

       FD  RTV-ACTIVITY-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTV-ACTIVITY-REC.
       01  RTV-ACTIVITY-REC                PIC X(80).

       FD  RTVREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTVREG-REC.
       01  RTVREG-REC  PIC X(133).

       FD  RMARPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMARPT-REC.
       01  RMARPT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  EXT-STATUS              PIC X(2).
               88 EXT-OPENED      VALUE "00".
               88 END-OF-EXT      VALUE "10".
           05  RMI-STATUS              PIC X(2).
               88 RMI-OPENED      VALUE "00".
               88 END-OF-RMI      VALUE "10".
           05  MFI-STATUS              PIC X(2).
               88 END-OF-MFI      VALUE "10".
           05  FC-STATUS-CODE          PIC X(2).
               88 FC-FOUND        VALUE "00".
           05  BALI-STATUS             PIC X(2).
               88 END-OF-BAL      VALUE "10".
           05  BALO-STATUS             PIC X(2).
           05  RMO-STATUS              PIC X(2).
           05  ACT-STATUS              PIC X(2).
           05  RPT-STATUS              PIC X(2).
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

      *    SAME LAYOUT AS MTCHMERG'S WS-CUR-ACT-REC.  THE RETURN
      *    POSTS AS A RECEIPT REVERSAL, THE RMA NUMBER RIDING IN THE
      *    PRO-NUMBER SLOT FOR THE AUDIT TRAIL.
       01  WS-ACT-REC.
           05  AF-PARTNO                       PIC  X(21).
           05  AF-PROD-LINE                    PIC  X(2).
           05  AF-ACCOUNT                      PIC  X(9).
           05  AF-QTY                          PIC S9(7).
           05  AF-AMT                          PIC S9(8)V99.
           05  AF-PARTNAME                     PIC  X(15).
           05  AF-MODEL                        PIC  X(3).
           05  AF-PRO-NUMBER                   PIC  X(10).
           05  FILLER                          PIC  X(2) VALUE SPACE.
           05  AF-REC-PAY-CODE                 PIC  X.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-TODAY-INT                PIC 9(07) COMP VALUE 0.
           05  WS-AGE-LIMIT                PIC 9(03) VALUE 30.
           05  WS-AGE-DAYS                 PIC 9(05) VALUE ZERO.
           05  WS-RTT-SUB                  PIC 9(3) COMP VALUE 0.
           05  WS-RMA-SUB                  PIC 9(3) COMP VALUE 0.
           05  WS-FOUND-SW                 PIC X(01) VALUE "N".
               88 WS-RMA-FOUND                VALUE "Y".
           05  WS-POSTED-THIS              PIC S9(9)V99 COMP-3
                                                     VALUE 0.
           05  WS-AWAITING                 PIC S9(9)V99 COMP-3
                                                     VALUE 0.
           05  WS-RTVS                     PIC 9(5) VALUE ZERO.
           05  WS-CREDITS                  PIC 9(5) VALUE ZERO.
           05  WS-EXCEPTIONS               PIC 9(5) VALUE ZERO.
           05  WS-RMAS-CARRIED             PIC 9(5) VALUE ZERO.
           05  WS-RMAS-CLOSED              PIC 9(5) VALUE ZERO.
           05  WS-RMAS-OPEN                PIC 9(5) VALUE ZERO.
           05  WS-RMAS-OVER-AGE            PIC 9(5) VALUE ZERO.
           05  WS-ACT-WRITTEN              PIC 9(5) VALUE ZERO.
           05  WS-QTY-RELIEVED             PIC 9(9) COMP-3 VALUE 0.
           05  WS-VALUE-RELIEVED           PIC 9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-CREDIT-POSTED            PIC 9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-OPEN-AWAITING            PIC 9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-OPEN-CREDITED            PIC 9(11)V99 COMP-3
                                                     VALUE 0.

      *    THE DAY'S RTV EXTRACT, HELD IN A TABLE SO THE PARTS
      *    MASTER AND THE BALANCE FILE CAN EACH BE PASSED ONCE.
       01  RTV-TABLE-AREA.
           05  WS-RTT-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-RTT-ENTRY OCCURS 500 TIMES.
               10  RTT-TRAN-CODE           PIC 9(03).
                   88  RTT-RETURN             VALUE 343.
                   88  RTT-CREDIT-MEMO        VALUE 344.
               10  RTT-SUPPLR-NO           PIC X(05).
               10  RTT-WREHOUSE-NO         PIC 9(07).
               10  RTT-RMA-NUMBER          PIC X(10).
               10  RTT-PARTNO              PIC X(21).
               10  RTT-QTY                 PIC 9(07) COMP-3.
               10  RTT-REASON-CODE         PIC X(01).
                   88  RTT-REASON-DAMAGE      VALUE "D".
               10  RTT-AMOUNT              PIC 9(07)V99 COMP-3.
               10  RTT-CLAIM-NO            PIC 9(07).
               10  RTT-MEMO-NO             PIC X(10).
               10  RTT-PART-FOUND-SW       PIC X(01).
                   88  RTT-PART-FOUND         VALUE "Y".
               10  RTT-PROD-LINE           PIC X(02).
               10  RTT-ACCOUNT             PIC X(09).
               10  RTT-PARTNAME            PIC X(15).
               10  RTT-REJECT-SW           PIC X(01).
                   88  RTT-REJECTED           VALUE "Y".
               10  RTT-POSTED-SW           PIC X(01).
                   88  RTT-POSTED             VALUE "Y".

      *    THE OPEN RMAS - CARRIED FORWARD FROM RMAIN PLUS TODAY'S
      *    RETURNS.  A CLOSED ENTRY IS NOT WRITTEN BACK TO RMAOUT.
       01  RMA-TABLE-AREA.
           05  WS-RMT-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-RMT-ENTRY OCCURS 500 TIMES.
               10  RMT-RMA-REC             PIC X(100).
               10  RMT-CLOSED-SW           PIC X(01).
                   88  RMT-CLOSED             VALUE "Y".

       01  WS-TITLE-LINE.
           05  RPT-TITLE-O             PIC X(60).
           05  FILLER                  PIC X(12) VALUE "  RUN DATE: ".
           05  RPT-DATE-O              PIC 9(08).
           05  FILLER                  PIC X(13)
                 VALUE "  AGE LIMIT: ".
           05  RPT-AGE-O               PIC ZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  RGL-TYPE-O              PIC X(06).
           05  FILLER                  PIC X(05) VALUE " RMA ".
           05  RGL-RMA-O               PIC X(10).
           05  FILLER                  PIC X(06) VALUE " SUPP ".
           05  RGL-SUPPLR-O            PIC X(05).
           05  FILLER                  PIC X(06) VALUE " PART ".
           05  RGL-PARTNO-O            PIC X(21).
           05  FILLER                  PIC X(05) VALUE " QTY ".
           05  RGL-QTY-O               PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE " RSN ".
           05  RGL-REASON-O            PIC X(01).
           05  FILLER                  PIC X(05) VALUE " AMT ".
           05  RGL-AMOUNT-O            PIC Z,ZZZ,ZZ9.99.
           05  RGL-REF-LABEL-O         PIC X(07).
           05  RGL-REF-O               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RGL-NOTE-O              PIC X(21).

       01  WS-POSTED-LINE.
           05  PSL-ACTION-O            PIC X(16).
           05  FILLER                  PIC X(05) VALUE "SUPP ".
           05  PSL-SUPPLR-O            PIC X(05).
           05  FILLER                  PIC X(06) VALUE " MEMO ".
           05  PSL-MEMO-O              PIC X(10).
           05  FILLER                  PIC X(05) VALUE " RMA ".
           05  PSL-RMA-O               PIC X(10).
           05  FILLER                  PIC X(05) VALUE " AMT ".
           05  PSL-AMOUNT-O            PIC Z,ZZZ,ZZ9.99.
           05  PSL-NOTE-O              PIC X(30).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-REG-TOTALS-LINE.
           05  FILLER                  PIC X(06) VALUE "RTVS: ".
           05  TRG-RTV-O               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(16)
                 VALUE "  QTY RELIEVED: ".
           05  TRG-QTY-O               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE "  VALUE: ".
           05  TRG-VALUE-O             PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(11) VALUE "  CREDITS: ".
           05  TRG-CREDITS-O           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  POSTED: ".
           05  TRG-POSTED-O            PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(14)
                 VALUE "  EXCEPTIONS: ".
           05  TRG-EXCP-O              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-OPEN-RMA-LINE.
           05  ORL-FLAG-O              PIC X(01).
           05  FILLER                  PIC X(04) VALUE "RMA ".
           05  ORL-RMA-O               PIC X(10).
           05  FILLER                  PIC X(06) VALUE " SUPP ".
           05  ORL-SUPPLR-O            PIC X(05).
           05  FILLER                  PIC X(06) VALUE " PART ".
           05  ORL-PARTNO-O            PIC X(21).
           05  FILLER                  PIC X(05) VALUE " QTY ".
           05  ORL-QTY-O               PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE " RSN ".
           05  ORL-REASON-O            PIC X(01).
           05  FILLER                  PIC X(09) VALUE " SHIPPED ".
           05  ORL-SHIP-O              PIC 9(08).
           05  FILLER                  PIC X(05) VALUE " AGE ".
           05  ORL-AGE-O               PIC ZZZZ9.
           05  FILLER                  PIC X(07) VALUE " VALUE ".
           05  ORL-VALUE-O             PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(06) VALUE " CRED ".
           05  ORL-CREDIT-O            PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-OPEN-CLAIM-LINE.
           05  FILLER                  PIC X(21)
                 VALUE "      FREIGHT CLAIM: ".
           05  OCL-CLAIM-O             PIC 9(07).
           05  FILLER                  PIC X(16)
                 VALUE "  CLAIM STATUS: ".
           05  OCL-STATUS-O            PIC X(12).
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-OPEN-TOTALS-LINE.
           05  FILLER                  PIC X(11) VALUE "OPEN RMAS: ".
           05  ORT-COUNT-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(18)
                 VALUE "  OVER AGE LIMIT: ".
           05  ORT-OVER-O              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(25)
                 VALUE "  VALUE AWAITING CREDIT: ".
           05  ORT-VALUE-O             PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(20)
                 VALUE "  CREDITED TO DATE: ".
           05  ORT-CREDIT-O            PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * TABLE THE OPEN RMAS AND THE DAY'S RTV EXTRACT, PICK UP EACH
      * RETURNED PART'S MASTER DATA, OPEN AN RMA AND RELIEVE ON-HAND
      * FOR EACH RETURN, APPLY EACH CREDIT MEMO TO ITS RMA, POST THE
      * CREDITS AS THE BALANCE FILE IS COPIED FORWARD, THEN CARRY THE
      * STILL-OPEN RMAS FORWARD AND LIST THEM.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           IF RMI-OPENED
               READ OPEN-RMA-IN
                   AT END SET END-OF-RMI TO TRUE
               END-READ
               PERFORM 100-LOAD-OPEN-RMA THRU 100-EXIT
                   UNTIL END-OF-RMI
           END-IF.
           IF EXT-OPENED
               READ RTV-EXTRACT-IN
                   AT END SET END-OF-EXT TO TRUE
               END-READ
               PERFORM 150-LOAD-RTV-LINE THRU 150-EXIT
                   UNTIL END-OF-EXT
           END-IF.

           READ PARTS-MF-IN INTO WS-MF-REC
               AT END SET END-OF-MFI TO TRUE.
           PERFORM 200-MATCH-PART THRU 200-EXIT
               UNTIL END-OF-MFI.

           MOVE "DAILY RETURN-TO-VENDOR REGISTER" TO RPT-TITLE-O.
           WRITE RTVREG-REC FROM WS-TITLE-LINE.
           WRITE RTVREG-REC FROM WS-BLANK-LINE.
           PERFORM 300-APPLY-TRANSACTION THRU 300-EXIT
               VARYING WS-RTT-SUB FROM 1 BY 1
               UNTIL WS-RTT-SUB > WS-RTT-COUNT.

           WRITE RTVREG-REC FROM WS-BLANK-LINE.
           READ SUPPLR-BAL-IN
               AT END SET END-OF-BAL TO TRUE.
           PERFORM 400-POST-TO-SUPPLIER THRU 400-EXIT
               UNTIL END-OF-BAL.
           PERFORM 450-CHECK-UNPOSTED THRU 450-EXIT
               VARYING WS-RTT-SUB FROM 1 BY 1
               UNTIL WS-RTT-SUB > WS-RTT-COUNT.

           MOVE WS-RTVS TO TRG-RTV-O.
           MOVE WS-QTY-RELIEVED TO TRG-QTY-O.
           MOVE WS-VALUE-RELIEVED TO TRG-VALUE-O.
           MOVE WS-CREDITS TO TRG-CREDITS-O.
           MOVE WS-CREDIT-POSTED TO TRG-POSTED-O.
           MOVE WS-EXCEPTIONS TO TRG-EXCP-O.
           WRITE RTVREG-REC FROM WS-BLANK-LINE.
           WRITE RTVREG-REC FROM WS-REG-TOTALS-LINE.

           MOVE "OPEN RMAS AWAITING SUPPLIER CREDIT" TO RPT-TITLE-O.
           WRITE RMARPT-REC FROM WS-TITLE-LINE.
           WRITE RMARPT-REC FROM WS-BLANK-LINE.
           PERFORM 500-CARRY-OPEN-RMA THRU 500-EXIT
               VARYING WS-RMA-SUB FROM 1 BY 1
               UNTIL WS-RMA-SUB > WS-RMT-COUNT.
           MOVE WS-RMAS-OPEN TO ORT-COUNT-O.
           MOVE WS-RMAS-OVER-AGE TO ORT-OVER-O.
           MOVE WS-OPEN-AWAITING TO ORT-VALUE-O.
           MOVE WS-OPEN-CREDITED TO ORT-CREDIT-O.
           WRITE RMARPT-REC FROM WS-BLANK-LINE.
           WRITE RMARPT-REC FROM WS-OPEN-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** THE CARD MAY GIVE THE AGE IN DAYS PAST WHICH AN RMA STILL
      **** WAITING ON ITS CREDIT IS FLAGGED FOR THE BUYER TO CHASE.
      **** DEFAULT IS 30 DAYS.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-AGE-DAYS NUMERIC AND PRM-AGE-DAYS > ZERO
                   MOVE PRM-AGE-DAYS TO WS-AGE-LIMIT
               END-IF
           END-IF.
           MOVE WS-TODAY TO RPT-DATE-O.
           MOVE WS-AGE-LIMIT TO RPT-AGE-O.
       050-EXIT.
           EXIT.

       100-LOAD-OPEN-RMA.
           MOVE "100-LOAD-OPEN-RMA" TO PARA-NAME.
           IF WS-RMT-COUNT NOT < 500
               DISPLAY "OPEN RMA TABLE FULL - DROPPED " RM-RMA-NUMBER
               MOVE 8 TO RETURN-CODE
               GO TO 100-NEXT.
           ADD 1 TO WS-RMT-COUNT WS-RMAS-CARRIED.
           MOVE OPEN-RMA-REC TO RMT-RMA-REC (WS-RMT-COUNT).
           MOVE "N" TO RMT-CLOSED-SW (WS-RMT-COUNT).
       100-NEXT.
           READ OPEN-RMA-IN
               AT END SET END-OF-RMI TO TRUE.
       100-EXIT.
           EXIT.

       150-LOAD-RTV-LINE.
      **** PARTSUPP HAS ALREADY EDITED EVERY LINE ON THE EXTRACT.
           MOVE "150-LOAD-RTV-LINE" TO PARA-NAME.
           IF WS-RTT-COUNT NOT < 500
               DISPLAY "RTV TABLE FULL - DROPPED " RX-RMA-NUMBER
               MOVE 8 TO RETURN-CODE
               GO TO 150-NEXT.
           ADD 1 TO WS-RTT-COUNT.
           MOVE SPACES TO WS-RTT-ENTRY (WS-RTT-COUNT).
           MOVE RX-TRAN-CODE TO RTT-TRAN-CODE (WS-RTT-COUNT).
           MOVE RX-SUPPLR-NUMBER TO RTT-SUPPLR-NO (WS-RTT-COUNT).
           MOVE RX-WREHOUSE-NUMBER TO RTT-WREHOUSE-NO (WS-RTT-COUNT).
           MOVE RX-RMA-NUMBER TO RTT-RMA-NUMBER (WS-RTT-COUNT).
           MOVE RX-PARTNO TO RTT-PARTNO (WS-RTT-COUNT).
           MOVE RX-REASON-CODE TO RTT-REASON-CODE (WS-RTT-COUNT).
           MOVE RX-AMOUNT TO RTT-AMOUNT (WS-RTT-COUNT).
           MOVE RX-CREDIT-MEMO-NO TO RTT-MEMO-NO (WS-RTT-COUNT).
           MOVE ZERO TO RTT-QTY (WS-RTT-COUNT)
                        RTT-CLAIM-NO (WS-RTT-COUNT).
           IF RX-RETURN
               MOVE RX-RTV-QTY TO RTT-QTY (WS-RTT-COUNT)
               IF RX-CLAIM-NO NUMERIC
                   MOVE RX-CLAIM-NO TO RTT-CLAIM-NO (WS-RTT-COUNT)
               END-IF
           END-IF.
           MOVE "N" TO RTT-PART-FOUND-SW (WS-RTT-COUNT)
                       RTT-REJECT-SW (WS-RTT-COUNT)
                       RTT-POSTED-SW (WS-RTT-COUNT).
       150-NEXT.
           READ RTV-EXTRACT-IN
               AT END SET END-OF-EXT TO TRUE.
       150-EXIT.
           EXIT.

       200-MATCH-PART.
      **** THE RECEIPT REVERSAL NEEDS THE PART'S PRODUCT LINE,
      **** ACCOUNT AND NAME OFF THE MERGED MASTER TO POST IN
      **** MTCHMERG LIKE ANY OTHER ACTIVITY.
           MOVE "200-MATCH-PART" TO PARA-NAME.
           PERFORM 210-PART-TO-LINE THRU 210-EXIT
               VARYING WS-RTT-SUB FROM 1 BY 1
               UNTIL WS-RTT-SUB > WS-RTT-COUNT.
           READ PARTS-MF-IN INTO WS-MF-REC
               AT END SET END-OF-MFI TO TRUE.
       200-EXIT.
           EXIT.

       210-PART-TO-LINE.
           IF NOT RTT-RETURN (WS-RTT-SUB)
                   OR RTT-PARTNO (WS-RTT-SUB) NOT = OMF-PARTNO
               GO TO 210-EXIT.
           MOVE "Y" TO RTT-PART-FOUND-SW (WS-RTT-SUB).
           MOVE OMF-PROD-LINE TO RTT-PROD-LINE (WS-RTT-SUB).
           MOVE OMF-ACCOUNT TO RTT-ACCOUNT (WS-RTT-SUB).
           MOVE OMF-PARTNAME TO RTT-PARTNAME (WS-RTT-SUB).
       210-EXIT.
           EXIT.

       300-APPLY-TRANSACTION.
           MOVE "300-APPLY-TRANSACTION" TO PARA-NAME.
           MOVE SPACES TO RGL-NOTE-O.
           PERFORM 320-FIND-RMA THRU 320-EXIT.
           IF RTT-RETURN (WS-RTT-SUB)
               PERFORM 310-OPEN-RMA THRU 310-EXIT
           ELSE
               PERFORM 330-APPLY-CREDIT THRU 330-EXIT
           END-IF.
           WRITE RTVREG-REC FROM WS-REGISTER-LINE.
       300-EXIT.
           EXIT.

       310-OPEN-RMA.
      **** THE GOODS HAVE LEFT THE DOCK, SO A RETURN ALWAYS OPENS
      **** ITS RMA - A PART MISSING FROM THE MASTER OR A DAMAGE
      **** RETURN WITHOUT AN OPEN CLAIM IS FLAGGED ON THE REGISTER
      **** FOR FOLLOW-UP RATHER THAN DROPPED.  ONLY A SECOND RETURN
      **** ON AN RMA ALREADY OPEN IS TURNED AWAY.
           MOVE "310-OPEN-RMA" TO PARA-NAME.
           MOVE "RTV" TO RGL-TYPE-O.
           MOVE RTT-RMA-NUMBER (WS-RTT-SUB) TO RGL-RMA-O.
           MOVE RTT-SUPPLR-NO (WS-RTT-SUB) TO RGL-SUPPLR-O.
           MOVE RTT-PARTNO (WS-RTT-SUB) TO RGL-PARTNO-O.
           MOVE RTT-QTY (WS-RTT-SUB) TO RGL-QTY-O.
           MOVE RTT-REASON-CODE (WS-RTT-SUB) TO RGL-REASON-O.
           MOVE RTT-AMOUNT (WS-RTT-SUB) TO RGL-AMOUNT-O.
           MOVE SPACES TO RGL-REF-LABEL-O RGL-REF-O.
           IF RTT-REASON-DAMAGE (WS-RTT-SUB)
               MOVE " CLAIM " TO RGL-REF-LABEL-O
               MOVE RTT-CLAIM-NO (WS-RTT-SUB) TO RGL-REF-O
           END-IF.
           IF WS-RMA-FOUND
               MOVE "Y" TO RTT-REJECT-SW (WS-RTT-SUB)
               MOVE "RMA ALREADY OPEN" TO RGL-NOTE-O
               ADD 1 TO WS-EXCEPTIONS
               GO TO 310-EXIT.
           IF WS-RMT-COUNT NOT < 500
               MOVE "Y" TO RTT-REJECT-SW (WS-RTT-SUB)
               MOVE "RMA TABLE FULL" TO RGL-NOTE-O
               ADD 1 TO WS-EXCEPTIONS
               MOVE 8 TO RETURN-CODE
               GO TO 310-EXIT.
           ADD 1 TO WS-RTVS.
           MOVE SPACES TO OPEN-RMA-REC.
           MOVE RTT-RMA-NUMBER (WS-RTT-SUB) TO RM-RMA-NUMBER.
           MOVE RTT-SUPPLR-NO (WS-RTT-SUB) TO RM-SUPPLR-NO.
           MOVE RTT-WREHOUSE-NO (WS-RTT-SUB) TO RM-WREHOUSE-NO.
           MOVE RTT-PARTNO (WS-RTT-SUB) TO RM-PARTNO.
           MOVE RTT-QTY (WS-RTT-SUB) TO RM-RTV-QTY.
           MOVE RTT-REASON-CODE (WS-RTT-SUB) TO RM-REASON-CODE.
           MOVE RTT-AMOUNT (WS-RTT-SUB) TO RM-RETURN-VALUE.
           MOVE RTT-CLAIM-NO (WS-RTT-SUB) TO RM-CLAIM-NO.
           MOVE WS-TODAY TO RM-SHIP-DATE.
           MOVE ZERO TO RM-CREDIT-TO-DATE RM-LAST-CREDIT-DATE.
           IF RTT-PART-FOUND (WS-RTT-SUB)
               PERFORM 315-WRITE-ACTIVITY THRU 315-EXIT
           ELSE
               MOVE "PART NOT ON MASTER" TO RGL-NOTE-O
               ADD 1 TO WS-EXCEPTIONS
           END-IF.
           IF RM-REASON-DAMAGE
               PERFORM 318-CHECK-CLAIM THRU 318-EXIT
           END-IF.
           ADD 1 TO WS-RMT-COUNT.
           MOVE OPEN-RMA-REC TO RMT-RMA-REC (WS-RMT-COUNT).
           MOVE "N" TO RMT-CLOSED-SW (WS-RMT-COUNT).
       310-EXIT.
           EXIT.

       315-WRITE-ACTIVITY.
      **** A RETURN POSTS AS A RECEIPT REVERSAL - THE CODE MTCHMERG
      **** ALREADY TAKES OFF ON-HAND - AT THE RETURN VALUE.
           MOVE "315-WRITE-ACTIVITY" TO PARA-NAME.
           MOVE SPACES TO WS-ACT-REC.
           MOVE RTT-PARTNO (WS-RTT-SUB) TO AF-PARTNO.
           MOVE RTT-PROD-LINE (WS-RTT-SUB) TO AF-PROD-LINE.
           MOVE RTT-ACCOUNT (WS-RTT-SUB) TO AF-ACCOUNT.
           MOVE RTT-QTY (WS-RTT-SUB) TO AF-QTY.
           MOVE RTT-AMOUNT (WS-RTT-SUB) TO AF-AMT.
           MOVE RTT-PARTNAME (WS-RTT-SUB) TO AF-PARTNAME.
           MOVE RTT-RMA-NUMBER (WS-RTT-SUB) TO AF-PRO-NUMBER.
           MOVE "A" TO AF-REC-PAY-CODE.
           WRITE RTV-ACTIVITY-REC FROM WS-ACT-REC.
           ADD 1 TO WS-ACT-WRITTEN.
           ADD RTT-QTY (WS-RTT-SUB) TO WS-QTY-RELIEVED.
           ADD RTT-AMOUNT (WS-RTT-SUB) TO WS-VALUE-RELIEVED.
       315-EXIT.
           EXIT.

       318-CHECK-CLAIM.
      **** A DAMAGE RETURN RIDES WITH THE CARRIER CLAIM FILED FOR
      **** THE SAME SHIPMENT - IT MUST BE ON FRTCLAIM, STILL OPEN,
      **** AND FILED AGAINST THIS SUPPLIER.
           MOVE "318-CHECK-CLAIM" TO PARA-NAME.
           MOVE RM-CLAIM-NO TO FC-CLAIM-NO.
           READ FREIGHT-CLAIM-FILE.
           IF NOT FC-FOUND
               MOVE SPACE TO RM-CLAIM-STATUS
               PERFORM 319-FLAG-CLAIM THRU 319-EXIT
               GO TO 318-EXIT.
           MOVE FC-STATUS TO RM-CLAIM-STATUS.
           IF NOT FC-FILED AND NOT FC-ACKNOWLEDGED
               PERFORM 319-FLAG-CLAIM THRU 319-EXIT
               GO TO 318-EXIT.
           IF FC-SUPPLR-NO NOT = RM-SUPPLR-NO (1:3)
               PERFORM 319-FLAG-CLAIM THRU 319-EXIT.
       318-EXIT.
           EXIT.

       319-FLAG-CLAIM.
           ADD 1 TO WS-EXCEPTIONS.
           IF RGL-NOTE-O NOT = SPACES
               GO TO 319-EXIT.
           IF NOT FC-FOUND
               MOVE "CLAIM NOT ON FILE" TO RGL-NOTE-O
           ELSE
               IF NOT FC-FILED AND NOT FC-ACKNOWLEDGED
                   MOVE "CLAIM NOT OPEN" TO RGL-NOTE-O
               ELSE
                   MOVE "CLAIM OTHER SUPPLIER" TO RGL-NOTE-O
               END-IF
           END-IF.
       319-EXIT.
           EXIT.

       320-FIND-RMA.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-RMA-SUB FROM 1 BY 1
                   UNTIL WS-RMA-SUB > WS-RMT-COUNT
                      OR WS-RMA-FOUND
               MOVE RMT-RMA-REC (WS-RMA-SUB) TO OPEN-RMA-REC
               IF RM-RMA-NUMBER = RTT-RMA-NUMBER (WS-RTT-SUB)
                       AND NOT RMT-CLOSED (WS-RMA-SUB)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-RMA-FOUND
               SUBTRACT 1 FROM WS-RMA-SUB
           END-IF.
       320-EXIT.
           EXIT.

       330-APPLY-CREDIT.
      **** A CREDIT MEMO IS TAKEN AGAINST ITS RMA; THE RMA CLOSES
      **** ONCE ITS CREDITS REACH THE RETURN VALUE.  A MEMO WITH NO
      **** OPEN RMA IS STILL THE SUPPLIER'S CREDIT AND STILL POSTS,
      **** BUT ONE NAMING AN RMA OPEN FOR ANOTHER SUPPLIER IS HELD
      **** BACK FOR PURCHASING TO SORT OUT.
           MOVE "330-APPLY-CREDIT" TO PARA-NAME.
           MOVE "CREDIT" TO RGL-TYPE-O.
           MOVE RTT-RMA-NUMBER (WS-RTT-SUB) TO RGL-RMA-O.
           MOVE RTT-SUPPLR-NO (WS-RTT-SUB) TO RGL-SUPPLR-O.
           MOVE SPACES TO RGL-PARTNO-O RGL-REASON-O.
           MOVE ZERO TO RGL-QTY-O.
           MOVE RTT-AMOUNT (WS-RTT-SUB) TO RGL-AMOUNT-O.
           MOVE " MEMO  " TO RGL-REF-LABEL-O.
           MOVE RTT-MEMO-NO (WS-RTT-SUB) TO RGL-REF-O.
           ADD 1 TO WS-CREDITS.
           IF NOT WS-RMA-FOUND
               MOVE "NO OPEN RMA" TO RGL-NOTE-O
               ADD 1 TO WS-EXCEPTIONS
               GO TO 330-EXIT.
           MOVE RM-PARTNO TO RGL-PARTNO-O.
           MOVE RM-RTV-QTY TO RGL-QTY-O.
           MOVE RM-REASON-CODE TO RGL-REASON-O.
           IF RM-SUPPLR-NO NOT = RTT-SUPPLR-NO (WS-RTT-SUB)
               MOVE "Y" TO RTT-REJECT-SW (WS-RTT-SUB)
               MOVE "SUPPLIER NOT ON RMA" TO RGL-NOTE-O
               ADD 1 TO WS-EXCEPTIONS
               GO TO 330-EXIT.
           ADD RTT-AMOUNT (WS-RTT-SUB) TO RM-CREDIT-TO-DATE.
           MOVE WS-TODAY TO RM-LAST-CREDIT-DATE.
           MOVE OPEN-RMA-REC TO RMT-RMA-REC (WS-RMA-SUB).
           IF RM-CREDIT-TO-DATE < RM-RETURN-VALUE
               MOVE "PARTIAL CREDIT" TO RGL-NOTE-O
               GO TO 330-EXIT.
           MOVE "Y" TO RMT-CLOSED-SW (WS-RMA-SUB).
           ADD 1 TO WS-RMAS-CLOSED.
           IF RM-CREDIT-TO-DATE > RM-RETURN-VALUE
               MOVE "RMA CLOSED - OVER" TO RGL-NOTE-O
           ELSE
               MOVE "RMA CLOSED" TO RGL-NOTE-O
           END-IF.
       330-EXIT.
           EXIT.

       400-POST-TO-SUPPLIER.
      **** A CREDIT MEMO COMES OFF WHAT IS OWED THE SUPPLIER - OUT
      **** OF THE YOUNGEST AGING BUCKET (11-30) ON BOTH THE NET AND
      **** GROSS SIDES AND OUT OF THE GROSS AND NET RECEIVABLE, THE
      **** MIRROR OF AN INVOICE RELEASED BY INVMATCH, SO THE AGED
      **** TRIAL BALANCE STILL TIES.  THE AGING IS KEPT AT THE
      **** HEADQUARTERS LEVEL (FIRST THREE OF THE SUPPLIER NUMBER).
           MOVE "400-POST-TO-SUPPLIER" TO PARA-NAME.
           MOVE ZERO TO WS-POSTED-THIS.
           PERFORM 410-POST-ONE-CREDIT THRU 410-EXIT
               VARYING WS-RTT-SUB FROM 1 BY 1
               UNTIL WS-RTT-SUB > WS-RTT-COUNT.
           IF WS-POSTED-THIS > ZERO
               SUBTRACT WS-POSTED-THIS FROM SUPPLR-BAL-BILLING-11-30
                                          SUPPLR-BAL-BILLING-11-30-G
                                          SUPPLR-BAL-GROSS-REC
                                          SUPPLR-BAL-NET-REC
           END-IF.
           WRITE SUPPLR-BAL-REC-OUT FROM SUPPLR-BAL-REC.
           READ SUPPLR-BAL-IN
               AT END SET END-OF-BAL TO TRUE.
       400-EXIT.
           EXIT.

       410-POST-ONE-CREDIT.
           IF NOT RTT-CREDIT-MEMO (WS-RTT-SUB)
                   OR RTT-REJECTED (WS-RTT-SUB)
                   OR RTT-POSTED (WS-RTT-SUB)
               GO TO 410-EXIT.
           IF RTT-SUPPLR-NO (WS-RTT-SUB) (1:3)
                   NOT = SUPPLR-BAL-SUPPLR-NO
               GO TO 410-EXIT.
           MOVE "Y" TO RTT-POSTED-SW (WS-RTT-SUB).
           ADD RTT-AMOUNT (WS-RTT-SUB) TO WS-POSTED-THIS
                                          WS-CREDIT-POSTED.
           MOVE "CREDIT POSTED - " TO PSL-ACTION-O.
           MOVE SPACES TO PSL-NOTE-O.
           PERFORM 420-WRITE-POSTED-LINE THRU 420-EXIT.
       410-EXIT.
           EXIT.

       420-WRITE-POSTED-LINE.
           MOVE RTT-SUPPLR-NO (WS-RTT-SUB) TO PSL-SUPPLR-O.
           MOVE RTT-MEMO-NO (WS-RTT-SUB) TO PSL-MEMO-O.
           MOVE RTT-RMA-NUMBER (WS-RTT-SUB) TO PSL-RMA-O.
           MOVE RTT-AMOUNT (WS-RTT-SUB) TO PSL-AMOUNT-O.
           WRITE RTVREG-REC FROM WS-POSTED-LINE.
       420-EXIT.
           EXIT.

       450-CHECK-UNPOSTED.
      **** A CREDIT FOR A SUPPLIER WITH NO BALANCE RECORD HAD
      **** NOWHERE TO GO - IT IS LISTED FOR ACCOUNTS PAYABLE.
           IF NOT RTT-CREDIT-MEMO (WS-RTT-SUB)
                   OR RTT-REJECTED (WS-RTT-SUB)
                   OR RTT-POSTED (WS-RTT-SUB)
               GO TO 450-EXIT.
           MOVE "NOT POSTED    - " TO PSL-ACTION-O.
           MOVE "  NO SUPPLR-BAL RECORD" TO PSL-NOTE-O.
           PERFORM 420-WRITE-POSTED-LINE THRU 420-EXIT.
           ADD 1 TO WS-EXCEPTIONS.
           MOVE 4 TO RETURN-CODE.
       450-EXIT.
           EXIT.

       500-CARRY-OPEN-RMA.
      **** EVERY RMA NOT CLOSED BY ITS CREDITS GOES BACK OUT ON
      **** RMAOUT AND ONTO THE OPEN-RMA REPORT, AGED FROM THE DAY
      **** IT SHIPPED.  A DAMAGE RETURN SHOWS ITS FREIGHT CLAIM AS
      **** IT STANDS ON FRTCLAIM TODAY.
           MOVE "500-CARRY-OPEN-RMA" TO PARA-NAME.
           IF RMT-CLOSED (WS-RMA-SUB)
               GO TO 500-EXIT.
           MOVE RMT-RMA-REC (WS-RMA-SUB) TO OPEN-RMA-REC.
           IF RM-REASON-DAMAGE
               MOVE RM-CLAIM-NO TO FC-CLAIM-NO
               READ FREIGHT-CLAIM-FILE
               IF FC-FOUND
                   MOVE FC-STATUS TO RM-CLAIM-STATUS
               ELSE
                   MOVE SPACE TO RM-CLAIM-STATUS
               END-IF
           END-IF.
           WRITE OPEN-RMA-REC-OUT FROM OPEN-RMA-REC.
           ADD 1 TO WS-RMAS-OPEN.
           MOVE ZERO TO WS-AGE-DAYS.
           IF RM-SHIP-DATE NUMERIC AND RM-SHIP-DATE > ZERO
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE (RM-SHIP-DATE)
           END-IF.
           MOVE SPACE TO ORL-FLAG-O.
           IF WS-AGE-DAYS > WS-AGE-LIMIT
               MOVE "*" TO ORL-FLAG-O
               ADD 1 TO WS-RMAS-OVER-AGE
           END-IF.
           COMPUTE WS-AWAITING = RM-RETURN-VALUE - RM-CREDIT-TO-DATE.
           ADD WS-AWAITING TO WS-OPEN-AWAITING.
           ADD RM-CREDIT-TO-DATE TO WS-OPEN-CREDITED.
           MOVE RM-RMA-NUMBER TO ORL-RMA-O.
           MOVE RM-SUPPLR-NO TO ORL-SUPPLR-O.
           MOVE RM-PARTNO TO ORL-PARTNO-O.
           MOVE RM-RTV-QTY TO ORL-QTY-O.
           MOVE RM-REASON-CODE TO ORL-REASON-O.
           MOVE RM-SHIP-DATE TO ORL-SHIP-O.
           MOVE WS-AGE-DAYS TO ORL-AGE-O.
           MOVE RM-RETURN-VALUE TO ORL-VALUE-O.
           MOVE RM-CREDIT-TO-DATE TO ORL-CREDIT-O.
           WRITE RMARPT-REC FROM WS-OPEN-RMA-LINE.
           IF RM-REASON-DAMAGE
               MOVE RM-CLAIM-NO TO OCL-CLAIM-O
               EVALUATE RM-CLAIM-STATUS
                   WHEN "F"
                       MOVE "FILED" TO OCL-STATUS-O
                   WHEN "A"
                       MOVE "ACKNOWLEDGED" TO OCL-STATUS-O
                   WHEN "P"
                       MOVE "PAID" TO OCL-STATUS-O
                   WHEN "D"
                       MOVE "DENIED" TO OCL-STATUS-O
                   WHEN OTHER
                       MOVE "NOT ON FILE" TO OCL-STATUS-O
               END-EVALUATE
               WRITE RMARPT-REC FROM WS-OPEN-CLAIM-LINE
           END-IF.
       500-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, RTV-EXTRACT-IN, OPEN-RMA-IN,
                      PARTS-MF-IN, FREIGHT-CLAIM-FILE, SUPPLR-BAL-IN.
           OPEN OUTPUT SUPPLR-BAL-OUT, OPEN-RMA-OUT, RTV-ACTIVITY-OUT,
                       RTVREG, RMARPT.
           DISPLAY "RTVPOST OPEN FILES".
           DISPLAY EXT-STATUS.
           DISPLAY RMI-STATUS.
           DISPLAY MFI-STATUS.
           DISPLAY FC-STATUS-CODE.
           DISPLAY BALI-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, RTV-EXTRACT-IN, OPEN-RMA-IN, PARTS-MF-IN,
                 FREIGHT-CLAIM-FILE, SUPPLR-BAL-IN, SUPPLR-BAL-OUT,
                 OPEN-RMA-OUT, RTV-ACTIVITY-OUT, RTVREG, RMARPT.
           DISPLAY "RTVPOST FILES CLOSED".
           DISPLAY "RMAS CARRIED FORWARD   " WS-RMAS-CARRIED.
           DISPLAY "RETURNS POSTED         " WS-RTVS.
           DISPLAY "ACTIVITY RECS WRITTEN  " WS-ACT-WRITTEN.
           DISPLAY "CREDIT MEMOS           " WS-CREDITS.
           DISPLAY "RMAS CLOSED            " WS-RMAS-CLOSED.
           DISPLAY "RMAS STILL OPEN        " WS-RMAS-OPEN.
           DISPLAY "EXCEPTIONS             " WS-EXCEPTIONS.
       900-EXIT.
           EXIT.
