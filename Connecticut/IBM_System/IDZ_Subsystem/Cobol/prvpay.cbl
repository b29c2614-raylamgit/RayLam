       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  PRVPAY.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  PROVIDER PAYMENT RUN, AFTER
      *                PRVREMIT IN EACH MSTRCALC CYCLE.  EVERY RMTDTL
      *                REMITTANCE ROW NOT YET PAID IS TOTALLED PER
      *                PROVIDER (PAID LINES LESS RECOUPMENTS) AND ONE
      *                PAYMENT IS MADE PER PROVIDER - ACH WHEN THE
      *                PROVIDER HAS AN ACTIVE PRENOTED ROW ON PRVBANK,
      *                OTHERWISE A CHECK WITH A POSITIVE-PAY ISSUE
      *                RECORD FOR THE BANK.  THE PAYMENT NUMBER, DATE
      *                AND METHOD ARE STAMPED BACK ON EVERY ROW PAID.
      *                A PROVIDER WHOSE RECOUPMENTS TAKE THE WHOLE
      *                PAYMENT IS SETTLED BY OFFSET; A NET DEBIT IS
      *                HELD (RC 4).  THE REGISTER TOTALS BALANCE TO
      *                THE PRVREMIT ADVICE TOTAL LINE - RC 8 WHEN THE
      *                PAYMENTS DO NOT FOOT TO THE NET REMITTED.
      * 2026  D.ELLIS  SANCTIONS SCREENING - EVERY PROVIDER PAYEE IS
      *                SCREENED THROUGH SANCSCRN BEFORE ITS ACH, CHECK
      *                OR POSITIVE-PAY RECORD IS WRITTEN.  A POTENTIAL
      *                HIT (OR NO LIST TO SCREEN AGAINST) HOLDS THAT
      *                PROVIDER'S PAYMENT AND LEAVES ITS RMTDTL ROWS
      *                UNPAID, SO IT PAYS ON A LATER RUN ONCE CLEARED;
      *                RC 4.  HOLDS ARE COUNTED ON THE REGISTER.
      * 2026  D.ELLIS  GL INTERFACE.  EVERY ACH PAYMENT (TYPE ACH) AND
      *                CHECK (TYPE CHK) IS SENT THROUGH GLPOST TO THE
      *                DAILY GLINTF FILE, AND THE NET PAID ON THE
      *                REGISTER GOES AS THE PRVPAY CONTROL RECORD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REMIT-DETAIL-FILE
           ASSIGN TO RMTDTL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RD-KEY
             FILE STATUS IS RD-STATUS-CD.

           SELECT BANK-ACCOUNT-FILE
           ASSIGN TO PRVBANK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PB-PROVIDER-ID
             FILE STATUS IS BNK-STATUS.

           SELECT PAYMENT-NUMBER-FILE
           ASSIGN TO PRVPAYNO
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PNO-STATUS.

           SELECT DISBURSE-FILE
           ASSIGN TO PRVDISB
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DSB-STATUS.

           SELECT POSITIVE-PAY-FILE
           ASSIGN TO PRVPOSPY
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PPY-STATUS.

           SELECT ACH-PAYMENT-FILE
           ASSIGN TO PRVACHPY
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ACH-STATUS.

           SELECT PAY-REGISTER
           ASSIGN TO UT-S-PRVPAYRG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  REMIT-DETAIL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY RMTDTL.

       FD  BANK-ACCOUNT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRVBANK.

      **** NEXT CHECK NUMBER AND NEXT EFT TRACE NUMBER, CARRIED FROM
      **** RUN TO RUN.
       FD  PAYMENT-NUMBER-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  PAYMENT-NUMBER-RECORD.
           05  PNO-NEXT-CHECK-NO           PIC 9(08).
           05  PNO-NEXT-EFT-NO             PIC 9(08).

      **** ONE RECORD PER CHECK FOR THE CHECK-PRINT STEP.
       FD  DISBURSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISBURSE-RECORD.
       01  DISBURSE-RECORD.
           05  DSB-PROVIDER-ID             PIC X(08).
           05  DSB-PAYEE-NAME              PIC X(30).
           05  DSB-PAYMENT-AMOUNT          PIC 9(7)V99.
           05  DSB-CHECK-NO                PIC 9(08).
           05  DSB-ISSUE-DATE              PIC 9(08).
           05  FILLER                      PIC X(17).

       FD  POSITIVE-PAY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY POSPAY.

       FD  ACH-PAYMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACH-RECORD.
           05  ACH-ROUTING-NO              PIC 9(09).
           05  ACH-ACCOUNT-NO              PIC X(17).
           05  ACH-AMOUNT                  PIC 9(7)V99.
           05  ACH-PAYEE-NAME              PIC X(27).
           05  ACH-PROVIDER-ID             PIC X(08).
           05  ACH-ENTRY-TYPE              PIC X(01).
               88  ACH-PRENOTE                VALUE 'P'.
               88  ACH-PAYMENT                VALUE 'D'.
           05  ACH-EFFECTIVE-DATE          PIC 9(08).
           05  FILLER                      PIC X(01).

       FD  PAY-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAY-REGISTER-REC.
       01  PAY-REGISTER-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  RD-STATUS-CD            PIC X(2).
               88 RD-FOUND        VALUE "00".
           05  BNK-STATUS              PIC X(2).
               88 BNK-FOUND       VALUE "00".
           05  PNO-STATUS              PIC X(2).
           05  DSB-STATUS              PIC X(2).
           05  PPY-STATUS              PIC X(2).
           05  ACH-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-NEXT-CHECK-NO            PIC 9(08) VALUE 1.
           05  WS-NEXT-EFT-NO              PIC 9(08) VALUE 1.
           05  WS-CUR-PROVIDER             PIC X(08) VALUE SPACES.
           05  WS-PAYEE-NAME               PIC X(30) VALUE SPACES.
           05  WS-PAYMENT-NO               PIC 9(08) VALUE ZERO.
           05  WS-PAY-METHOD               PIC X(01) VALUE SPACE.
           05  WS-BNK-OPEN-SW              PIC X(01) VALUE "N".
               88  WS-BNK-FILE-OPEN           VALUE "Y".
           05  WS-BROWSE-DONE-SW           PIC X(01) VALUE "N".
               88  WS-BROWSE-DONE             VALUE "Y".
           05  WS-PROV-DONE-SW             PIC X(01) VALUE "N".
               88  WS-PROV-DONE               VALUE "Y".
           05  PHYS-FOUND-SW               PIC X(01) VALUE "N".
               88  PHYSICIAN-FOUND            VALUE "Y".

      *    ONE PROVIDER'S UNPAID REMITTANCE ROWS.
       01  PROVIDER-FIELDS.
           05  WS-PROV-ROWS                PIC 9(05) VALUE ZERO.
           05  WS-PROV-GROSS               PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-PROV-RECOUPED            PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-PROV-NET                 PIC S9(9)V99 COMP-3 VALUE 0.

       01  RUN-TOTALS.
           05  WS-PROVIDERS-PAID           PIC 9(05) VALUE ZERO.
           05  WS-ROWS-PAID                PIC 9(07) VALUE ZERO.
           05  WS-TOT-GROSS                PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TOT-RECOUPED             PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TOT-NET                  PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-CHECK-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-CHECK-AMT                PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-EFT-COUNT                PIC 9(05) VALUE ZERO.
           05  WS-EFT-AMT                  PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-OFFSET-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-HELD-AMT                 PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-POSPAY-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-POSPAY-AMT               PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-FOOTED-AMT               PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-SCREENED-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-SANCT-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-SANCT-AMT                PIC S9(9)V99 COMP-3 VALUE 0.

      **** SANCSCRN PARAMETERS - ONE SCREEN PER PROVIDER PAYEE.
       01  SANCTIONS-FIELDS.
           05  WS-SC-SOURCE                PIC X(08) VALUE "PRVPAY".
           05  WS-SC-REFERENCE             PIC X(20) VALUE SPACES.
           05  WS-SC-PAYEE-NAME            PIC X(40) VALUE SPACES.
           05  WS-SC-AMOUNT                PIC 9(7)V99 VALUE ZERO.
           05  WS-SC-RESULT                PIC X(01) VALUE SPACES.
               88  WS-SC-CLEAR                VALUE "C".
               88  WS-SC-HOLD                 VALUE "H".
               88  WS-SC-BLOCKED              VALUE "B".
               88  WS-SC-NO-LIST              VALUE "E".
           05  WS-SC-SCORE                 PIC 9(03) VALUE ZERO.
           05  WS-SC-ENTRY-ID              PIC X(10) VALUE SPACES.

       01  GL-POST-FIELDS.
           05  GLP-FUNCTION                PIC X(01).
           05  GLP-SOURCE                  PIC X(08) VALUE "PRVPAY".
           05  GLP-TXN-TYPE                PIC X(04).
           05  GLP-AMOUNT                  PIC S9(9)V99 COMP-3.
           05  GLP-REFERENCE               PIC X(20).
           05  GLP-RETURN-CD               PIC X(02).
           05  GLP-CONTROL-AMT             PIC S9(9)V99 COMP-3 VALUE 0.
           05  GLP-SUSPENSE-COUNT          PIC 9(05) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(40)
                 VALUE "PROVIDER PAYMENT REGISTER - RUN DATE ".
           05  HDG-RUN-DATE                PIC 9(08).
           05  FILLER     PIC X(85) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER     PIC X(10) VALUE "PROVIDER".
           05  FILLER     PIC X(32) VALUE "NAME".
           05  FILLER     PIC X(07) VALUE " ROWS".
           05  FILLER     PIC X(16) VALUE "    REMITTED".
           05  FILLER     PIC X(16) VALUE "    RECOUPED".
           05  FILLER     PIC X(16) VALUE "         NET".
           05  FILLER     PIC X(08) VALUE "METHOD".
           05  FILLER     PIC X(28) VALUE "PAYMENT NO".

       01  WS-DETAIL-LINE.
           05  DTL-PROVIDER-ID             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-PAYEE-NAME              PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-ROWS                    PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-GROSS                   PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-RECOUPED                PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-NET                     PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-METHOD                  PIC X(07).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-PAYMENT-NO              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-NOTE                    PIC X(17).

       01  WS-REMIT-TOTALS-LINE.
           05  FILLER                      PIC X(18)
                 VALUE "REMITTED     PAID ".
           05  RMT-GROSS-O                 PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(11)
                 VALUE "  RECOUPED ".
           05  RMT-RECOUPED-O              PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(06) VALUE "  NET ".
           05  RMT-NET-O                   PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(12)
                 VALUE "  PROVIDERS ".
           05  RMT-PROVIDERS-O             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(07) VALUE "  ROWS ".
           05  RMT-ROWS-O                  PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(21) VALUE SPACES.

       01  WS-METHOD-TOTALS-LINE.
           05  FILLER                      PIC X(08) VALUE "CHECKS ".
           05  MTH-CHECKS-O                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  MTH-CHECK-AMT-O             PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(07) VALUE "  EFT ".
           05  MTH-EFTS-O                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  MTH-EFT-AMT-O               PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(10) VALUE "  OFFSET ".
           05  MTH-OFFSETS-O               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(08) VALUE "  HELD ".
           05  MTH-HELD-O                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  MTH-HELD-AMT-O              PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(30) VALUE SPACES.

       01  WS-POSPAY-TOTALS-LINE.
           05  FILLER                      PIC X(27)
                 VALUE "POSITIVE-PAY ISSUE RECORDS".
           05  PPT-COUNT-O                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  PPT-AMT-O                   PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PPT-BALANCE-O               PIC X(40).
           05  FILLER                      PIC X(43) VALUE SPACES.

       01  WS-SANCT-TOTALS-LINE.
           05  FILLER                      PIC X(18)
                 VALUE "PAYEES SCREENED   ".
           05  SNT-SCREENED-O              PIC ZZ,ZZ9.
           05  FILLER                      PIC X(18)
                 VALUE "  SANCTIONS HELD  ".
           05  SNT-HELD-O                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  SNT-HELD-AMT-O              PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  WS-GL-TOTALS-LINE.
           05  FILLER                      PIC X(14)
                 VALUE "POSTED TO GL: ".
           05  GLT-AMT-O                   PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(22)
                 VALUE "  TO SUSPENSE ENTRIES:".
           05  GLT-SUSPENSE-O              PIC ZZ,ZZ9.
           05  FILLER                      PIC X(73) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       COPY PROVIDER.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *
      * WALK THE REMITTANCE DETAIL ONE PROVIDER AT A TIME, PAY WHAT
      * IS UNPAID, STAMP THE PAYMENT BACK ON THE ROWS, THEN PRINT THE
      * TOTALS THAT BALANCE TO THE PRVREMIT ADVICE.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           WRITE PAY-REGISTER-REC FROM WS-HEADING-LINE.
           WRITE PAY-REGISTER-REC FROM WS-BLANK-LINE.
           WRITE PAY-REGISTER-REC FROM WS-COLUMN-LINE.
           WRITE PAY-REGISTER-REC FROM WS-BLANK-LINE.

           MOVE LOW-VALUES TO RD-KEY.
           START REMIT-DETAIL-FILE KEY IS NOT LESS THAN RD-KEY
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           IF NOT WS-BROWSE-DONE
               READ REMIT-DETAIL-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
               END-READ
           END-IF.

           PERFORM 200-PAY-ONE-PROVIDER THRU 200-EXIT
               UNTIL WS-BROWSE-DONE.

           PERFORM 700-WRITE-TOTALS THRU 700-EXIT.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       200-PAY-ONE-PROVIDER.
      *** THE RECORD AREA HOLDS THE PROVIDER'S FIRST ROW ON ENTRY.
           MOVE "200-PAY-ONE-PROVIDER" TO PARA-NAME.
           MOVE RD-PROVIDER-ID TO WS-CUR-PROVIDER.
           MOVE ZERO TO WS-PROV-ROWS WS-PROV-GROSS WS-PROV-RECOUPED
                        WS-PROV-NET.
           MOVE "N" TO WS-PROV-DONE-SW.
           PERFORM 210-TOTAL-ONE-ROW THRU 210-EXIT
               UNTIL WS-PROV-DONE.
           IF WS-PROV-ROWS = ZERO
               GO TO 200-NEXT-PROVIDER.

           COMPUTE WS-PROV-NET = WS-PROV-GROSS - WS-PROV-RECOUPED.
           ADD WS-PROV-GROSS TO WS-TOT-GROSS.
           ADD WS-PROV-RECOUPED TO WS-TOT-RECOUPED.
           ADD WS-PROV-NET TO WS-TOT-NET.
           PERFORM 300-GET-PROVIDER-NAME THRU 300-EXIT.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CUR-PROVIDER TO DTL-PROVIDER-ID.
           MOVE WS-PAYEE-NAME TO DTL-PAYEE-NAME.
           MOVE WS-PROV-ROWS TO DTL-ROWS.
           MOVE WS-PROV-GROSS TO DTL-GROSS.
           MOVE WS-PROV-RECOUPED TO DTL-RECOUPED.
           MOVE WS-PROV-NET TO DTL-NET.
           MOVE ZERO TO WS-PAYMENT-NO.

      *** RECOUPMENTS FROM AN EARLIER ADVICE CAN LEAVE A PROVIDER
      *** OWING US - NOTHING IS PAID OR STAMPED UNTIL THE DESK HAS
      *** LOOKED AT IT.
           IF WS-PROV-NET < ZERO
               ADD 1 TO WS-HELD-COUNT
               ADD WS-PROV-NET TO WS-HELD-AMT
               MOVE "HELD" TO DTL-METHOD
               MOVE "NET DEBIT - HELD" TO DTL-NOTE
               WRITE PAY-REGISTER-REC FROM WS-DETAIL-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 200-NEXT-PROVIDER.

      *** NO MONEY GOES TO A PAYEE THE WATCH LIST HAS NOT CLEARED -
      *** THE ROWS STAY UNPAID AND PAY ON A LATER RUN ONCE COMPLIANCE
      *** CLEARS THE HIT.
           IF WS-PROV-NET > ZERO
               PERFORM 350-SANCTIONS-SCREEN THRU 350-EXIT
               IF NOT WS-SC-CLEAR
                   ADD 1 TO WS-SANCT-COUNT
                   ADD WS-PROV-NET TO WS-SANCT-AMT
                   MOVE "HELD" TO DTL-METHOD
                   EVALUATE TRUE
                       WHEN WS-SC-BLOCKED
                           MOVE "SANCTIONS BLOCKED" TO DTL-NOTE
                       WHEN WS-SC-NO-LIST
                           MOVE "NOT SCREENED" TO DTL-NOTE
                       WHEN OTHER
                           MOVE "SANCTIONS HOLD" TO DTL-NOTE
                   END-EVALUATE
                   WRITE PAY-REGISTER-REC FROM WS-DETAIL-LINE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO 200-NEXT-PROVIDER
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-PROV-NET = ZERO
                   MOVE "O" TO WS-PAY-METHOD
                   ADD 1 TO WS-OFFSET-COUNT
                   MOVE "OFFSET" TO DTL-METHOD
                   MOVE "RECOUPED IN FULL" TO DTL-NOTE
               WHEN OTHER
                   PERFORM 400-DISBURSE-BY-METHOD THRU 400-EXIT
           END-EVALUATE.
           MOVE WS-PAYMENT-NO TO DTL-PAYMENT-NO.
           WRITE PAY-REGISTER-REC FROM WS-DETAIL-LINE.
           ADD 1 TO WS-PROVIDERS-PAID.

           PERFORM 500-STAMP-PROVIDER-ROWS THRU 500-EXIT.

       200-NEXT-PROVIDER.
      *** PICK UP THE BROWSE AT THE FIRST ROW PAST THIS PROVIDER.
           MOVE HIGH-VALUES TO RD-KEY.
           MOVE WS-CUR-PROVIDER TO RD-PROVIDER-ID.
           START REMIT-DETAIL-FILE KEY IS GREATER THAN RD-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 200-EXIT
           END-START.
           READ REMIT-DETAIL-FILE NEXT RECORD
               AT END SET WS-BROWSE-DONE TO TRUE
           END-READ.
       200-EXIT.
           EXIT.

       210-TOTAL-ONE-ROW.
           MOVE "210-TOTAL-ONE-ROW" TO PARA-NAME.
           IF RD-PROVIDER-ID NOT = WS-CUR-PROVIDER
               SET WS-PROV-DONE TO TRUE
               GO TO 210-EXIT.
           IF RD-NOT-PAID
               ADD 1 TO WS-PROV-ROWS
               IF RD-RECOUPMENT-ROW
                   SUBTRACT RD-PAID-AMT FROM WS-PROV-RECOUPED
               ELSE
                   ADD RD-PAID-AMT TO WS-PROV-GROSS
               END-IF
           END-IF.
           READ REMIT-DETAIL-FILE NEXT RECORD
               AT END SET WS-PROV-DONE TO TRUE
           END-READ.
       210-EXIT.
           EXIT.

       300-GET-PROVIDER-NAME.
           MOVE "300-GET-PROVIDER-NAME" TO PARA-NAME.
           MOVE "N" TO PHYS-FOUND-SW.
           MOVE WS-CUR-PROVIDER TO PROVIDER-ID IN DCLPROVIDER.
           EXEC SQL
           SELECT
             PROVIDER_ID,
             PROVIDER_NAME
           INTO
             :PROVIDER-ID,
             :PROVIDER-NAME
              FROM DDS0001.PROVIDER
              WHERE PROVIDER_ID = :PROVIDER-ID
           END-EXEC.
           IF SQLCODE = -811 OR 0
               MOVE "Y" TO PHYS-FOUND-SW.
           IF PHYSICIAN-FOUND
               MOVE PROVIDER-NAME TO WS-PAYEE-NAME
           ELSE
               MOVE "** NOT ON PROVIDER TABLE **" TO WS-PAYEE-NAME
           END-IF.
       300-EXIT.
           EXIT.

       350-SANCTIONS-SCREEN.
      *** SANCSCRN LOGS EVERY SCREEN AND QUEUES ANY POTENTIAL HIT FOR
      *** COMPLIANCE.  THE REFERENCE NAMES THE PROVIDER.
           MOVE "350-SANCTIONS-SCREEN" TO PARA-NAME.
           MOVE SPACES TO WS-SC-REFERENCE.
           STRING "PRV " WS-CUR-PROVIDER
               DELIMITED BY SIZE INTO WS-SC-REFERENCE
           END-STRING.
           MOVE WS-PAYEE-NAME TO WS-SC-PAYEE-NAME.
           MOVE WS-PROV-NET TO WS-SC-AMOUNT.
           CALL "SANCSCRN" USING WS-SC-SOURCE WS-SC-REFERENCE
               WS-SC-PAYEE-NAME WS-SC-AMOUNT WS-SC-RESULT
               WS-SC-SCORE WS-SC-ENTRY-ID.
           ADD 1 TO WS-SCREENED-COUNT.
       350-EXIT.
           EXIT.

       400-DISBURSE-BY-METHOD.
      *** PAY BY ACH WHEN THE PROVIDER HAS AN ACTIVE PRENOTED ROW ON
      *** PRVBANK - OTHERWISE CUT A CHECK.
           MOVE "400-DISBURSE-BY-METHOD" TO PARA-NAME.
           MOVE "N" TO BNK-STATUS.
           IF WS-BNK-FILE-OPEN
               MOVE WS-CUR-PROVIDER TO PB-PROVIDER-ID
               READ BANK-ACCOUNT-FILE
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
           IF BNK-FOUND AND PB-ACTIVE
               PERFORM 410-ISSUE-EFT THRU 410-EXIT
           ELSE
               PERFORM 420-ISSUE-CHECK THRU 420-EXIT
           END-IF.
       400-EXIT.
           EXIT.

       410-ISSUE-EFT.
           MOVE "410-ISSUE-EFT" TO PARA-NAME.
           MOVE WS-NEXT-EFT-NO TO WS-PAYMENT-NO.
           ADD 1 TO WS-NEXT-EFT-NO.
           MOVE "A" TO WS-PAY-METHOD.
           MOVE SPACES TO ACH-RECORD.
           MOVE PB-ROUTING-NO TO ACH-ROUTING-NO.
           MOVE PB-ACCOUNT-NO TO ACH-ACCOUNT-NO.
           MOVE WS-PROV-NET TO ACH-AMOUNT.
           MOVE WS-PAYEE-NAME TO ACH-PAYEE-NAME.
           MOVE WS-CUR-PROVIDER TO ACH-PROVIDER-ID.
           MOVE 'D' TO ACH-ENTRY-TYPE.
           MOVE WS-RUN-DATE TO ACH-EFFECTIVE-DATE.
           WRITE ACH-RECORD.
           ADD 1 TO WS-EFT-COUNT.
           ADD WS-PROV-NET TO WS-EFT-AMT.
           MOVE "EFT" TO DTL-METHOD.
           MOVE "ACH " TO GLP-TXN-TYPE.
           PERFORM 430-POST-PAYMENT-TO-GL THRU 430-EXIT.
       410-EXIT.
           EXIT.

       420-ISSUE-CHECK.
      *** THE CHECK GOES TO THE PRINT STEP AND ITS ISSUE TO THE BANK'S
      *** POSITIVE-PAY FILE SO NOTHING BUT THIS CHECK CLEARS.
           MOVE "420-ISSUE-CHECK" TO PARA-NAME.
           MOVE WS-NEXT-CHECK-NO TO WS-PAYMENT-NO.
           ADD 1 TO WS-NEXT-CHECK-NO.
           MOVE "C" TO WS-PAY-METHOD.
           MOVE SPACES TO DISBURSE-RECORD.
           MOVE WS-CUR-PROVIDER TO DSB-PROVIDER-ID.
           MOVE WS-PAYEE-NAME TO DSB-PAYEE-NAME.
           MOVE WS-PROV-NET TO DSB-PAYMENT-AMOUNT.
           MOVE WS-PAYMENT-NO TO DSB-CHECK-NO.
           MOVE WS-RUN-DATE TO DSB-ISSUE-DATE.
           WRITE DISBURSE-RECORD.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           MOVE WS-PAYMENT-NO TO PPY-CHECK-NO.
           MOVE WS-RUN-DATE TO PPY-ISSUE-DATE.
           MOVE WS-PROV-NET TO PPY-AMOUNT.
           MOVE WS-PAYEE-NAME TO PPY-PAYEE-NAME.
           MOVE 'I' TO PPY-ACTION.
           WRITE POSITIVE-PAY-RECORD.
           ADD 1 TO WS-POSPAY-COUNT.
           ADD WS-PROV-NET TO WS-POSPAY-AMT.
           ADD 1 TO WS-CHECK-COUNT.
           ADD WS-PROV-NET TO WS-CHECK-AMT.
           MOVE "CHECK" TO DTL-METHOD.
           MOVE "CHK " TO GLP-TXN-TYPE.
           PERFORM 430-POST-PAYMENT-TO-GL THRU 430-EXIT.
       420-EXIT.
           EXIT.

       430-POST-PAYMENT-TO-GL.
      *** ONE ENTRY PER PAYMENT, UNDER THE TYPE THE CALLER SET.
           MOVE "430-POST-PAYMENT-TO-GL" TO PARA-NAME.
           MOVE "P" TO GLP-FUNCTION.
           MOVE WS-PROV-NET TO GLP-AMOUNT.
           MOVE SPACES TO GLP-REFERENCE.
           STRING WS-CUR-PROVIDER " " WS-PAYMENT-NO
               DELIMITED BY SIZE INTO GLP-REFERENCE
           END-STRING.
           PERFORM 750-CALL-GLPOST THRU 750-EXIT.
       430-EXIT.
           EXIT.

       500-STAMP-PROVIDER-ROWS.
      *** EVERY ROW THIS PAYMENT COVERED CARRIES ITS NUMBER FROM NOW
      *** ON - PRVREMIT WILL NOT REMIT THE LINE AGAIN AND PRV1099
      *** COUNTS IT AS PAID.
           MOVE "500-STAMP-PROVIDER-ROWS" TO PARA-NAME.
           MOVE LOW-VALUES TO RD-KEY.
           MOVE WS-CUR-PROVIDER TO RD-PROVIDER-ID.
           START REMIT-DETAIL-FILE KEY IS NOT LESS THAN RD-KEY
               INVALID KEY GO TO 500-EXIT
           END-START.
           MOVE "N" TO WS-PROV-DONE-SW.
           READ REMIT-DETAIL-FILE NEXT RECORD
               AT END SET WS-PROV-DONE TO TRUE
           END-READ.
           PERFORM 510-STAMP-ONE-ROW THRU 510-EXIT
               UNTIL WS-PROV-DONE.
       500-EXIT.
           EXIT.

       510-STAMP-ONE-ROW.
           MOVE "510-STAMP-ONE-ROW" TO PARA-NAME.
           IF RD-PROVIDER-ID NOT = WS-CUR-PROVIDER
               SET WS-PROV-DONE TO TRUE
               GO TO 510-EXIT.
           IF RD-NOT-PAID
               MOVE WS-PAYMENT-NO TO RD-PAYMENT-NO
               MOVE WS-RUN-DATE TO RD-PAYMENT-DATE
               MOVE WS-PAY-METHOD TO RD-PAYMENT-METHOD
               REWRITE REMIT-DETAIL-REC
               ADD 1 TO WS-ROWS-PAID
           END-IF.
           READ REMIT-DETAIL-FILE NEXT RECORD
               AT END SET WS-PROV-DONE TO TRUE
           END-READ.
       510-EXIT.
           EXIT.

       700-WRITE-TOTALS.
      *** THE REMITTED LINE MUST AGREE WITH THE PRVREMIT ADVICE TOTAL
      *** LINE, AND CHECKS PLUS EFT PLUS HELD MUST FOOT TO ITS NET.
           MOVE "700-WRITE-TOTALS" TO PARA-NAME.
           WRITE PAY-REGISTER-REC FROM WS-BLANK-LINE.
           MOVE WS-TOT-GROSS TO RMT-GROSS-O.
           MOVE WS-TOT-RECOUPED TO RMT-RECOUPED-O.
           MOVE WS-TOT-NET TO RMT-NET-O.
           MOVE WS-PROVIDERS-PAID TO RMT-PROVIDERS-O.
           MOVE WS-ROWS-PAID TO RMT-ROWS-O.
           WRITE PAY-REGISTER-REC FROM WS-REMIT-TOTALS-LINE.

           MOVE WS-CHECK-COUNT TO MTH-CHECKS-O.
           MOVE WS-CHECK-AMT TO MTH-CHECK-AMT-O.
           MOVE WS-EFT-COUNT TO MTH-EFTS-O.
           MOVE WS-EFT-AMT TO MTH-EFT-AMT-O.
           MOVE WS-OFFSET-COUNT TO MTH-OFFSETS-O.
           MOVE WS-HELD-COUNT TO MTH-HELD-O.
           MOVE WS-HELD-AMT TO MTH-HELD-AMT-O.
           WRITE PAY-REGISTER-REC FROM WS-METHOD-TOTALS-LINE.

           MOVE WS-POSPAY-COUNT TO PPT-COUNT-O.
           MOVE WS-POSPAY-AMT TO PPT-AMT-O.
           COMPUTE WS-FOOTED-AMT =
               WS-CHECK-AMT + WS-EFT-AMT + WS-HELD-AMT + WS-SANCT-AMT.
           IF WS-FOOTED-AMT NOT = WS-TOT-NET
                   OR WS-POSPAY-AMT NOT = WS-CHECK-AMT
                   OR WS-POSPAY-COUNT NOT = WS-CHECK-COUNT
               MOVE "*** OUT OF BALANCE - DO NOT RELEASE ***"
                   TO PPT-BALANCE-O
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "IN BALANCE WITH CHECKS ISSUED"
                   TO PPT-BALANCE-O
           END-IF.
           WRITE PAY-REGISTER-REC FROM WS-POSPAY-TOTALS-LINE.

           MOVE WS-SCREENED-COUNT TO SNT-SCREENED-O.
           MOVE WS-SANCT-COUNT TO SNT-HELD-O.
           MOVE WS-SANCT-AMT TO SNT-HELD-AMT-O.
           WRITE PAY-REGISTER-REC FROM WS-SANCT-TOTALS-LINE.

      *** THE CONTROL RECORD CARRIES THE NET PAID ON THE REGISTER -
      *** CHECKS PLUS EFT - SO GLREG PROVES THE GL ENTRIES AGAINST IT.
           ADD WS-CHECK-AMT WS-EFT-AMT GIVING GLP-CONTROL-AMT.
           MOVE "T" TO GLP-FUNCTION.
           MOVE SPACES TO GLP-TXN-TYPE.
           MOVE GLP-CONTROL-AMT TO GLP-AMOUNT.
           MOVE "PRVPAY REGISTER" TO GLP-REFERENCE.
           PERFORM 750-CALL-GLPOST THRU 750-EXIT.
           MOVE GLP-CONTROL-AMT TO GLT-AMT-O.
           MOVE GLP-SUSPENSE-COUNT TO GLT-SUSPENSE-O.
           WRITE PAY-REGISTER-REC FROM WS-GL-TOTALS-LINE.
       700-EXIT.
           EXIT.

       750-CALL-GLPOST.
      *** AN UNMAPPED TYPE STILL POSTS (TO SUSPENSE) AND IS COUNTED
      *** FOR THE REGISTER - A REJECTED CALL WROTE NOTHING AT ALL.
           MOVE "750-CALL-GLPOST" TO PARA-NAME.
           CALL "GLPOST" USING GLP-FUNCTION
                               GLP-SOURCE
                               GLP-TXN-TYPE
                               GLP-AMOUNT
                               GLP-REFERENCE
                               GLP-RETURN-CD.
           IF GLP-RETURN-CD = "04"
               ADD 1 TO GLP-SUSPENSE-COUNT
           END-IF.
           IF GLP-RETURN-CD = "08"
               DISPLAY "PRVPAY GLPOST REJECTED " GLP-TXN-TYPE
                   " " GLP-REFERENCE
               MOVE 8 TO RETURN-CODE
           END-IF.
       750-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN I-O REMIT-DETAIL-FILE.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF BNK-FOUND
               MOVE "Y" TO WS-BNK-OPEN-SW.
           OPEN INPUT PAYMENT-NUMBER-FILE.
           IF PNO-STATUS = "00"
               READ PAYMENT-NUMBER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PNO-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
                       MOVE PNO-NEXT-EFT-NO TO WS-NEXT-EFT-NO
               END-READ
               CLOSE PAYMENT-NUMBER-FILE
           END-IF.
           OPEN OUTPUT DISBURSE-FILE, POSITIVE-PAY-FILE,
                       ACH-PAYMENT-FILE, PAY-REGISTER.
           DISPLAY "PRVPAY OPEN FILES".
           DISPLAY RD-STATUS-CD.
           DISPLAY BNK-STATUS.
           DISPLAY PNO-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE REMIT-DETAIL-FILE, DISBURSE-FILE, POSITIVE-PAY-FILE,
                 ACH-PAYMENT-FILE, PAY-REGISTER.
           IF WS-BNK-FILE-OPEN
               CLOSE BANK-ACCOUNT-FILE
           END-IF.
           OPEN OUTPUT PAYMENT-NUMBER-FILE.
           MOVE WS-NEXT-CHECK-NO TO PNO-NEXT-CHECK-NO.
           MOVE WS-NEXT-EFT-NO TO PNO-NEXT-EFT-NO.
           WRITE PAYMENT-NUMBER-RECORD.
           CLOSE PAYMENT-NUMBER-FILE.
           DISPLAY "PRVPAY FILES CLOSED".
       900-EXIT.
           EXIT.
