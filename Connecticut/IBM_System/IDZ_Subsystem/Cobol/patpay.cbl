       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  PATPAY.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  PATIENT PAYMENT AND
      *                ADJUSTMENT POSTING.  EACH TRANSACTION ON THE
      *                PATPAYTR FILE IS A GUARANTOR PAYMENT (P) OR A
      *                CREDIT ADJUSTMENT (A) - WRITE-OFF, HARDSHIP,
      *                SMALL BALANCE.  IT IS APPLIED TO THE
      *                GUARANTOR'S OPEN PATRCV ITEMS OLDEST STATEMENT
      *                FIRST (OR TO ONE PATIENT'S ITEMS WHEN THE
      *                TRANSACTION NAMES THE PATIENT), CLOSING EACH
      *                ITEM IT PAYS OFF, AND THE GUARANTOR HEADER IS
      *                BROUGHT DOWN AND CREDITED WITH WHAT WAS
      *                RECEIVED SINCE THE LAST STATEMENT, WHICH THE
      *                NEXT PATSTMT PRINTS.  A TRANSACTION FOR AN
      *                UNKNOWN GUARANTOR OR FOR MORE THAN IS OPEN IS
      *                REJECTED TO THE REGISTER FOR REFUND OR REVIEW.
      * 2026  D.ELLIS  GL INTERFACE.  EVERY POSTED PAYMENT (TYPE PAY)
      *                AND ADJUSTMENT (TYPE ADJ) IS SENT THROUGH
      *                GLPOST TO THE DAILY GLINTF FILE, AND THE POSTED
      *                TOTAL GOES AS THE PATPAY CONTROL RECORD.  THE
      *                REGISTER SHOWS THE FIGURE GLREG TIES TO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PATPAY-TRAN-FILE
           ASSIGN TO UT-S-PATPAYTR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TRN-STATUS.

           SELECT PATIENT-RCV-FILE
                  ASSIGN       to PATRCV
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is PR-KEY
                  FILE STATUS  is RCV-STATUS.

           SELECT PATPAY-REGISTER
           ASSIGN TO UT-S-PATPREG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  PATPAY-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATPAY-TRAN-REC.
       01  PATPAY-TRAN-REC.
           05  TRN-GUARANTOR-ID            PIC X(08).
           05  TRN-TYPE                    PIC X(01).
               88  TRN-PAYMENT                VALUE "P".
               88  TRN-ADJUSTMENT             VALUE "A".
           05  TRN-DATE                    PIC 9(08).
           05  TRN-AMOUNT                  PIC 9(7)V99.
           05  TRN-REFERENCE               PIC X(12).
           05  TRN-PATIENT-ID              PIC X(08).
           05  FILLER                      PIC X(34).

       FD  PATIENT-RCV-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PATIENT-RCV-REC.
       COPY PATRCV.

       FD  PATPAY-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATPAY-REGISTER-REC.
       01  PATPAY-REGISTER-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  TRN-STATUS              PIC X(2).
               88 END-OF-TRN      VALUE "10".
           05  RCV-STATUS              PIC X(2).
               88 RCV-OK          VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-BROWSE-DONE-SW           PIC X(01) VALUE "N".
               88  WS-BROWSE-DONE             VALUE "Y".
           05  WS-OLDEST-FOUND-SW          PIC X(01) VALUE "N".
               88  WS-OLDEST-FOUND            VALUE "Y".
           05  WS-OPEN-AVAILABLE           PIC S9(9)V99 COMP-3.
           05  WS-TO-APPLY                 PIC S9(9)V99 COMP-3.
           05  WS-ITEM-BALANCE             PIC S9(9)V99 COMP-3.
           05  WS-APPLY-AMT                PIC S9(9)V99 COMP-3.
           05  WS-ITEMS-CLOSED             PIC 9(03) VALUE ZERO.
           05  WS-OLDEST-KEY               PIC X(24).
           05  WS-OLDEST-DATE              PIC 9(08).

       01  PATPAY-COUNTERS.
           05  WS-TRAN-COUNT               PIC 9(06) VALUE ZERO.
           05  WS-POSTED-COUNT             PIC 9(06) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.
           05  WS-PAYMENT-AMT              PIC 9(11)V99 VALUE ZERO.
           05  WS-ADJUST-AMT               PIC 9(11)V99 VALUE ZERO.
           05  WS-REJECTED-AMT             PIC 9(11)V99 VALUE ZERO.

       01  GL-POST-FIELDS.
           05  GLP-FUNCTION                PIC X(01).
           05  GLP-SOURCE                  PIC X(08) VALUE "PATPAY".
           05  GLP-TXN-TYPE                PIC X(04).
           05  GLP-AMOUNT                  PIC S9(9)V99 COMP-3.
           05  GLP-REFERENCE               PIC X(20).
           05  GLP-RETURN-CD               PIC X(02).
           05  GLP-CONTROL-AMT             PIC S9(9)V99 COMP-3 VALUE 0.
           05  GLP-SUSPENSE-COUNT          PIC 9(05) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(40)
                 VALUE "PATIENT PAYMENT REGISTER - RUN OF ".
           05  HDG-RUN-DATE                PIC 9(08).
           05  FILLER     PIC X(85) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER     PIC X(10) VALUE "GUARANTOR".
           05  FILLER     PIC X(05) VALUE "TYPE".
           05  FILLER     PIC X(10) VALUE "DATE".
           05  FILLER     PIC X(13) VALUE "REFERENCE".
           05  FILLER     PIC X(10) VALUE "PATIENT".
           05  FILLER     PIC X(15) VALUE "       AMOUNT".
           05  FILLER     PIC X(07) VALUE "CLOSED".
           05  FILLER     PIC X(15) VALUE "  NEW BALANCE".
           05  FILLER     PIC X(48) VALUE "  RESULT".

       01  WS-REGISTER-LINE.
           05  REG-GUARANTOR-ID            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  REG-TYPE                    PIC X(01).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  REG-DATE                    PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  REG-REFERENCE               PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  REG-PATIENT-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  REG-AMOUNT                  PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  REG-CLOSED                  PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  REG-BALANCE                 PIC $$,$$$,$$9.99-.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  REG-RESULT                  PIC X(30).
           05  FILLER                      PIC X(17) VALUE SPACES.

       01  WS-TOTALS-LINE-1.
           05  FILLER                      PIC X(14)
                 VALUE "TRANSACTIONS: ".
           05  TOT-TRANS                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE "  POSTED: ".
           05  TOT-POSTED                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12)
                 VALUE "  REJECTED: ".
           05  TOT-REJECTED                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(76) VALUE SPACES.

       01  WS-TOTALS-LINE-2.
           05  FILLER                      PIC X(10)
                 VALUE "PAYMENTS: ".
           05  TOT-PAYMENT-AMT             PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(15)
                 VALUE "  ADJUSTMENTS: ".
           05  TOT-ADJUST-AMT              PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(12)
                 VALUE "  REJECTED: ".
           05  TOT-REJECTED-AMT            PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(42) VALUE SPACES.

       01  WS-TOTALS-LINE-3.
           05  FILLER                      PIC X(14)
                 VALUE "POSTED TO GL: ".
           05  TOT-GL-AMT                  PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(22)
                 VALUE "  TO SUSPENSE ENTRIES:".
           05  TOT-GL-SUSPENSE             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(73) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * EDIT AND POST EACH TRANSACTION TO ITS GUARANTOR, WITH A
      * REGISTER LINE PER TRANSACTION AND CONTROL TOTALS.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           WRITE PATPAY-REGISTER-REC FROM WS-HEADING-LINE.
           WRITE PATPAY-REGISTER-REC FROM WS-BLANK-LINE.
           WRITE PATPAY-REGISTER-REC FROM WS-COLUMN-LINE.
           WRITE PATPAY-REGISTER-REC FROM WS-BLANK-LINE.

           READ PATPAY-TRAN-FILE
               AT END SET END-OF-TRN TO TRUE.

           PERFORM 100-POST-ONE-TRANSACTION THRU 100-EXIT
               UNTIL END-OF-TRN.

           WRITE PATPAY-REGISTER-REC FROM WS-BLANK-LINE.
           MOVE WS-TRAN-COUNT TO TOT-TRANS.
           MOVE WS-POSTED-COUNT TO TOT-POSTED.
           MOVE WS-REJECT-COUNT TO TOT-REJECTED.
           WRITE PATPAY-REGISTER-REC FROM WS-TOTALS-LINE-1.
           MOVE WS-PAYMENT-AMT TO TOT-PAYMENT-AMT.
           MOVE WS-ADJUST-AMT TO TOT-ADJUST-AMT.
           MOVE WS-REJECTED-AMT TO TOT-REJECTED-AMT.
           WRITE PATPAY-REGISTER-REC FROM WS-TOTALS-LINE-2.

      *    THE CONTROL RECORD CARRIES WHAT THE REGISTER SAYS WAS
      *    POSTED, SO GLREG PROVES THE GL ENTRIES AGAINST IT.
           ADD WS-PAYMENT-AMT WS-ADJUST-AMT GIVING GLP-CONTROL-AMT.
           MOVE "T" TO GLP-FUNCTION.
           MOVE SPACES TO GLP-TXN-TYPE.
           MOVE GLP-CONTROL-AMT TO GLP-AMOUNT.
           MOVE "PATPAY REGISTER" TO GLP-REFERENCE.
           PERFORM 700-CALL-GLPOST THRU 700-EXIT.
           MOVE GLP-CONTROL-AMT TO TOT-GL-AMT.
           MOVE GLP-SUSPENSE-COUNT TO TOT-GL-SUSPENSE.
           WRITE PATPAY-REGISTER-REC FROM WS-TOTALS-LINE-3.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       100-POST-ONE-TRANSACTION.
           MOVE "100-POST-ONE-TRANSACTION" TO PARA-NAME.
           ADD 1 TO WS-TRAN-COUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE TRN-GUARANTOR-ID TO REG-GUARANTOR-ID.
           MOVE TRN-TYPE TO REG-TYPE.
           MOVE TRN-REFERENCE TO REG-REFERENCE.
           MOVE TRN-PATIENT-ID TO REG-PATIENT-ID.
           IF TRN-DATE NUMERIC
               MOVE TRN-DATE TO REG-DATE
           END-IF.
           IF TRN-AMOUNT NUMERIC
               MOVE TRN-AMOUNT TO REG-AMOUNT
           END-IF.

           EVALUATE TRUE
               WHEN TRN-GUARANTOR-ID = SPACES
                   MOVE "REJECTED - NO GUARANTOR" TO REG-RESULT
               WHEN NOT TRN-PAYMENT AND NOT TRN-ADJUSTMENT
                   MOVE "REJECTED - BAD TRANS TYPE" TO REG-RESULT
               WHEN TRN-AMOUNT NOT NUMERIC OR TRN-AMOUNT = ZERO
                   MOVE "REJECTED - BAD AMOUNT" TO REG-RESULT
               WHEN TRN-DATE NOT NUMERIC OR TRN-DATE = ZERO
                   MOVE "REJECTED - BAD DATE" TO REG-RESULT
               WHEN OTHER
                   PERFORM 200-POST-TO-ACCOUNT THRU 200-EXIT
           END-EVALUATE.

           IF REG-RESULT (1:8) = "REJECTED"
               ADD 1 TO WS-REJECT-COUNT
               IF TRN-AMOUNT NUMERIC
                   ADD TRN-AMOUNT TO WS-REJECTED-AMT
               END-IF
           END-IF.
           WRITE PATPAY-REGISTER-REC FROM WS-REGISTER-LINE.

           READ PATPAY-TRAN-FILE
               AT END SET END-OF-TRN TO TRUE.
       100-EXIT.
           EXIT.

       200-POST-TO-ACCOUNT.
      **** NOTHING IS POSTED UNLESS THE WHOLE AMOUNT CAN BE APPLIED -
      **** A PAYMENT FOR MORE THAN IS OPEN GOES BACK FOR REFUND.
           MOVE "200-POST-TO-ACCOUNT" TO PARA-NAME.
           MOVE TRN-GUARANTOR-ID TO PR-GUARANTOR-ID.
           MOVE SPACES TO PR-PATIENT-ID.
           MOVE ZERO TO PR-SERVICE-DATE.
           READ PATIENT-RCV-FILE.
           IF NOT RCV-OK
               MOVE "REJECTED - NO ACCOUNT" TO REG-RESULT
               GO TO 200-EXIT.

           PERFORM 250-SUM-OPEN-ITEMS THRU 250-EXIT.
           IF WS-OPEN-AVAILABLE = ZERO
               MOVE "REJECTED - NOTHING OPEN" TO REG-RESULT
               GO TO 200-EXIT.
           IF TRN-AMOUNT > WS-OPEN-AVAILABLE
               MOVE "REJECTED - EXCEEDS BALANCE" TO REG-RESULT
               GO TO 200-EXIT.

           MOVE TRN-AMOUNT TO WS-TO-APPLY.
           MOVE ZERO TO WS-ITEMS-CLOSED.
           PERFORM 300-APPLY-TO-OLDEST THRU 300-EXIT
               UNTIL WS-TO-APPLY = ZERO.

      **** THE HEADER CARRIES THE RECEIPT TO THE NEXT STATEMENT.
           MOVE TRN-GUARANTOR-ID TO PR-GUARANTOR-ID.
           MOVE SPACES TO PR-PATIENT-ID.
           MOVE ZERO TO PR-SERVICE-DATE.
           READ PATIENT-RCV-FILE.
           SUBTRACT TRN-AMOUNT FROM PR-HDR-BALANCE.
           IF TRN-PAYMENT
               ADD TRN-AMOUNT TO PR-HDR-PAID-SINCE-STMT
               ADD TRN-AMOUNT TO WS-PAYMENT-AMT
               IF TRN-DATE > PR-HDR-LAST-PAY-DATE
                   MOVE TRN-DATE TO PR-HDR-LAST-PAY-DATE
               END-IF
           ELSE
               ADD TRN-AMOUNT TO PR-HDR-ADJ-SINCE-STMT
               ADD TRN-AMOUNT TO WS-ADJUST-AMT
           END-IF.
           IF PR-HDR-BALANCE NOT > ZERO
               MOVE ZERO TO PR-HDR-DUN-STAGE
           END-IF.
           REWRITE PATIENT-RCV-REC.
           IF NOT RCV-OK
               DISPLAY "PATPAY REWRITE FAILED " PR-GUARANTOR-ID
                   " STATUS " RCV-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE "P" TO GLP-FUNCTION.
           IF TRN-PAYMENT
               MOVE "PAY " TO GLP-TXN-TYPE
           ELSE
               MOVE "ADJ " TO GLP-TXN-TYPE
           END-IF.
           MOVE TRN-AMOUNT TO GLP-AMOUNT.
           MOVE SPACES TO GLP-REFERENCE.
           STRING TRN-GUARANTOR-ID " " TRN-REFERENCE
               DELIMITED BY SIZE INTO GLP-REFERENCE.
           PERFORM 700-CALL-GLPOST THRU 700-EXIT.

           ADD 1 TO WS-POSTED-COUNT.
           MOVE WS-ITEMS-CLOSED TO REG-CLOSED.
           MOVE PR-HDR-BALANCE TO REG-BALANCE.
           IF TRN-PAYMENT
               MOVE "POSTED - PAYMENT" TO REG-RESULT
           ELSE
               MOVE "POSTED - ADJUSTMENT" TO REG-RESULT
           END-IF.
       200-EXIT.
           EXIT.

       250-SUM-OPEN-ITEMS.
      **** WHAT IS STILL OWED ON THE ITEMS THIS TRANSACTION MAY TOUCH.
           MOVE "250-SUM-OPEN-ITEMS" TO PARA-NAME.
           MOVE ZERO TO WS-OPEN-AVAILABLE.
           MOVE "N" TO WS-BROWSE-DONE-SW.
           START PATIENT-RCV-FILE KEY > PR-KEY
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM 260-SUM-ONE-ITEM THRU 260-EXIT
               UNTIL WS-BROWSE-DONE.
       250-EXIT.
           EXIT.

       260-SUM-ONE-ITEM.
           MOVE "260-SUM-ONE-ITEM" TO PARA-NAME.
           READ PATIENT-RCV-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 260-EXIT
           END-READ.
           IF PR-GUARANTOR-ID NOT = TRN-GUARANTOR-ID
               SET WS-BROWSE-DONE TO TRUE
               GO TO 260-EXIT.
           IF PR-CLOSED
               GO TO 260-EXIT.
           IF TRN-PATIENT-ID NOT = SPACES
                   AND PR-PATIENT-ID NOT = TRN-PATIENT-ID
               GO TO 260-EXIT.
           COMPUTE WS-OPEN-AVAILABLE = WS-OPEN-AVAILABLE
               + PR-ORIG-AMT - PR-PAID-AMT - PR-ADJ-AMT.
       260-EXIT.
           EXIT.

       300-APPLY-TO-OLDEST.
      **** ONE PASS OF THE GUARANTOR'S ITEMS FINDS THE OLDEST ONE
      **** STILL OPEN; AS MUCH OF THE TRANSACTION AS IT NEEDS IS
      **** APPLIED TO IT.
           MOVE "300-APPLY-TO-OLDEST" TO PARA-NAME.
           MOVE "N" TO WS-OLDEST-FOUND-SW WS-BROWSE-DONE-SW.
           MOVE 99999999 TO WS-OLDEST-DATE.
           MOVE TRN-GUARANTOR-ID TO PR-GUARANTOR-ID.
           MOVE SPACES TO PR-PATIENT-ID.
           MOVE ZERO TO PR-SERVICE-DATE.
           START PATIENT-RCV-FILE KEY > PR-KEY
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM 320-CHECK-ONE-ITEM THRU 320-EXIT
               UNTIL WS-BROWSE-DONE.
           IF NOT WS-OLDEST-FOUND
               DISPLAY "PATPAY NO OPEN ITEM LEFT FOR " TRN-GUARANTOR-ID
               MOVE 8 TO RETURN-CODE
               MOVE ZERO TO WS-TO-APPLY
               GO TO 300-EXIT.

           MOVE WS-OLDEST-KEY TO PR-KEY.
           READ PATIENT-RCV-FILE.
           COMPUTE WS-ITEM-BALANCE =
               PR-ORIG-AMT - PR-PAID-AMT - PR-ADJ-AMT.
           IF WS-TO-APPLY < WS-ITEM-BALANCE
               MOVE WS-TO-APPLY TO WS-APPLY-AMT
           ELSE
               MOVE WS-ITEM-BALANCE TO WS-APPLY-AMT
           END-IF.
           IF TRN-PAYMENT
               ADD WS-APPLY-AMT TO PR-PAID-AMT
               MOVE TRN-DATE TO PR-LAST-PAY-DATE
           ELSE
               ADD WS-APPLY-AMT TO PR-ADJ-AMT
           END-IF.
           IF WS-APPLY-AMT = WS-ITEM-BALANCE
               SET PR-CLOSED TO TRUE
               MOVE TRN-DATE TO PR-CLOSED-DATE
               ADD 1 TO WS-ITEMS-CLOSED
           END-IF.
           REWRITE PATIENT-RCV-REC.
           SUBTRACT WS-APPLY-AMT FROM WS-TO-APPLY.
       300-EXIT.
           EXIT.

       320-CHECK-ONE-ITEM.
           MOVE "320-CHECK-ONE-ITEM" TO PARA-NAME.
           READ PATIENT-RCV-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 320-EXIT
           END-READ.
           IF PR-GUARANTOR-ID NOT = TRN-GUARANTOR-ID
               SET WS-BROWSE-DONE TO TRUE
               GO TO 320-EXIT.
           IF PR-CLOSED
               GO TO 320-EXIT.
           IF TRN-PATIENT-ID NOT = SPACES
                   AND PR-PATIENT-ID NOT = TRN-PATIENT-ID
               GO TO 320-EXIT.
           IF PR-ORIG-AMT - PR-PAID-AMT - PR-ADJ-AMT NOT > ZERO
               GO TO 320-EXIT.
           IF PR-OPENED-DATE < WS-OLDEST-DATE
               MOVE PR-OPENED-DATE TO WS-OLDEST-DATE
               MOVE PR-KEY TO WS-OLDEST-KEY
               SET WS-OLDEST-FOUND TO TRUE
           END-IF.
       320-EXIT.
           EXIT.

       700-CALL-GLPOST.
      **** AN UNMAPPED TYPE STILL POSTS (TO SUSPENSE) AND IS COUNTED
      **** FOR THE REGISTER - A REJECTED CALL WROTE NOTHING AT ALL.
           MOVE "700-CALL-GLPOST" TO PARA-NAME.
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
               DISPLAY "PATPAY GLPOST REJECTED " GLP-TXN-TYPE
                   " " GLP-REFERENCE
               MOVE 8 TO RETURN-CODE
           END-IF.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PATPAY-TRAN-FILE.
           OPEN I-O PATIENT-RCV-FILE.
           OPEN OUTPUT PATPAY-REGISTER.
           DISPLAY "PATPAY OPEN FILES".
           DISPLAY TRN-STATUS.
           DISPLAY RCV-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PATPAY-TRAN-FILE, PATIENT-RCV-FILE, PATPAY-REGISTER.
           DISPLAY "PATPAY FILES CLOSED".
       900-EXIT.
           EXIT.
