       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  PREMRCPT.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  PREMIUM RECEIPT POSTING.
      *                EACH RECEIPT ON THE PREMRCPT TRANSACTION FILE
      *                IS ADDED TO THE CONTRACT'S PREMIUM COLLECTED
      *                ON PREMMSTR AND APPLIED A WHOLE INSTALLMENT AT
      *                A TIME, MOVING THE PAID-TO DATE ON ONE MODAL
      *                PERIOD PER INSTALLMENT (PREMDUE).  WHAT IS LEFT
      *                IS HELD UNAPPLIED TOWARD THE NEXT ONE.  A GRACE
      *                CONTRACT PAID PAST TODAY GOES BACK TO ACTIVE.
      *                RECEIPTS FOR UNKNOWN OR LAPSED CONTRACTS ARE
      *                REJECTED TO THE REGISTER FOR REFUND OR
      *                REINSTATEMENT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RECEIPT-FILE
           ASSIGN TO UT-S-PREMRCPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RCT-STATUS.

           SELECT PREMIUM-MASTER
           ASSIGN TO PREMMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PM-CONTRACT-NO
             FILE STATUS IS PM-STATUS.

           SELECT RECEIPT-REGISTER
           ASSIGN TO UT-S-PREMRREG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  RECEIPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIPT-REC.
       01  RECEIPT-REC.
           05  RCT-CONTRACT-NO             PIC 9(07).
           05  RCT-RECEIPT-DATE            PIC 9(08).
           05  RCT-AMOUNT                  PIC 9(7)V99.
           05  RCT-REFERENCE               PIC X(12).
           05  FILLER                      PIC X(44).

       FD  PREMIUM-MASTER
           RECORD CONTAINS 120 CHARACTERS.
       COPY PREMMSTR.

       FD  RECEIPT-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIPT-REGISTER-REC.
       01  RECEIPT-REGISTER-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  RCT-STATUS              PIC X(2).
               88 END-OF-RCT      VALUE "10".
           05  PM-STATUS               PIC X(2).
               88 PM-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-INSTALLMENTS             PIC 9(03) VALUE ZERO.
           05  WS-APPLY-DONE-SW            PIC X(01) VALUE "N".
               88  WS-APPLY-DONE              VALUE "Y".

      **** PREMDUE PARAMETERS.
       01  PREMDUE-PARMS.
           05  PDU-BILL-MODE               PIC X(01).
           05  PDU-AFTER-DATE              PIC 9(08).
           05  PDU-NEXT-DUE-DATE           PIC 9(08).
           05  PDU-INSTALLMENT             PIC 9(7)V99.
           05  PDU-RETURN-CD               PIC 9(4) COMP.
               88  PDU-OK                     VALUE 0.

       01  RECEIPT-COUNTERS.
           05  WS-RECEIPT-COUNT            PIC 9(06) VALUE ZERO.
           05  WS-POSTED-COUNT             PIC 9(06) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.
           05  WS-REINSTATED-COUNT         PIC 9(06) VALUE ZERO.
           05  WS-POSTED-AMT               PIC 9(11)V99 VALUE ZERO.
           05  WS-REJECTED-AMT             PIC 9(11)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(36)
                 VALUE "PREMIUM RECEIPT REGISTER - RUN OF ".
           05  HDG-RUN-DATE                PIC 9(08).
           05  FILLER     PIC X(89) VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  REG-CONTRACT-NO             PIC 9(07).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  REG-NAME                    PIC X(25).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  REG-RECEIPT-DATE            PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  REG-REFERENCE               PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  REG-AMOUNT                  PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  REG-INSTALLMENTS            PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  REG-PAID-TO                 PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  REG-UNAPPLIED               PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  REG-RESULT                  PIC X(30).

       01  WS-COLUMN-LINE.
           05  FILLER     PIC X(36) VALUE "CONTRACT INSURED".
           05  FILLER     PIC X(10) VALUE "RECEIVED".
           05  FILLER     PIC X(13) VALUE "REFERENCE".
           05  FILLER     PIC X(15) VALUE "       AMOUNT".
           05  FILLER     PIC X(05) VALUE "INST".
           05  FILLER     PIC X(09) VALUE "PAID TO".
           05  FILLER     PIC X(15) VALUE "    UNAPPLIED".
           05  FILLER     PIC X(30) VALUE "RESULT".

       01  WS-TOTALS-LINE-1.
           05  FILLER                      PIC X(10) VALUE "RECEIPTS: ".
           05  TOT-RECEIPTS                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE "  POSTED: ".
           05  TOT-POSTED                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12)
                 VALUE "  REJECTED: ".
           05  TOT-REJECTED                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(25)
                 VALUE "  RETURNED FROM GRACE:  ".
           05  TOT-REINSTATED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(48) VALUE SPACES.

       01  WS-TOTALS-LINE-2.
           05  FILLER                      PIC X(15)
                 VALUE "AMOUNT POSTED: ".
           05  TOT-POSTED-AMT              PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(19)
                 VALUE "  AMOUNT REJECTED: ".
           05  TOT-REJECTED-AMT            PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(63) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * EDIT AND POST EACH RECEIPT TO ITS CONTRACT, WITH A REGISTER
      * LINE PER RECEIPT AND CONTROL TOTALS.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           WRITE RECEIPT-REGISTER-REC FROM WS-HEADING-LINE.
           WRITE RECEIPT-REGISTER-REC FROM WS-BLANK-LINE.
           WRITE RECEIPT-REGISTER-REC FROM WS-COLUMN-LINE.
           WRITE RECEIPT-REGISTER-REC FROM WS-BLANK-LINE.

           READ RECEIPT-FILE
               AT END SET END-OF-RCT TO TRUE.

           PERFORM 100-POST-ONE-RECEIPT THRU 100-EXIT
               UNTIL END-OF-RCT.

           WRITE RECEIPT-REGISTER-REC FROM WS-BLANK-LINE.
           MOVE WS-RECEIPT-COUNT TO TOT-RECEIPTS.
           MOVE WS-POSTED-COUNT TO TOT-POSTED.
           MOVE WS-REJECT-COUNT TO TOT-REJECTED.
           MOVE WS-REINSTATED-COUNT TO TOT-REINSTATED.
           WRITE RECEIPT-REGISTER-REC FROM WS-TOTALS-LINE-1.
           MOVE WS-POSTED-AMT TO TOT-POSTED-AMT.
           MOVE WS-REJECTED-AMT TO TOT-REJECTED-AMT.
           WRITE RECEIPT-REGISTER-REC FROM WS-TOTALS-LINE-2.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       100-POST-ONE-RECEIPT.
           MOVE "100-POST-ONE-RECEIPT" TO PARA-NAME.
           ADD 1 TO WS-RECEIPT-COUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE RCT-CONTRACT-NO TO REG-CONTRACT-NO.
           MOVE RCT-RECEIPT-DATE TO REG-RECEIPT-DATE.
           MOVE RCT-REFERENCE TO REG-REFERENCE.
           IF RCT-AMOUNT NUMERIC
               MOVE RCT-AMOUNT TO REG-AMOUNT
           END-IF.

           EVALUATE TRUE
               WHEN RCT-CONTRACT-NO NOT NUMERIC
                   MOVE "REJECTED - BAD CONTRACT" TO REG-RESULT
               WHEN RCT-AMOUNT NOT NUMERIC OR RCT-AMOUNT = ZERO
                   MOVE "REJECTED - BAD AMOUNT" TO REG-RESULT
               WHEN RCT-RECEIPT-DATE NOT NUMERIC
                       OR RCT-RECEIPT-DATE = ZERO
                   MOVE "REJECTED - BAD RECEIPT DATE" TO REG-RESULT
               WHEN OTHER
                   MOVE RCT-CONTRACT-NO TO PM-CONTRACT-NO
                   READ PREMIUM-MASTER
                   EVALUATE TRUE
                       WHEN NOT PM-FOUND
                           MOVE "REJECTED - NOT ON PREMMSTR"
                               TO REG-RESULT
                       WHEN PM-PAID-TO-DATE NOT NUMERIC
                               OR PM-PAID-TO-DATE = ZERO
                           MOVE "REJECTED - NO BILLING SET UP"
                               TO REG-RESULT
                       WHEN PM-LAPSED
                           MOVE "REJECTED - LAPSED, REINSTATE"
                               TO REG-RESULT
                       WHEN OTHER
                           PERFORM 200-APPLY-RECEIPT THRU 200-EXIT
                   END-EVALUATE
           END-EVALUATE.

           IF REG-RESULT (1:8) = "REJECTED"
               ADD 1 TO WS-REJECT-COUNT
               IF RCT-AMOUNT NUMERIC
                   ADD RCT-AMOUNT TO WS-REJECTED-AMT
               END-IF
           END-IF.
           WRITE RECEIPT-REGISTER-REC FROM WS-REGISTER-LINE.

           READ RECEIPT-FILE
               AT END SET END-OF-RCT TO TRUE.
       100-EXIT.
           EXIT.

       200-APPLY-RECEIPT.
      **** WHOLE INSTALLMENTS ONLY - EACH ONE MOVES THE PAID-TO DATE TO
      **** THE NEXT MODAL DUE DATE.  THE REST WAITS ON ACCOUNT.
           MOVE "200-APPLY-RECEIPT" TO PARA-NAME.
           MOVE PM-INSURED-NAME TO REG-NAME.
           IF PM-PREM-COLLECTED NOT NUMERIC
               MOVE ZERO TO PM-PREM-COLLECTED
           END-IF.
           IF PM-UNAPPLIED-AMT NOT NUMERIC
               MOVE ZERO TO PM-UNAPPLIED-AMT
           END-IF.
           ADD RCT-AMOUNT TO PM-PREM-COLLECTED PM-UNAPPLIED-AMT.
           MOVE RCT-RECEIPT-DATE TO PM-LAST-RECEIPT-DATE.

           MOVE ZERO TO WS-INSTALLMENTS.
           MOVE "N" TO WS-APPLY-DONE-SW.
           PERFORM 250-APPLY-ONE-INSTALLMENT THRU 250-EXIT
               UNTIL WS-APPLY-DONE.

           IF PM-IN-GRACE AND PM-PAID-TO-DATE > WS-RUN-DATE
               SET PM-ACTIVE TO TRUE
               MOVE WS-RUN-DATE TO PM-STATUS-DATE
               MOVE ZERO TO PM-GRACE-END-DATE
               ADD 1 TO WS-REINSTATED-COUNT
               MOVE "POSTED - RETURNED TO ACTIVE" TO REG-RESULT
           ELSE
               IF PM-IN-GRACE
                   MOVE "POSTED - STILL IN GRACE" TO REG-RESULT
               ELSE
                   MOVE "POSTED" TO REG-RESULT
               END-IF
           END-IF.

           REWRITE PREMIUM-MASTER-REC.
           IF NOT PM-FOUND
               DISPLAY "PREMRCPT REWRITE FAILED " PM-CONTRACT-NO
                   " STATUS " PM-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           ADD 1 TO WS-POSTED-COUNT.
           ADD RCT-AMOUNT TO WS-POSTED-AMT.
           MOVE WS-INSTALLMENTS TO REG-INSTALLMENTS.
           MOVE PM-PAID-TO-DATE TO REG-PAID-TO.
           MOVE PM-UNAPPLIED-AMT TO REG-UNAPPLIED.
       200-EXIT.
           EXIT.

       250-APPLY-ONE-INSTALLMENT.
           MOVE "250-APPLY-ONE-INSTALLMENT" TO PARA-NAME.
           MOVE PM-BILL-MODE TO PDU-BILL-MODE.
           MOVE PM-PAID-TO-DATE TO PDU-AFTER-DATE.
           CALL 'PREMDUE' USING PM-EFF-DATE PDU-BILL-MODE
               PM-ANNUAL-PREMIUM PDU-AFTER-DATE PDU-NEXT-DUE-DATE
               PDU-INSTALLMENT PDU-RETURN-CD.
           IF NOT PDU-OK
                   OR PDU-INSTALLMENT = ZERO
                   OR PM-UNAPPLIED-AMT < PDU-INSTALLMENT
               SET WS-APPLY-DONE TO TRUE
               GO TO 250-EXIT.
           SUBTRACT PDU-INSTALLMENT FROM PM-UNAPPLIED-AMT.
           MOVE PDU-NEXT-DUE-DATE TO PM-PAID-TO-DATE.
           ADD 1 TO WS-INSTALLMENTS.
       250-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT RECEIPT-FILE.
           OPEN I-O PREMIUM-MASTER.
           OPEN OUTPUT RECEIPT-REGISTER.
           DISPLAY "PREMRCPT OPEN FILES".
           DISPLAY RCT-STATUS.
           DISPLAY PM-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE RECEIPT-FILE, PREMIUM-MASTER, RECEIPT-REGISTER.
           DISPLAY "PREMRCPT FILES CLOSED".
       900-EXIT.
           EXIT.
