      *                THE CASH TEAM.  THE DESK STOPS KEYING THE
      *                SEVERAL HUNDRED REMITTANCES A DAY THAT MATCH
      *                BY THEMSELVES.
      * 2026  D.ELLIS  GL INTERFACE.  THE DEPOSIT POSTS THROUGH
      *                GLPOST TO THE DAILY GLINTF FILE - MATCHED
      *                RECEIPTS (TYPE LBXM) TO THE CASH CLEARING
      *                ACCOUNT CSHAPPLY RELIEVES, WRITE-OFFS (LBXW),
      *                AND SUSPENDED RECEIPTS (LBXS) TO UNIDENTIFIED
      *                CASH.  A SECOND TOTALS LINE SHOWS THE RECEIPT
      *                DOLLARS AND THE GL CONTROL TOTAL POSTED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-WRITEOFF-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-SUSPENSE-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-WRITEOFF-TOTAL           PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-MATCHED-TOTAL            PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-SUSPENSE-TOTAL           PIC S9(9)V99 COMP-3 VALUE 0.

       01  GL-POST-FIELDS.
           05  GLP-FUNCTION                PIC X(01).
           05  GLP-SOURCE                  PIC X(08) VALUE "LOCKBOX".
           05  GLP-TXN-TYPE                PIC X(04).
           05  GLP-AMOUNT                  PIC S9(9)V99 COMP-3.
           05  GLP-REFERENCE               PIC X(20).
           05  GLP-RETURN-CD               PIC X(02).
           05  GLP-CONTROL-AMT             PIC S9(9)V99 COMP-3 VALUE 0.

      *    THE DAY'S LOCKBOX RECEIPTS, TABLED AND MATCHED AS THE
      *    BALANCE FILE PASSES - THE SAME SHAPE CSHAPPLY USES FOR
           05  TOT-WO-DOLLARS          PIC $$$,$$9.99.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-TOTALS-LINE-2.
           05  FILLER                  PIC X(17)
                 VALUE "MATCHED DOLLARS: ".
           05  TOT-MATCHED-DOLLARS     PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(21)
                 VALUE "  SUSPENDED DOLLARS: ".
           05  TOT-SUSP-DOLLARS        PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(17)
                 VALUE "  POSTED TO GL: ".
           05  TOT-GL-DOLLARS          PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * TABLE THE DAY'S RECEIPTS, PASS THE AGING FILE MATCHING EACH
           MOVE WS-WRITEOFF-TOTAL TO TOT-WO-DOLLARS.
           WRITE MATCH-REGISTER-REC FROM WS-TOTALS-LINE.

      *    THE CONTROL RECORD IS EVERYTHING THE REGISTER SAYS WENT
      *    TO THE LEDGER - RECEIPTS MATCHED OR SUSPENDED, PLUS THE
      *    WRITE-OFFS.
           ADD WS-MATCHED-TOTAL WS-SUSPENSE-TOTAL WS-WRITEOFF-TOTAL
               GIVING GLP-CONTROL-AMT.
           MOVE "T" TO GLP-FUNCTION.
           MOVE SPACES TO GLP-TXN-TYPE.
           MOVE GLP-CONTROL-AMT TO GLP-AMOUNT.
           MOVE "LOCKBOX REGISTER" TO GLP-REFERENCE.
           PERFORM 700-CALL-GLPOST THRU 700-EXIT.
           MOVE WS-MATCHED-TOTAL TO TOT-MATCHED-DOLLARS.
           MOVE WS-SUSPENSE-TOTAL TO TOT-SUSP-DOLLARS.
           MOVE GLP-CONTROL-AMT TO TOT-GL-DOLLARS.
           WRITE MATCH-REGISTER-REC FROM WS-TOTALS-LINE-2.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

           MOVE "Y" TO LBT-MATCHED-SW (WS-LBX-SUB).
           ADD 1 TO WS-MATCHED-COUNT.
           ADD LBT-AMOUNT (WS-LBX-SUB) TO WS-MATCHED-TOTAL.
           MOVE "P" TO GLP-FUNCTION.
           MOVE "LBXM" TO GLP-TXN-TYPE.
           MOVE LBT-AMOUNT (WS-LBX-SUB) TO GLP-AMOUNT.
           MOVE SPACES TO GLP-REFERENCE.
           STRING LBT-SUPPLR-NO (WS-LBX-SUB) " "
                  LBT-CHECK-REF (WS-LBX-SUB)
               DELIMITED BY SIZE INTO GLP-REFERENCE.
           PERFORM 700-CALL-GLPOST THRU 700-EXIT.

           MOVE SPACES TO REMIT-TRANS-REC.
           MOVE "R" TO RT-TRANS-CODE.
               WRITE REMIT-TRANS-REC
               MOVE WS-DIFF TO REG-WRITEOFF-O
               MOVE "MATCHED WITH WRITE-OFF" TO REG-RESULT-O
               MOVE "LBXW" TO GLP-TXN-TYPE
               MOVE WS-DIFF TO GLP-AMOUNT
               PERFORM 700-CALL-GLPOST THRU 700-EXIT
           END-IF.

           WRITE MATCH-REGISTER-REC FROM WS-REGISTER-LINE.
                   MOVE ZERO TO REG-WRITEOFF-O
                   MOVE "SUSPENDED - NO MATCH" TO REG-RESULT-O
                   WRITE MATCH-REGISTER-REC FROM WS-REGISTER-LINE
                   ADD LBT-AMOUNT (WS-LBX-SUB) TO WS-SUSPENSE-TOTAL
                   MOVE "P" TO GLP-FUNCTION
                   MOVE "LBXS" TO GLP-TXN-TYPE
                   MOVE LBT-AMOUNT (WS-LBX-SUB) TO GLP-AMOUNT
                   MOVE SPACES TO GLP-REFERENCE
                   STRING LBT-SUPPLR-NO (WS-LBX-SUB) " "
                          LBT-CHECK-REF (WS-LBX-SUB)
                       DELIMITED BY SIZE INTO GLP-REFERENCE
                   PERFORM 700-CALL-GLPOST THRU 700-EXIT
               END-IF
           END-PERFORM.
       600-EXIT.
           EXIT.

       700-CALL-GLPOST.
           MOVE "700-CALL-GLPOST" TO PARA-NAME.
           CALL "GLPOST" USING GLP-FUNCTION
                               GLP-SOURCE
                               GLP-TXN-TYPE
                               GLP-AMOUNT
                               GLP-REFERENCE
                               GLP-RETURN-CD.
           IF GLP-RETURN-CD NOT = "00"
               DISPLAY "LOCKBOX GLPOST RETURN " GLP-RETURN-CD
                   " " GLP-TXN-TYPE " " GLP-REFERENCE
           END-IF.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT LOCKBOX-FEED, SUPPLR-BAL-IN.
