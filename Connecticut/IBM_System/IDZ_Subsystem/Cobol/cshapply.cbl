      *                APPLICATION REGISTER PRINTS WITH UNAPPLIED-CASH
      *                EXCEPTIONS.  COLLECTORS STOP CALLING SUPPLIERS
      *                WHO PAID THREE DAYS AGO.
      * 2026  D.ELLIS  GL INTERFACE.  APPLIED CASH (TYPE APPL) AND
      *                CASH LEFT UNAPPLIED (TYPE UNAP) POST THROUGH
      *                GLPOST TO THE DAILY GLINTF FILE AGAINST THE
      *                CASH CLEARING ACCOUNT, AND THE REGISTER'S CASH
      *                RECEIVED GOES AS THE CSHAPPLY CONTROL RECORD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-CASH-APPLIED             PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CASH-UNAPPLIED           PIC S9(11)V99 COMP-3 VALUE 0.

       01  GL-POST-FIELDS.
           05  GLP-FUNCTION                PIC X(01).
           05  GLP-SOURCE                  PIC X(08) VALUE "CSHAPPLY".
           05  GLP-TXN-TYPE                PIC X(04).
           05  GLP-AMOUNT                  PIC S9(9)V99 COMP-3.
           05  GLP-REFERENCE               PIC X(20).
           05  GLP-RETURN-CD               PIC X(02).

      *    THE DAY'S REMITTANCES, HELD IN A TABLE AND MATCHED AS THE
      *    BALANCE FILE IS COPIED FORWARD.
       01  REMIT-TABLE-AREA.
           MOVE WS-CASH-UNAPPLIED TO RGT-UNAPPLIED-O.
           WRITE CASH-REGISTER-REC FROM WS-REGISTER-TOTALS.

           MOVE "T" TO GLP-FUNCTION.
           MOVE SPACES TO GLP-TXN-TYPE.
           MOVE WS-CASH-RECEIVED TO GLP-AMOUNT.
           MOVE "CSHAPPLY RECEIVED" TO GLP-REFERENCE.
           PERFORM 700-CALL-GLPOST THRU 700-EXIT.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.
               MOVE "UNAPPLIED CASH" TO REG-EXCEPTION-O
           END-IF.
           WRITE CASH-REGISTER-REC FROM WS-REGISTER-LINE.

           MOVE "P" TO GLP-FUNCTION.
           MOVE SPACES TO GLP-REFERENCE.
           STRING SUPPLR-BAL-SUPPLR-NO " "
                  RMT-REMIT-DATE (WS-REMIT-SUB)
               DELIMITED BY SIZE INTO GLP-REFERENCE.
           IF WS-APPLIED-THIS > ZERO
               MOVE "APPL" TO GLP-TXN-TYPE
               MOVE WS-APPLIED-THIS TO GLP-AMOUNT
               PERFORM 700-CALL-GLPOST THRU 700-EXIT
           END-IF.
           IF WS-REMAINING > ZERO
               MOVE "UNAP" TO GLP-TXN-TYPE
               MOVE WS-REMAINING TO GLP-AMOUNT
               PERFORM 700-CALL-GLPOST THRU 700-EXIT
           END-IF.
       300-EXIT.
           EXIT.

                       TO REG-UNAPPLIED-O
                   MOVE "SUPPLIER NOT ON FILE" TO REG-EXCEPTION-O
                   WRITE CASH-REGISTER-REC FROM WS-REGISTER-LINE
                   MOVE "P" TO GLP-FUNCTION
                   MOVE "UNAP" TO GLP-TXN-TYPE
                   MOVE RMT-UNAPPLIED (WS-REMIT-SUB) TO GLP-AMOUNT
                   MOVE SPACES TO GLP-REFERENCE
                   STRING RMT-SUPPLR-NO (WS-REMIT-SUB) " "
                          RMT-REMIT-DATE (WS-REMIT-SUB)
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
               DISPLAY "CSHAPPLY GLPOST RETURN " GLP-RETURN-CD
                   " " GLP-TXN-TYPE " " GLP-REFERENCE
           END-IF.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT REMIT-TRANS-FILE, SUPPLR-BAL-IN.
