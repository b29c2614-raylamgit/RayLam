      *                SUPPLR-BAL FILE.  A STATUTE-OF-LIMITATIONS
      *                AGING REPORT FLAGS EVERY OPEN CLAIM NEARING OR
      *                PAST THE FILING BAR.  THE BINDER IS RETIRED.
      * 2026  D.ELLIS  GL INTERFACE.  EACH CARRIER PAYMENT POSTS
      *                THROUGH GLPOST (SOURCE FRCMAINT, TYPE RCVY) TO
      *                THE DAILY GLINTF FILE, AND THE RUN'S RECOVERED
      *                TOTAL GOES AS THE CONTROL RECORD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-STATUTE-DAYS             PIC 9(03) VALUE 270.
           05  WS-WARN-DAYS                PIC 9(03) VALUE 210.

       01  GL-POST-FIELDS.
           05  GLP-FUNCTION                PIC X(01).
           05  GLP-SOURCE                  PIC X(08) VALUE "FRCMAINT".
           05  GLP-TXN-TYPE                PIC X(04).
           05  GLP-AMOUNT                  PIC S9(9)V99 COMP-3.
           05  GLP-REFERENCE               PIC X(20).
           05  GLP-RETURN-CD               PIC X(02).

      *    THE DAY'S CARRIER PAYMENTS, HELD FOR THE OSD POSTING PASS.
       01  RECOVERY-TABLE-AREA.
           05  WS-REC-COUNT                PIC 9(3) COMP VALUE 0.
           MOVE WS-RECOVERED-TOTAL TO TOT-RECOVERED.
           WRITE CLAIM-REPORT-REC FROM WS-TOTALS-LINE.

           MOVE "T" TO GLP-FUNCTION.
           MOVE SPACES TO GLP-TXN-TYPE.
           MOVE WS-RECOVERED-TOTAL TO GLP-AMOUNT.
           MOVE "FRCMAINT RECOVERED" TO GLP-REFERENCE.
           PERFORM 700-CALL-GLPOST THRU 700-EXIT.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.
                   MOVE FC-PAID-AMOUNT TO RCV-AMOUNT (WS-REC-COUNT)
               END-IF
               ADD FC-PAID-AMOUNT TO WS-RECOVERED-TOTAL
               MOVE "P" TO GLP-FUNCTION
               MOVE "RCVY" TO GLP-TXN-TYPE
               MOVE FC-PAID-AMOUNT TO GLP-AMOUNT
               MOVE SPACES TO GLP-REFERENCE
               STRING FC-CLAIM-NO " " FC-CARRIER " " FC-SUPPLR-NO
                   DELIMITED BY SIZE INTO GLP-REFERENCE
               PERFORM 700-CALL-GLPOST THRU 700-EXIT
           END-IF.
           REWRITE FREIGHT-CLAIM-REC.
           ADD 1 TO WS-MOVED-COUNT.
       520-EXIT.
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
               DISPLAY "FRCMAINT GLPOST RETURN " GLP-RETURN-CD
                   " " GLP-TXN-TYPE " " GLP-REFERENCE
           END-IF.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT CLAIM-TRANS-FILE, SUPPLR-BAL-IN.
