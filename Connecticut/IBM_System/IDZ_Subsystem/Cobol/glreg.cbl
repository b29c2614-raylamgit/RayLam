       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  GLREG.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  DAILY GL POSTING REGISTER.
      *                READS THE GLINTF INTERFACE FILE FOR ONE POSTING
      *                DATE (PARM, DEFAULT TODAY) AND PRINTS EACH
      *                SOURCE SYSTEM'S ENTRIES BY TRANSACTION TYPE WITH
      *                DEBIT, CREDIT AND SUSPENSE TOTALS, THEN PROVES
      *                THE SOURCE - DEBITS EQUAL CREDITS, AND BOTH TIE
      *                TO THE CONTROL TOTAL THE SOURCE POSTED FROM ITS
      *                OWN REGISTER.  ENTRIES GLPOST SENT TO SUSPENSE
      *                ARE LISTED FOR ACCOUNTING TO RECLASS.  RETURN
      *                CODE 8 WHEN ANY SOURCE IS OUT, 4 WHEN ALL
      *                BALANCE BUT SOMETHING WENT TO SUSPENSE.
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

           SELECT GL-INTERFACE-FILE
           ASSIGN TO UT-S-GLINTF
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS GI-STATUS.

           SELECT GL-REGISTER
           ASSIGN TO UT-S-GLREG
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
           05  PRM-POST-DATE               PIC 9(08).
           05  FILLER                      PIC X(72).

       FD  GL-INTERFACE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GL-INTERFACE-REC.
       COPY GLINTF.

       FD  GL-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GL-REGISTER-REC.
       01  GL-REGISTER-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  GI-STATUS               PIC X(2).
               88 GI-OPENED       VALUE "00".
               88 END-OF-GI       VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-POST-DATE                PIC 9(08) VALUE ZERO.
           05  WS-OUT-COUNT                PIC 9(03) VALUE ZERO.
           05  WS-SUSP-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-FOUND-SW                 PIC X(01) VALUE "N".
               88  WS-FOUND                   VALUE "Y".

       01  REPORT-COUNTERS.
           05  WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-USED             PIC 9(07) VALUE ZERO.
           05  WS-GRAND-DEBITS             PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           05  WS-GRAND-CREDITS            PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           05  WS-GRAND-CONTROL            PIC S9(11)V99 COMP-3
                                               VALUE ZERO.

      *    ONE ROW PER SOURCE SYSTEM SEEN ON THE DAY'S FILE.
       01  GL-SOURCE-TABLE-AREA.
           05  WS-SRC-COUNT                PIC S9(4) COMP VALUE ZERO.
           05  WS-SRC-SUB                  PIC S9(4) COMP VALUE ZERO.
           05  GL-SOURCE-ENTRY OCCURS 50 TIMES.
               10  SRC-SOURCE              PIC X(08).
               10  SRC-DEBITS              PIC S9(11)V99 COMP-3.
               10  SRC-CREDITS             PIC S9(11)V99 COMP-3.
               10  SRC-CONTROL             PIC S9(11)V99 COMP-3.
               10  SRC-CONTROL-COUNT       PIC S9(4) COMP.
               10  SRC-SUSPENSE            PIC S9(5) COMP.

      *    ONE ROW PER SOURCE AND TRANSACTION TYPE.
       01  GL-TYPE-TABLE-AREA.
           05  WS-TYP-COUNT                PIC S9(4) COMP VALUE ZERO.
           05  WS-TYP-SUB                  PIC S9(4) COMP VALUE ZERO.
           05  GL-TYPE-ENTRY OCCURS 300 TIMES.
               10  TYP-SOURCE              PIC X(08).
               10  TYP-TXN-TYPE            PIC X(04).
               10  TYP-ENTRIES             PIC S9(7) COMP.
               10  TYP-DEBITS              PIC S9(11)V99 COMP-3.
               10  TYP-CREDITS             PIC S9(11)V99 COMP-3.
               10  TYP-SUSPENSE            PIC S9(5) COMP.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(38)
                 VALUE "GL POSTING REGISTER - POSTING DATE ".
           05  HD-POST-DATE                PIC 9(08).
           05  FILLER     PIC X(10) VALUE "   RUN ON ".
           05  HD-RUN-DATE                 PIC 9(08).
           05  FILLER     PIC X(69) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER     PIC X(12) VALUE "  SOURCE".
           05  FILLER     PIC X(06) VALUE "TYPE".
           05  FILLER     PIC X(09) VALUE "ENTRIES".
           05  FILLER     PIC X(16) VALUE "        DEBITS".
           05  FILLER     PIC X(16) VALUE "       CREDITS".
           05  FILLER     PIC X(16) VALUE "       CONTROL".
           05  FILLER     PIC X(08) VALUE "  SUSP".
           05  FILLER     PIC X(50) VALUE "STATUS".

       01  WS-TYPE-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  TL-SOURCE                   PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  TL-TXN-TYPE                 PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  TL-ENTRIES                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  TL-DEBITS                   PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  TL-CREDITS                  PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(18) VALUE SPACES.
           05  TL-SUSPENSE                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(52) VALUE SPACES.

       01  WS-SOURCE-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SL-SOURCE                   PIC X(08).
           05  FILLER                      PIC X(17)
                 VALUE "  TOTAL".
           05  SL-DEBITS                   PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SL-CREDITS                  PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SL-CONTROL                  PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SL-SUSPENSE                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SL-STATUS                   PIC X(30).
           05  FILLER                      PIC X(20) VALUE SPACES.

       01  WS-GRAND-LINE.
           05  FILLER                      PIC X(18)
                 VALUE "  ALL SOURCES".
           05  GL-RECORDS                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  GL-DEBITS                   PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  GL-CREDITS                  PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  GL-CONTROL                  PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  GL-SUSPENSE                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  GL-OUT-COUNT                PIC ZZ9.
           05  FILLER                      PIC X(23)
                 VALUE " SOURCE(S) OUT".
           05  FILLER                      PIC X(24) VALUE SPACES.

       01  WS-SUSP-HEADING-LINE.
           05  FILLER                      PIC X(60)
                 VALUE "ENTRIES POSTED TO SUSPENSE - TYPE NOT MAPPED".
           05  FILLER                      PIC X(73) VALUE SPACES.

       01  WS-SUSP-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SU-SOURCE                   PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SU-TXN-TYPE                 PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SU-SEQ                      PIC ZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SU-TIME                     PIC 9(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SU-ACCOUNT                  PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SU-AMOUNT                   PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SU-REFERENCE                PIC X(20).
           05  FILLER                      PIC X(53) VALUE SPACES.

       01  WS-NOTHING-LINE.
           05  FILLER                      PIC X(40)
                 VALUE "NO GL ENTRIES FOR THE POSTING DATE".
           05  FILLER                      PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * TOTAL THE DAY'S GL INTERFACE BY SOURCE AND TYPE, PROVE EACH
      * SOURCE, AND LIST WHAT WENT TO SUSPENSE.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           MOVE WS-POST-DATE TO HD-POST-DATE.
           MOVE WS-TODAY TO HD-RUN-DATE.
           WRITE GL-REGISTER-REC FROM WS-HEADING-LINE.
           MOVE SPACES TO GL-REGISTER-REC.
           WRITE GL-REGISTER-REC.
           WRITE GL-REGISTER-REC FROM WS-COLUMN-LINE.
           MOVE SPACES TO GL-REGISTER-REC.
           WRITE GL-REGISTER-REC.

           PERFORM 100-ACCUMULATE THRU 100-EXIT.

           IF WS-SRC-COUNT = ZERO
               WRITE GL-REGISTER-REC FROM WS-NOTHING-LINE
           ELSE
               PERFORM 300-PRINT-ONE-SOURCE THRU 300-EXIT
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-COUNT
               PERFORM 400-PRINT-GRAND-TOTAL THRU 400-EXIT
           END-IF.

           IF WS-SUSP-COUNT > ZERO
               PERFORM 500-LIST-SUSPENSE THRU 500-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-OUT-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SUSP-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** THE POSTING DATE (CCYYMMDD) DEFAULTS TO TODAY - THE JOB
      **** RUNS AFTER THE DAY'S POSTING PROGRAMS.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-POST-DATE.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-POST-DATE NUMERIC AND PRM-POST-DATE > ZERO
                   MOVE PRM-POST-DATE TO WS-POST-DATE
               END-IF
           END-IF.
       050-EXIT.
           EXIT.

       100-ACCUMULATE.
           MOVE "100-ACCUMULATE" TO PARA-NAME.
           OPEN INPUT GL-INTERFACE-FILE.
           IF NOT GI-OPENED
               DISPLAY "GLREG - GLINTF NOT AVAILABLE, STATUS "
                   GI-STATUS
               GO TO 100-EXIT.
           READ GL-INTERFACE-FILE
               AT END SET END-OF-GI TO TRUE.
           PERFORM 150-ACCUMULATE-ONE THRU 150-EXIT
               UNTIL END-OF-GI.
           CLOSE GL-INTERFACE-FILE.
       100-EXIT.
           EXIT.

       150-ACCUMULATE-ONE.
           MOVE "150-ACCUMULATE-ONE" TO PARA-NAME.
           ADD 1 TO WS-RECORDS-READ.
           IF GI-POST-DATE NOT = WS-POST-DATE
               GO TO 150-READ-NEXT.
           ADD 1 TO WS-RECORDS-USED.

           PERFORM 200-FIND-SOURCE THRU 200-EXIT.
           IF WS-SRC-SUB = ZERO
               GO TO 150-READ-NEXT.

           IF GI-CONTROL
               ADD GI-AMOUNT TO SRC-CONTROL (WS-SRC-SUB)
                                WS-GRAND-CONTROL
               ADD 1 TO SRC-CONTROL-COUNT (WS-SRC-SUB)
               GO TO 150-READ-NEXT.

           PERFORM 250-FIND-TYPE THRU 250-EXIT.
           IF GI-DEBIT
               ADD GI-AMOUNT TO SRC-DEBITS (WS-SRC-SUB)
                                WS-GRAND-DEBITS
               IF WS-TYP-SUB > ZERO
                   ADD GI-AMOUNT TO TYP-DEBITS (WS-TYP-SUB)
                   ADD 1 TO TYP-ENTRIES (WS-TYP-SUB)
               END-IF
               IF GI-TO-SUSPENSE
                   ADD 1 TO SRC-SUSPENSE (WS-SRC-SUB)
                            WS-SUSP-COUNT
                   IF WS-TYP-SUB > ZERO
                       ADD 1 TO TYP-SUSPENSE (WS-TYP-SUB)
                   END-IF
               END-IF
           ELSE
               ADD GI-AMOUNT TO SRC-CREDITS (WS-SRC-SUB)
                                WS-GRAND-CREDITS
               IF WS-TYP-SUB > ZERO
                   ADD GI-AMOUNT TO TYP-CREDITS (WS-TYP-SUB)
               END-IF
           END-IF.

       150-READ-NEXT.
           READ GL-INTERFACE-FILE
               AT END SET END-OF-GI TO TRUE.
       150-EXIT.
           EXIT.

       200-FIND-SOURCE.
           MOVE "200-FIND-SOURCE" TO PARA-NAME.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-COUNT OR WS-FOUND
               IF SRC-SOURCE (WS-SRC-SUB) = GI-SOURCE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SRC-SUB
               GO TO 200-EXIT.
           IF WS-SRC-COUNT NOT < 50
               DISPLAY "GLREG - SOURCE TABLE FULL AT " GI-SOURCE
               MOVE ZERO TO WS-SRC-SUB
               GO TO 200-EXIT.
           ADD 1 TO WS-SRC-COUNT.
           MOVE WS-SRC-COUNT TO WS-SRC-SUB.
           MOVE GI-SOURCE TO SRC-SOURCE (WS-SRC-SUB).
           MOVE ZERO TO SRC-DEBITS (WS-SRC-SUB)
                        SRC-CREDITS (WS-SRC-SUB)
                        SRC-CONTROL (WS-SRC-SUB)
                        SRC-CONTROL-COUNT (WS-SRC-SUB)
                        SRC-SUSPENSE (WS-SRC-SUB).
       200-EXIT.
           EXIT.

       250-FIND-TYPE.
           MOVE "250-FIND-TYPE" TO PARA-NAME.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-TYP-SUB FROM 1 BY 1
                   UNTIL WS-TYP-SUB > WS-TYP-COUNT OR WS-FOUND
               IF TYP-SOURCE (WS-TYP-SUB) = GI-SOURCE
                  AND TYP-TXN-TYPE (WS-TYP-SUB) = GI-TXN-TYPE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-TYP-SUB
               GO TO 250-EXIT.
           IF WS-TYP-COUNT NOT < 300
               DISPLAY "GLREG - TYPE TABLE FULL AT " GI-SOURCE
                   " " GI-TXN-TYPE
               MOVE ZERO TO WS-TYP-SUB
               GO TO 250-EXIT.
           ADD 1 TO WS-TYP-COUNT.
           MOVE WS-TYP-COUNT TO WS-TYP-SUB.
           MOVE GI-SOURCE TO TYP-SOURCE (WS-TYP-SUB).
           MOVE GI-TXN-TYPE TO TYP-TXN-TYPE (WS-TYP-SUB).
           MOVE ZERO TO TYP-ENTRIES (WS-TYP-SUB)
                        TYP-DEBITS (WS-TYP-SUB)
                        TYP-CREDITS (WS-TYP-SUB)
                        TYP-SUSPENSE (WS-TYP-SUB).
       250-EXIT.
           EXIT.

      ******************************************************************
      * ONE SOURCE - ITS TYPE LINES, THEN THE PROOF.  DEBITS MUST EQUAL
      * CREDITS, A CONTROL RECORD MUST BE PRESENT, AND THE CONTROL
      * TOTAL MUST EQUAL THE DEBITS POSTED.
      ******************************************************************
       300-PRINT-ONE-SOURCE.
           MOVE "300-PRINT-ONE-SOURCE" TO PARA-NAME.
           PERFORM 350-PRINT-ONE-TYPE THRU 350-EXIT
               VARYING WS-TYP-SUB FROM 1 BY 1
               UNTIL WS-TYP-SUB > WS-TYP-COUNT.

           MOVE SRC-SOURCE (WS-SRC-SUB) TO SL-SOURCE.
           MOVE SRC-DEBITS (WS-SRC-SUB) TO SL-DEBITS.
           MOVE SRC-CREDITS (WS-SRC-SUB) TO SL-CREDITS.
           MOVE SRC-CONTROL (WS-SRC-SUB) TO SL-CONTROL.
           MOVE SRC-SUSPENSE (WS-SRC-SUB) TO SL-SUSPENSE.
           EVALUATE TRUE
               WHEN SRC-DEBITS (WS-SRC-SUB)
                       NOT = SRC-CREDITS (WS-SRC-SUB)
                   MOVE "OUT OF BALANCE - DR NOT = CR" TO SL-STATUS
                   ADD 1 TO WS-OUT-COUNT
               WHEN SRC-CONTROL-COUNT (WS-SRC-SUB) = ZERO
                   MOVE "OUT - NO CONTROL TOTAL" TO SL-STATUS
                   ADD 1 TO WS-OUT-COUNT
               WHEN SRC-CONTROL (WS-SRC-SUB)
                       NOT = SRC-DEBITS (WS-SRC-SUB)
                   MOVE "OUT - DOES NOT TIE TO REGISTER" TO SL-STATUS
                   ADD 1 TO WS-OUT-COUNT
               WHEN OTHER
                   MOVE "BALANCED" TO SL-STATUS
           END-EVALUATE.
           WRITE GL-REGISTER-REC FROM WS-SOURCE-LINE.
           MOVE SPACES TO GL-REGISTER-REC.
           WRITE GL-REGISTER-REC.
       300-EXIT.
           EXIT.

       350-PRINT-ONE-TYPE.
           IF TYP-SOURCE (WS-TYP-SUB) NOT = SRC-SOURCE (WS-SRC-SUB)
               GO TO 350-EXIT.
           MOVE TYP-SOURCE (WS-TYP-SUB) TO TL-SOURCE.
           MOVE TYP-TXN-TYPE (WS-TYP-SUB) TO TL-TXN-TYPE.
           MOVE TYP-ENTRIES (WS-TYP-SUB) TO TL-ENTRIES.
           MOVE TYP-DEBITS (WS-TYP-SUB) TO TL-DEBITS.
           MOVE TYP-CREDITS (WS-TYP-SUB) TO TL-CREDITS.
           MOVE TYP-SUSPENSE (WS-TYP-SUB) TO TL-SUSPENSE.
           WRITE GL-REGISTER-REC FROM WS-TYPE-LINE.
       350-EXIT.
           EXIT.

       400-PRINT-GRAND-TOTAL.
           MOVE "400-PRINT-GRAND-TOTAL" TO PARA-NAME.
           MOVE WS-RECORDS-USED TO GL-RECORDS.
           MOVE WS-GRAND-DEBITS TO GL-DEBITS.
           MOVE WS-GRAND-CREDITS TO GL-CREDITS.
           MOVE WS-GRAND-CONTROL TO GL-CONTROL.
           MOVE WS-SUSP-COUNT TO GL-SUSPENSE.
           MOVE WS-OUT-COUNT TO GL-OUT-COUNT.
           WRITE GL-REGISTER-REC FROM WS-GRAND-LINE.
       400-EXIT.
           EXIT.

      ******************************************************************
      * SECOND PASS - THE DEBIT SIDE OF EVERY SUSPENSE ENTRY FOR THE
      * DAY, WITH THE REFERENCE THE SOURCE PROGRAM GAVE IT.
      ******************************************************************
       500-LIST-SUSPENSE.
           MOVE "500-LIST-SUSPENSE" TO PARA-NAME.
           MOVE SPACES TO GL-REGISTER-REC.
           WRITE GL-REGISTER-REC.
           WRITE GL-REGISTER-REC FROM WS-SUSP-HEADING-LINE.
           MOVE "00" TO GI-STATUS.
           OPEN INPUT GL-INTERFACE-FILE.
           READ GL-INTERFACE-FILE
               AT END SET END-OF-GI TO TRUE.
           PERFORM UNTIL END-OF-GI
               IF GI-POST-DATE = WS-POST-DATE
                  AND GI-DEBIT AND GI-TO-SUSPENSE
                   MOVE GI-SOURCE TO SU-SOURCE
                   MOVE GI-TXN-TYPE TO SU-TXN-TYPE
                   MOVE GI-SEQ TO SU-SEQ
                   MOVE GI-POST-TIME TO SU-TIME
                   MOVE GI-ACCOUNT TO SU-ACCOUNT
                   MOVE GI-AMOUNT TO SU-AMOUNT
                   MOVE GI-REFERENCE TO SU-REFERENCE
                   WRITE GL-REGISTER-REC FROM WS-SUSP-LINE
               END-IF
               READ GL-INTERFACE-FILE
                   AT END SET END-OF-GI TO TRUE
               END-READ
           END-PERFORM.
           CLOSE GL-INTERFACE-FILE.
       500-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN OUTPUT GL-REGISTER.
           DISPLAY "GLREG OPEN FILES".
           DISPLAY PRM-STATUS.
           DISPLAY OFCODE.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, GL-REGISTER.
           DISPLAY "GLREG FILES CLOSED".
       900-EXIT.
           EXIT.
