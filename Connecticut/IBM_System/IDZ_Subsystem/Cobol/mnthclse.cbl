      *                PRECONDITION FAILED.  NO MORE STATEMENTS CUT
      *                WITH A DAY OF ACTIVITY MISSING AND NOBODY ABLE
      *                TO SAY HOW.
      * 2026  D.ELLIS  GL BATCHES.  A FIFTH PRECONDITION READS THE
      *                GLINTF INTERFACE FILE AND PROVES EVERY SOURCE'S
      *                BATCH (SOURCE PLUS POSTING DATE) - DEBITS EQUAL
      *                CREDITS, AND A CONTROL TOTAL IS PRESENT AND
      *                AGREES.  ANY BATCH OUT OF BALANCE REFUSES THE
      *                CLOSE AND IS NAMED ON THE REPORT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PDR-STATUS.

           SELECT GL-INTERFACE-IN
           ASSIGN TO UT-S-GLINTF
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS GLI-STATUS.

           SELECT COST-CONTROL-IN
           ASSIGN TO UT-S-CTLFILEI
             ACCESS MODE IS SEQUENTIAL
           RECORD CONTAINS 110 CHARACTERS.
       01  PDRECON-RECORD                  PIC X(110).

       FD  GL-INTERFACE-IN
           RECORD CONTAINS 100 CHARACTERS.
       COPY GLINTF.

       FD  COST-CONTROL-IN
           RECORD CONTAINS 80 CHARACTERS.
       01  COST-CONTROL-REC-IN             PIC X(80).
               88 END-OF-REJ      VALUE "10".
           05  PDR-STATUS              PIC X(2).
               88 END-OF-PDR      VALUE "10".
           05  GLI-STATUS              PIC X(2).
               88 END-OF-GLI      VALUE "10".
           05  CTLI-STATUS             PIC X(2).
               88 END-OF-CTLI     VALUE "10".
           05  CTLO-STATUS             PIC X(2).
               88 CLOSE-REFUSED               VALUE "Y".
           05  WS-CTL-READ-SW              PIC X(1)  VALUE "N".
               88 CTL-RECORD-READ             VALUE "Y".
           05  WS-GL-OUT-COUNT             PIC 9(05) VALUE ZERO.

      *    ONE ROW PER GL BATCH - SOURCE PLUS POSTING DATE.
       01  GL-BATCH-TABLE-AREA.
           05  WS-GLB-COUNT                PIC S9(4) COMP VALUE ZERO.
           05  WS-GLB-SUB                  PIC S9(4) COMP VALUE ZERO.
           05  WS-GLB-FOUND-SW             PIC X(1)  VALUE "N".
               88 WS-GLB-FOUND                VALUE "Y".
           05  GL-BATCH-ENTRY OCCURS 500 TIMES.
               10  GLB-SOURCE              PIC X(08).
               10  GLB-POST-DATE           PIC 9(08).
               10  GLB-DEBITS              PIC S9(11)V99 COMP-3.
               10  GLB-CREDITS             PIC S9(11)V99 COMP-3.
               10  GLB-CONTROL             PIC S9(11)V99 COMP-3.
               10  GLB-CONTROL-COUNT       PIC S9(4) COMP.

       01  WS-CHECK-LINE.
           05  FILLER                  PIC X(14) VALUE "PRECONDITION: ".
           05  CHK-RESULT-O            PIC X(10).
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-GL-BATCH-LINE.
           05  FILLER                  PIC X(18)
                 VALUE "    GL BATCH OUT: ".
           05  GBL-SOURCE-O            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  GBL-DATE-O              PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GBL-REASON-O            PIC X(30).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-VERDICT-LINE.
           05  VRD-TEXT-O              PIC X(60).
           05  FILLER                  PIC X(73) VALUE SPACES.
           PERFORM 200-CHECK-TRANS-GENERATION THRU 200-EXIT.
           PERFORM 300-CHECK-REJECT-BACKLOG THRU 300-EXIT.
           PERFORM 400-CHECK-RECONCILIATION THRU 400-EXIT.
           PERFORM 450-CHECK-GL-BATCHES THRU 450-EXIT.

      *    THE CONTROL FILE IS ALWAYS COPIED FORWARD - A REFUSED
      *    CLOSE MUST NOT LEAVE AN EMPTY GENERATION BEHIND.  ONLY A
       400-EXIT.
           EXIT.

       450-CHECK-GL-BATCHES.
      *    EVERY BATCH ON THE GL INTERFACE FILE MUST PROVE - DEBITS
      *    EQUAL CREDITS, AND THE CONTROL TOTAL THE SOURCE PROGRAM
      *    POSTED FROM ITS REGISTER IS THERE AND EQUALS THE DEBITS.
      *    A BATCH THE TABLE CANNOT HOLD COUNTS AS OUT - THE CLOSE
      *    MUST NOT PASS ON A BATCH NOBODY PROVED.
           MOVE "450-CHECK-GL-BATCHES" TO PARA-NAME.
           PERFORM UNTIL END-OF-GLI
               READ GL-INTERFACE-IN
                   AT END CONTINUE
                   NOT AT END PERFORM 460-TALLY-GL-RECORD THRU 460-EXIT
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-GLB-SUB FROM 1 BY 1
                   UNTIL WS-GLB-SUB > WS-GLB-COUNT
               MOVE SPACES TO GBL-REASON-O
               EVALUATE TRUE
                   WHEN GLB-DEBITS (WS-GLB-SUB)
                           NOT = GLB-CREDITS (WS-GLB-SUB)
                       MOVE "DEBITS NOT = CREDITS" TO GBL-REASON-O
                   WHEN GLB-CONTROL-COUNT (WS-GLB-SUB) = ZERO
                       MOVE "NO CONTROL TOTAL" TO GBL-REASON-O
                   WHEN GLB-CONTROL (WS-GLB-SUB)
                           NOT = GLB-DEBITS (WS-GLB-SUB)
                       MOVE "DOES NOT TIE TO REGISTER" TO GBL-REASON-O
               END-EVALUATE
               IF GBL-REASON-O NOT = SPACES
                   ADD 1 TO WS-GL-OUT-COUNT
                   MOVE GLB-SOURCE (WS-GLB-SUB) TO GBL-SOURCE-O
                   MOVE GLB-POST-DATE (WS-GLB-SUB) TO GBL-DATE-O
                   WRITE CLOSERPT-REC FROM WS-GL-BATCH-LINE
               END-IF
           END-PERFORM.
           MOVE "GL BATCHES IN BALANCE (GLINTF)" TO CHK-NAME-O.
           MOVE WS-GL-OUT-COUNT TO CHK-COUNT-O.
           IF WS-GL-OUT-COUNT = ZERO
               MOVE "PASS" TO CHK-RESULT-O
           ELSE
               MOVE "FAIL" TO CHK-RESULT-O
               SET CLOSE-REFUSED TO TRUE
           END-IF.
           WRITE CLOSERPT-REC FROM WS-CHECK-LINE.
       450-EXIT.
           EXIT.

       460-TALLY-GL-RECORD.
           MOVE "N" TO WS-GLB-FOUND-SW.
           PERFORM VARYING WS-GLB-SUB FROM 1 BY 1
                   UNTIL WS-GLB-SUB > WS-GLB-COUNT OR WS-GLB-FOUND
               IF GLB-SOURCE (WS-GLB-SUB) = GI-SOURCE
                  AND GLB-POST-DATE (WS-GLB-SUB) = GI-POST-DATE
                   SET WS-GLB-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-GLB-FOUND
               SUBTRACT 1 FROM WS-GLB-SUB
           ELSE
               IF WS-GLB-COUNT NOT < 500
                   ADD 1 TO WS-GL-OUT-COUNT
                   MOVE GI-SOURCE TO GBL-SOURCE-O
                   MOVE GI-POST-DATE TO GBL-DATE-O
                   MOVE "BATCH TABLE FULL - NOT PROVED" TO GBL-REASON-O
                   WRITE CLOSERPT-REC FROM WS-GL-BATCH-LINE
                   GO TO 460-EXIT
               END-IF
               ADD 1 TO WS-GLB-COUNT
               MOVE WS-GLB-COUNT TO WS-GLB-SUB
               MOVE GI-SOURCE TO GLB-SOURCE (WS-GLB-SUB)
               MOVE GI-POST-DATE TO GLB-POST-DATE (WS-GLB-SUB)
               MOVE ZERO TO GLB-DEBITS (WS-GLB-SUB)
                            GLB-CREDITS (WS-GLB-SUB)
                            GLB-CONTROL (WS-GLB-SUB)
                            GLB-CONTROL-COUNT (WS-GLB-SUB)
           END-IF.
           EVALUATE TRUE
               WHEN GI-DEBIT
                   ADD GI-AMOUNT TO GLB-DEBITS (WS-GLB-SUB)
               WHEN GI-CREDIT
                   ADD GI-AMOUNT TO GLB-CREDITS (WS-GLB-SUB)
               WHEN GI-CONTROL
                   ADD GI-AMOUNT TO GLB-CONTROL (WS-GLB-SUB)
                   ADD 1 TO GLB-CONTROL-COUNT (WS-GLB-SUB)
           END-EVALUATE.
       460-EXIT.
           EXIT.

       500-COPY-CONTROL-FORWARD.
           MOVE "500-COPY-CONTROL-FORWARD" TO PARA-NAME.
           READ COST-CONTROL-IN INTO CTLFILE-REC
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT CHECKPOINT-FILE, TRANS-FILE-IN,
                      REJECT-FILE-IN, PDRECON-FILE-IN,
                      GL-INTERFACE-IN, COST-CONTROL-IN.
           OPEN OUTPUT COST-CONTROL-OUT, CLOSERPT.
           DISPLAY "MNTHCLSE OPEN FILES".
       800-EXIT.
       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE CHECKPOINT-FILE, TRANS-FILE-IN, REJECT-FILE-IN,
                 PDRECON-FILE-IN, GL-INTERFACE-IN, COST-CONTROL-IN,
                 COST-CONTROL-OUT, CLOSERPT.
           DISPLAY "MNTHCLSE FILES CLOSED".
       900-EXIT.
           EXIT.
