      *                   WHETHER THE SAVED RATE IS STILL LOCKED OR
      *                   THE LOCK HAS LAPSED.  THE RECALLED RATE IS
      *                   ALWAYS THE SAVED ONE, LOCK OR NO LOCK.
      *    2026  D.ELLIS  PF7 RUNS THE REFINANCE BREAK-EVEN - THE
      *                   MEMBER'S CURRENT BALANCE, RATE AND REMAINING
      *                   MONTHS (EPRBAL/EPRRATE/EPRTERM) AND ANY
      *                   CLOSING COST KEYED IN EPRCOST GO TO EPSCSMRT
      *                   WITH THE PROPOSED LOAN, AND THE SAVINGS,
      *                   BREAK-EVEN MONTH AND INTEREST DIFFERENCE COME
      *                   BACK ON THE COMPARE LINES.
       ENVIRONMENT DIVISION.                                                    
       CONFIGURATION SECTION.                                                   
       SOURCE-COMPUTER. Z196.                                                   
       01 W-APR-EDIT                          PIC Z9.999.
       01 W-AMT-EDIT                          PIC Z(8)9.99.
       01 W-RATE-EDIT                         PIC Z9.999.
       01 W-SAVE-EDIT                         PIC -(6)9.99.
       01 W-IDIFF-EDIT                        PIC -(9)9.99.
       01 W-COMAREA-LENGTH                    PIC 9(4) COMP.                    
      *                                                                         
       01 IBMREQD                           PIC X(1).                           
                      SET SEND-DATAONLY TO TRUE
                      PERFORM A300-SEND-MAP
                   END-IF
               WHEN EIBAID = DFHPF7
      * Process PF7 to run the refinance break-even
                   IF PROCESS-INDICATOR OF W-COMMUNICATION-AREA = '3'
                      SET EPSPCOM-MODE-REFI
                                     OF W-COMMUNICATION-AREA TO TRUE
                      PERFORM A100-PROCESS-MAP
                   ELSE
                      MOVE LOW-VALUES TO EPMENUO
                      MOVE 'PRESS CLEAR AND RE-ENTER LOAN DATA FIRST.'
                                     TO MSGERRO
                      SET SEND-DATAONLY TO TRUE
                      PERFORM A300-SEND-MAP
                   END-IF
               WHEN EIBAID = DFHPF9
      * Process PF9 to show the year-by-year amortization schedule
                   IF PROCESS-INDICATOR OF W-COMMUNICATION-AREA = '3'
                   = EPSPARM-NUMBER + EPSPARM-DECIMAL
           END-IF.

      * CHECK THE CURRENT LOAN WHEN A REFINANCE WAS ASKED FOR.  A
      * BLANK CLOSING COST MEANS THE POINTS AND FEES ARE THE COST.

           IF EPSPCOM-MODE-REFI OF W-COMMUNICATION-AREA
              MOVE EPRBALI               TO EPSPARM-VALIDATE-DATA
              MOVE LENGTH OF EPRBALI     TO EPSPARM-MAX-LENGTH
              MOVE 0 TO EPSPARM-RULE-FLAG
              CALL 'EPSNBRVL' USING EPS-NUMBER-VALIDATION
              IF EPSPARM-RETURN-ERROR-RC > 0
                 GO TO A400-EXIT
              END-IF
              COMPUTE EPSPCOM-CUR-BALANCE
                   OF W-COMMUNICATION-AREA
                   = EPSPARM-NUMBER + EPSPARM-DECIMAL
              MOVE EPRRATEI              TO EPSPARM-VALIDATE-DATA
              MOVE LENGTH OF EPRRATEI    TO EPSPARM-MAX-LENGTH
              MOVE 0 TO EPSPARM-RULE-FLAG
              CALL 'EPSNBRVL' USING EPS-NUMBER-VALIDATION
              IF EPSPARM-RETURN-ERROR-RC > 0
                 GO TO A400-EXIT
              END-IF
              COMPUTE EPSPCOM-CUR-RATE
                   OF W-COMMUNICATION-AREA
                   = EPSPARM-NUMBER + EPSPARM-DECIMAL
              IF EPRTERMI NOT NUMERIC OR EPRTERMI = '000'
                 MOVE 'REMAINING MONTHS MUST BE 001-480.' TO
                     EPSPARM-RETURN-ERROR-TEXT
                 MOVE 1 TO EPSPARM-RETURN-ERROR-RC
                 GO TO A400-EXIT
              END-IF
              MOVE EPRTERMI TO EPSPCOM-CUR-MONTHS
                   OF W-COMMUNICATION-AREA
              IF EPSPCOM-CUR-MONTHS OF W-COMMUNICATION-AREA > 480
                 MOVE 'REMAINING MONTHS MUST BE 001-480.' TO
                     EPSPARM-RETURN-ERROR-TEXT
                 MOVE 1 TO EPSPARM-RETURN-ERROR-RC
                 GO TO A400-EXIT
              END-IF
              IF EPRCOSTI = SPACES OR EPRCOSTI = LOW-VALUES
                 MOVE ZERO TO EPSPCOM-REFI-COST
                      OF W-COMMUNICATION-AREA
              ELSE
                 MOVE EPRCOSTI              TO EPSPARM-VALIDATE-DATA
                 MOVE LENGTH OF EPRCOSTI    TO EPSPARM-MAX-LENGTH
                 MOVE 0 TO EPSPARM-RULE-FLAG
                 CALL 'EPSNBRVL' USING EPS-NUMBER-VALIDATION
                 IF EPSPARM-RETURN-ERROR-RC > 0
                    GO TO A400-EXIT
                 END-IF
                 COMPUTE EPSPCOM-REFI-COST
                      OF W-COMMUNICATION-AREA
                      = EPSPARM-NUMBER + EPSPARM-DECIMAL
              END-IF
           END-IF.

       A400-EXIT.
           EXIT.
                                                                                
           IF EPSPCOM-MODE-WHATIF OF W-COMMUNICATION-AREA
              PERFORM A850-SHOW-WHATIF
           END-IF.
           IF EPSPCOM-MODE-REFI OF W-COMMUNICATION-AREA
                  AND EPSPCOM-ERRMSG OF W-COMMUNICATION-AREA = SPACES
              PERFORM A860-SHOW-REFI
           END-IF.
           IF EPSPCOM-MODE-PAYMENT OF W-COMMUNICATION-AREA
                  AND EPSPCOM-ERRMSG OF W-COMMUNICATION-AREA = SPACES
              PERFORM A870-SHOW-FREQ-COMPARE
           EXIT.


       A860-SHOW-REFI SECTION.
       A860-10.
      *    KEEP-VERSUS-REFINANCE ON THE COMPARE LINES - THE NEW
      *    PAYMENT IS ALREADY IN EPPAYMNTO FROM A600 AND THE APR
      *    STAYS ON THE LAST LINE.
           MOVE SPACES TO EPCMP1O EPCMP2O EPCMP3O EPCMP4O.
           MOVE EPSPCOM-CUR-PAYMENT OF W-COMMUNICATION-AREA
                TO W-PAY-EDIT.
           MOVE EPSPCOM-REFI-SAVINGS OF W-COMMUNICATION-AREA
                TO W-SAVE-EDIT.
           STRING 'CURRENT PMT ' W-PAY-EDIT
                  ' SAVES ' W-SAVE-EDIT
                  DELIMITED BY SIZE INTO EPCMP1O
           END-STRING.
           MOVE EPSPCOM-REFI-COST OF W-COMMUNICATION-AREA
                TO WS-FORMAT-NUMBER.
           STRING 'COST TO RECOVER ' WS-FORMAT-NUMBER
                  DELIMITED BY SIZE INTO EPCMP2O
           END-STRING.
           IF EPSPCOM-REFI-BREAKEVEN-MO OF W-COMMUNICATION-AREA
                  = 999
              MOVE 'COST IS NEVER RECOVERED' TO EPCMP3O
           ELSE
              STRING 'BREAKS EVEN IN MONTH '
                     EPSPCOM-REFI-BREAKEVEN-MO OF W-COMMUNICATION-AREA
                     DELIMITED BY SIZE INTO EPCMP3O
              END-STRING
           END-IF.
           MOVE EPSPCOM-REFI-INT-DIFF OF W-COMMUNICATION-AREA
                TO W-IDIFF-EDIT.
           STRING 'LIFETIME INT SAVED ' W-IDIFF-EDIT
                  DELIMITED BY SIZE INTO EPCMP4O
           END-STRING.
       A860-EXIT.
           EXIT.


       A870-SHOW-FREQ-COMPARE SECTION.
       A870-10.
      *    THE THREE-WAY FREQUENCY COMPARE FROM EPSCSMRT ON THE FIRST
