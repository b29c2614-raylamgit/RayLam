000898*                   LAYER (PART, DATE, QTY, UNIT COST) TO THE
000899*                   ACCUMULATING COSTLAYR FILE FOR PRTVALUE'S
000900*                   MOVING-AVERAGE VALUATION METHOD.
000901*    2026  D.ELLIS  POSTED RECEIPTS NOW RELIEVE THE OPEN-PO FILE
000902*                   (OPENPO) THAT POMAINT RELEASES PURCHASE
000903*                   ORDERS TO - EARLIEST DUE LINE FOR THE PART
000904*                   FIRST - AND A RECEIPT REVERSAL PUTS THE
000905*                   QUANTITY BACK.  LINES RECEIVED IN FULL ARE
000906*                   DROPPED FROM THE NEW OPEN-PO FILE.
000907*    2026  D.ELLIS  A RECEIPT NOW CARRIES THE CARRIER'S PRO
000908*                   NUMBER OF THE SHIPMENT IT CAME ON, AND THE
000909*                   COST LAYER KEEPS IT SO LNDCOST CAN SPREAD
000910*                   THE LADING FREIGHT OVER THAT SHIPMENT'S
000911*                   LAYERS.
000912*    2026  D.ELLIS  ON A RESTART, RECEIPTS AND REVERSALS SKIPPED
000913*                   AS ALREADY POSTED STILL RELIEVE OR RESTORE
000914*                   THE OPEN-PO TABLE - THE FAILED RUN NEVER
000915*                   WROTE ITS NEW OPEN-PO FILE.
000916******************************************************************        
001000 ENVIRONMENT DIVISION.                                                    
001100 CONFIGURATION SECTION.                                                   
001200 SOURCE-COMPUTER. IBM-3090.                                               
001800     SELECT PROD-LINE-FILE-IN ASSIGN TO UT-S-PRODFILE.
           SELECT SUPERSED-FILE-IN  ASSIGN TO UT-S-SUPERSED.
           SELECT COST-LAYER-FILE   ASSIGN TO UT-S-COSTLAYR.
           SELECT OPEN-PO-FILE-IN   ASSIGN TO UT-S-OPENPOI.
           SELECT OPEN-PO-FILE-OUT  ASSIGN TO UT-S-OPENPOO.
001900     SELECT SORT-WORK-FILE    ASSIGN TO UT-S-SORTFILE.
002000     SELECT NEW-PARTS-MF-OUT  ASSIGN TO UT-S-NEWPARTS.
002100     SELECT REPORT-FILE-OUT   ASSIGN TO UT-S-REPORT.
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COST-LAYER-RECORD.
       01  COST-LAYER-RECORD                   PIC  X(60).
      *
       FD  OPEN-PO-FILE-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPEN-PO-RECORD-IN.
       01  OPEN-PO-RECORD-IN                   PIC  X(80).
      *
       FD  OPEN-PO-FILE-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPEN-PO-RECORD-OUT.
       01  OPEN-PO-RECORD-OUT                  PIC  X(80).
004500*
004600 SD  SORT-WORK-FILE                                                       
004700     RECORD CONTAINS 80 CHARACTERS                                        
009400         10  AF-AMT                      PIC S9(8)V99.                    
009500         10  AF-PARTNAME                 PIC  X(15).                      
009600     05  AF-MODEL                        PIC  X(3).
      *    ADDED - PRO NUMBER OF THE INBOUND SHIPMENT ON A RECEIPT.
           05  AF-PRO-NUMBER                   PIC  X(10).
           05  FILLER                          PIC  X(2) VALUE SPACE.
009800     05  AF-REC-PAY-CODE                 PIC  X.
               88  PAY-CODE-RECEIPT               VALUE 'R'.
               88  PAY-CODE-PAYMENT               VALUE 'P'.
           05  CL-LAYER-DATE                PIC X(8).
           05  CL-QTY                       PIC S9(7).
           05  CL-UNIT-COST                 PIC S9(5)V9999.
      *    ADDED - SHIPMENT PRO NUMBER, AND 'F' ONCE LNDCOST HAS
      *    ADDED FREIGHT INTO THE UNIT COST.
           05  CL-PRO-NUMBER                PIC X(10).
           05  CL-FREIGHT-SW                PIC X(1).
           05  FILLER                       PIC X(4).
      *
      *****************************************************************
      *    ADDED - THE OPEN-PO FILE, HELD IN CORE FOR THE RUN.  EACH
      *    RECEIPT RELIEVES THE PART'S OPEN LINES EARLIEST DUE DATE
      *    FIRST; THE TABLE IS WRITTEN BACK OUT AT TERMINATION LESS
      *    THE LINES NOW RECEIVED IN FULL.  ENTRY LAYOUT IS THE
      *    OPENPO COPY MEMBER'S.
      *****************************************************************
       01  OPEN-PO-TABLE-AREA.
           05  OPO-COUNT                    PIC S9(4) COMP-3 VALUE ZERO.
           05  OPO-SUB                      PIC S9(4) COMP-3 VALUE ZERO.
           05  OPO-BEST                     PIC S9(4) COMP-3 VALUE ZERO.
           05  OPO-REMAINING                PIC S9(7) COMP-3 VALUE ZERO.
           05  OPO-APPLY                    PIC S9(7) COMP-3 VALUE ZERO.
           05  SW-EOF-OPO                   PIC X VALUE 'N'.
               88  EOF-OPO                     VALUE 'Y'.
           05  OPO-ENTRY OCCURS 500 TIMES.
               10  OPO-REC                  PIC X(80).
               10  OPO-FIELDS REDEFINES OPO-REC.
                   15  OPO-PARTNO           PIC X(21).
                   15  OPO-DUE-DATE         PIC 9(8).
                   15  FILLER               PIC X(15).
                   15  OPO-QTY-ORDERED      PIC 9(7).
                   15  OPO-QTY-RECEIVED     PIC 9(7).
                   15  OPO-LAST-RECEIPT     PIC 9(8).
                   15  FILLER               PIC X(14).
      *
       01  OPEN-PO-COUNTS.
           05  AC-OPO-RELIEVED          PIC S9(7)    COMP-3 VALUE ZERO.
           05  AC-OPO-RESTORED          PIC S9(7)    COMP-3 VALUE ZERO.
           05  AC-OPO-UNMATCHED         PIC S9(7)    COMP-3 VALUE ZERO.
           05  AC-OPO-FILLED            PIC S9(5)    COMP-3 VALUE ZERO.
           05  OPO-MSG-OUT              PIC Z,ZZZ,ZZ9-.
      *                                                                       
029300 PROCEDURE DIVISION.                                                      
029400 000-MAINLINE.                                                            
           PERFORM 115-LOAD-SUPERSED-TABLE THRU 115-EXIT
               UNTIL EOF-SX.
           CLOSE SUPERSED-FILE-IN.
           OPEN INPUT OPEN-PO-FILE-IN.
           PERFORM 116-LOAD-OPEN-PO-TABLE THRU 116-EXIT
               UNTIL EOF-OPO.
           CLOSE OPEN-PO-FILE-IN.
           IF NO-RESTART-PENDING
               OPEN OUTPUT NEW-PARTS-MF-OUT
           ELSE
           END-IF.
       115-EXIT.
           EXIT.
      *
       116-LOAD-OPEN-PO-TABLE.
           READ OPEN-PO-FILE-IN
                   AT END MOVE 'Y' TO SW-EOF-OPO.
           IF NOT EOF-OPO
               IF OPO-COUNT < 500
                   ADD 1 TO OPO-COUNT
                   MOVE OPEN-PO-RECORD-IN TO OPO-REC (OPO-COUNT)
               ELSE
                   DISPLAY '*** OPEN-PO TABLE OVERFLOW - LINE DROPPED '
                       OPEN-PO-RECORD-IN (30:10) ' ***'
               END-IF
           END-IF.
       116-EXIT.
           EXIT.
      *
      *    ADDED - REDIRECT ACTIVITY FOR A SUPERSEDED PART TO ITS
      *    SUCCESSOR BEFORE THE MATCH, FOLLOWING CHAINS UP TO FIVE
042400 233-EXIT.                                                                
042500     EXIT.                                                                
042600*                                                                         
      *    ADDED - ACTIVITY THE FAILED RUN ALREADY POSTED IS NOT
      *    RELEASED AGAIN, BUT ITS RECEIPTS STILL COME OFF THE OPEN-PO
      *    TABLE - THE NEW OPEN-PO FILE IS ONLY WRITTEN AT END OF JOB,
      *    SO THE FAILED RUN'S RELIEF WAS LOST WITH IT.
042700 240-RELEASE-ACTIVITY-REC.
           IF NOT NO-RESTART-PENDING
                   AND SWF-PARTNO NOT > WS-RESTART-PARTNO
               DISPLAY 'SKIPPING POSTED ACTIVITY - ' WS-CUR-ACT-REC
               IF PAY-CODE-RECEIPT
                   PERFORM 264-RELIEVE-OPEN-PO THRU 264-EXIT
               END-IF
               IF PAY-CODE-RECEIPT-REV
                   PERFORM 266-RESTORE-OPEN-PO THRU 266-EXIT
               END-IF
           ELSE
042800         RELEASE SORT-WORK-REC
042900         ADD 1 TO AC-RECS-REL-SRT
      *    ADDED - EVERY RECEIPT LEAVES A COST LAYER BEHIND FOR THE
      *    PRTVALUE AVERAGE-COST VALUATION.
           IF PAY-CODE-RECEIPT
               PERFORM 263-WRITE-COST-LAYER THRU 263-EXIT
               PERFORM 264-RELIEVE-OPEN-PO THRU 264-EXIT.
           IF PAY-CODE-RECEIPT-REV
               PERFORM 266-RESTORE-OPEN-PO THRU 266-EXIT.
047200     MOVE AF-PROD-LINE TO OMF-PROD-LINE.
047300     MOVE AF-ACCOUNT   TO OMF-ACCOUNT.
047400     MOVE AF-PARTNAME  TO OMF-PARTNAME.
           MOVE MF-DATE TO CL-LAYER-DATE.
           MOVE AF-QTY TO CL-QTY.
           COMPUTE CL-UNIT-COST ROUNDED = AF-AMT / AF-QTY.
           MOVE AF-PRO-NUMBER TO CL-PRO-NUMBER.
           WRITE COST-LAYER-RECORD FROM WS-COST-LAYER-REC.
       263-EXIT.
           EXIT.
      *
      *    ADDED - A RECEIPT RELIEVES THE PART'S OPEN PO LINES, THE
      *    EARLIEST DUE FIRST, UNTIL THE RECEIVED QUANTITY IS USED UP.
      *    ANY QUANTITY NO OPEN LINE WAS WAITING FOR IS COUNTED AS
      *    UNMATCHED IN THE RUN CONTROLS.
       264-RELIEVE-OPEN-PO.
           IF AF-QTY NOT > ZERO
               GO TO 264-EXIT.
           MOVE AF-QTY TO OPO-REMAINING.
       264-RELIEVE-LOOP.
           MOVE ZERO TO OPO-BEST.
           PERFORM VARYING OPO-SUB FROM 1 BY 1
                   UNTIL OPO-SUB > OPO-COUNT
               IF OPO-PARTNO (OPO-SUB) = AF-PARTNO
                   AND OPO-QTY-RECEIVED (OPO-SUB)
                       < OPO-QTY-ORDERED (OPO-SUB)
                   IF OPO-BEST = ZERO
                       MOVE OPO-SUB TO OPO-BEST
                   ELSE
                       IF OPO-DUE-DATE (OPO-SUB)
                               < OPO-DUE-DATE (OPO-BEST)
                           MOVE OPO-SUB TO OPO-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF OPO-BEST = ZERO
               ADD OPO-REMAINING TO AC-OPO-UNMATCHED
               GO TO 264-EXIT.
           COMPUTE OPO-APPLY = OPO-QTY-ORDERED (OPO-BEST)
                             - OPO-QTY-RECEIVED (OPO-BEST).
           IF OPO-APPLY > OPO-REMAINING
               MOVE OPO-REMAINING TO OPO-APPLY.
           ADD OPO-APPLY TO OPO-QTY-RECEIVED (OPO-BEST)
                            AC-OPO-RELIEVED.
           SUBTRACT OPO-APPLY FROM OPO-REMAINING.
           MOVE MF-DATE TO OPO-LAST-RECEIPT (OPO-BEST).
           IF OPO-REMAINING > ZERO
               GO TO 264-RELIEVE-LOOP.
       264-EXIT.
           EXIT.
      *
      *    ADDED - A RECEIPT REVERSAL PUTS THE QUANTITY BACK ON THE
      *    PART'S OPEN LINES, THE MOST RECENTLY RECEIVED FIRST.  A LINE
      *    ALREADY DROPPED AS FILLED IN AN EARLIER CYCLE CANNOT BE
      *    REOPENED HERE - THAT QUANTITY IS COUNTED AS UNMATCHED.
       266-RESTORE-OPEN-PO.
           IF AF-QTY NOT > ZERO
               GO TO 266-EXIT.
           MOVE AF-QTY TO OPO-REMAINING.
       266-RESTORE-LOOP.
           MOVE ZERO TO OPO-BEST.
           PERFORM VARYING OPO-SUB FROM 1 BY 1
                   UNTIL OPO-SUB > OPO-COUNT
               IF OPO-PARTNO (OPO-SUB) = AF-PARTNO
                   AND OPO-QTY-RECEIVED (OPO-SUB) > ZERO
                   IF OPO-BEST = ZERO
                       MOVE OPO-SUB TO OPO-BEST
                   ELSE
                       IF OPO-LAST-RECEIPT (OPO-SUB)
                               > OPO-LAST-RECEIPT (OPO-BEST)
                           MOVE OPO-SUB TO OPO-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF OPO-BEST = ZERO
               ADD OPO-REMAINING TO AC-OPO-UNMATCHED
               GO TO 266-EXIT.
           MOVE OPO-QTY-RECEIVED (OPO-BEST) TO OPO-APPLY.
           IF OPO-APPLY > OPO-REMAINING
               MOVE OPO-REMAINING TO OPO-APPLY.
           SUBTRACT OPO-APPLY FROM OPO-QTY-RECEIVED (OPO-BEST)
                                   OPO-REMAINING.
           ADD OPO-APPLY TO AC-OPO-RESTORED.
           IF OPO-REMAINING > ZERO
               GO TO 266-RESTORE-LOOP.
       266-EXIT.
           EXIT.
      *
      *    ADDED - THE NEW OPEN-PO FILE, LESS LINES RECEIVED IN FULL.
       268-WRITE-OPEN-PO.
           OPEN OUTPUT OPEN-PO-FILE-OUT.
           PERFORM VARYING OPO-SUB FROM 1 BY 1
                   UNTIL OPO-SUB > OPO-COUNT
               IF OPO-QTY-RECEIVED (OPO-SUB)
                       < OPO-QTY-ORDERED (OPO-SUB)
                   WRITE OPEN-PO-RECORD-OUT FROM OPO-REC (OPO-SUB)
               ELSE
                   ADD 1 TO AC-OPO-FILLED
               END-IF
           END-PERFORM.
           CLOSE OPEN-PO-FILE-OUT.
       268-EXIT.
           EXIT.
      *
048000 262-CREATE-NEW-MF.                                                       
048100     MOVE WS-OLD-MF-REC TO WS-MF-HOLD-AREA.
048200     MOVE SPACES        TO WS-OLD-MF-REC.
061600     PERFORM 275-PART-TOTALS  THRU 275-EXIT.
061700     PERFORM 310-GRAND-TOTALS THRU 310-EXIT.
           PERFORM 320-RECONCILE-CONTROLS THRU 320-EXIT.
           PERFORM 268-WRITE-OPEN-PO THRU 268-EXIT.
061800     CLOSE OLD-PARTS-MF-IN
061900           NEW-PARTS-MF-OUT
062000           CUR-ACT-FILE-IN
064100     DISPLAY 'RETURNED ACTIVITY  ' RC-MSG-OUT.
           MOVE AC-RECS-REJECTED TO RC-MSG-OUT.
           DISPLAY 'ACTIVITY REJECTED  ' RC-MSG-OUT.
           DISPLAY ' '.
           MOVE AC-OPO-RELIEVED TO OPO-MSG-OUT.
           DISPLAY 'PO QTY RELIEVED    ' OPO-MSG-OUT.
           MOVE AC-OPO-RESTORED TO OPO-MSG-OUT.
           DISPLAY 'PO QTY RESTORED    ' OPO-MSG-OUT.
           MOVE AC-OPO-UNMATCHED TO OPO-MSG-OUT.
           DISPLAY 'RECEIPT QTY NO PO  ' OPO-MSG-OUT.
           MOVE AC-OPO-FILLED TO OPO-MSG-OUT.
           DISPLAY 'PO LINES FILLED    ' OPO-MSG-OUT.
064200     DISPLAY ' '.
           IF RUN-OUT-OF-BALANCE
               DISPLAY '*** CONTROL TOTALS OUT OF BALANCE ***'
