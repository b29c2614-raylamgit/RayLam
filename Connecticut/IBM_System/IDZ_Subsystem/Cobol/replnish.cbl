      *                QUANTITY, THE AVERAGE CYCLE USAGE, AND THE
      *                ACCOUNT FROM THE MERGED MASTER - STOCKOUTS
      *                STOP SURFACING ONLY WHEN AN ORDER FAILS.
      * 2026  D.ELLIS  SUGGESTIONS NOW FEED PURCHASE-ORDER GENERATION.
      *                THE REORDPT RECORD CARRIES THE PART'S SUPPLIER
      *                IN ITS FORMER FILLER, EVERY SUGGESTION IS ALSO
      *                WRITTEN TO THE REPLSUGG EXTRACT THAT POGEN
      *                GROUPS BY SUPPLIER INTO PENDING POS, AND THE
      *                QUANTITY ALREADY ON ORDER - OPEN LINES ON THE
      *                OPENPO FILE PLUS PENDING LINES ON THE PO
      *                MASTER - COUNTS WITH ON-HAND AGAINST THE
      *                REORDER POINT, SO A PART ALREADY ORDERED IS NOT
      *                SUGGESTED AGAIN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ROP-STATUS.

           SELECT OPEN-PO-FILE
           ASSIGN TO UT-S-OPENPO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OPO-STATUS.

           SELECT PO-MASTER-IN
           ASSIGN TO UT-S-POMSTR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS POM-STATUS.

           SELECT SUGGEST-FILE
           ASSIGN TO UT-S-REPLSUGG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SUG-STATUS.

           SELECT REPLEN-REPORT
           ASSIGN TO UT-S-REPLRPT
             ACCESS MODE IS SEQUENTIAL
           05  ROP-PARTNO                  PIC X(21).
           05  ROP-REORDER-POINT           PIC 9(07).
           05  ROP-ORDER-QTY               PIC 9(07).
           05  ROP-SUPPLR-NO               PIC X(05).

       FD  OPEN-PO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPEN-PO-REC.
       COPY OPENPO.

       FD  PO-MASTER-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-MASTER-REC.
       COPY POMSTR.

       FD  SUGGEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUGGEST-REC-OUT.
       01  SUGGEST-REC-OUT                 PIC X(80).

       FD  REPLEN-REPORT
           RECORDING MODE IS F
           05  UHO-STATUS              PIC X(2).
           05  ROP-STATUS              PIC X(2).
               88 END-OF-ROP      VALUE "10".
           05  OPO-STATUS              PIC X(2).
               88 END-OF-OPO      VALUE "10".
           05  POM-STATUS              PIC X(2).
               88 END-OF-POM      VALUE "10".
           05  SUG-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

           05  UH-CYCLE-COUNT                  PIC 9(03).
           05  FILLER                          PIC X(07).

      *    ONE ORDER SUGGESTION FOR POGEN - SAME LAYOUT AS POGEN'S
      *    SUGGEST-REC.
       01  WS-SUGGEST-REC.
           05  SG-SUPPLR-NO                    PIC X(05).
           05  SG-PARTNO                       PIC X(21).
           05  SG-PARTNAME                     PIC X(15).
           05  SG-ACCOUNT                      PIC X(09).
           05  SG-ORDER-QTY                    PIC 9(07).
           05  SG-SUGGEST-DATE                 PIC 9(08).
           05  FILLER                          PIC X(15).

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-SUB                      PIC 9(3) COMP VALUE 0.
           05  WS-ONHAND-QTY               PIC S9(9) COMP-3 VALUE 0.
           05  WS-AVG-USAGE                PIC 9(7) VALUE ZERO.
           05  WS-SUGGEST-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-NO-SUPPLR-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-ON-ORDER-SKIP            PIC 9(5) VALUE ZERO.
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-KEY-PARTNO               PIC X(21).

      *    ROLLING USAGE PER PART - CARRIED FORWARD, THIS CYCLE'S
      *    PAYMENT QUANTITIES ADDED, AND THE REORDER TERMS MATCHED
               10  PT-ORDER-QTY            PIC 9(7) COMP-3.
               10  PT-TERMS-SW             PIC X(1).
                   88  PT-HAS-REORDER-TERMS   VALUE "Y".
               10  PT-SUPPLR-NO            PIC X(5).
               10  PT-ON-ORDER             PIC 9(9) COMP-3.

       01  WS-SUGGEST-LINE.
           05  FILLER                  PIC X(06) VALUE "PART: ".
           05  SGL-AVG-O               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE " ACCT: ".
           05  SGL-ACCOUNT-O           PIC X(09).
           05  FILLER                  PIC X(05) VALUE " OO: ".
           05  SGL-ON-ORDER-O          PIC ZZZ,ZZ9.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(25)
                 VALUE "REPLENISHMENT SUGGESTED: ".
           05  TOT-SUGGEST-O           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(30)
                 VALUE "  HELD BACK - ALREADY ORDERED:".
           05  TOT-ON-ORDER-O          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(31)
                 VALUE "  NO SUPPLIER - NOT SENT TO PO:".
           05  TOT-NO-SUPPLR-O         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * CARRY THE USAGE HISTORY FORWARD, ADD THIS CYCLE'S PAYMENT
      * ACTIVITY, MATCH THE REORDER TERMS, THEN SWEEP THE MERGED
      * MASTER AND SUGGEST AN ORDER FOR EVERY PART WHOSE ON-HAND PLUS
      * ON-ORDER QUANTITY IS AT OR BELOW ITS REORDER POINT.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

           READ USAGE-HIST-IN INTO WS-USAGE-REC
               AT END SET END-OF-UHI TO TRUE.
           PERFORM 150-MATCH-REORDER-TERMS THRU 150-EXIT
               UNTIL END-OF-ROP.

           READ OPEN-PO-FILE
               AT END SET END-OF-OPO TO TRUE.
           PERFORM 160-POST-OPEN-PO THRU 160-EXIT
               UNTIL END-OF-OPO.

           READ PO-MASTER-IN
               AT END SET END-OF-POM TO TRUE.
           PERFORM 170-POST-PENDING-PO THRU 170-EXIT
               UNTIL END-OF-POM.

           READ PARTS-MF-IN INTO WS-MF-REC
               AT END SET END-OF-MFI TO TRUE.
           PERFORM 200-CHECK-ONE-PART THRU 200-EXIT
           PERFORM 700-WRITE-USAGE-HISTORY THRU 700-EXIT.

           MOVE WS-SUGGEST-COUNT TO TOT-SUGGEST-O.
           MOVE WS-ON-ORDER-SKIP TO TOT-ON-ORDER-O.
           MOVE WS-NO-SUPPLR-COUNT TO TOT-NO-SUPPLR-O.
           WRITE REPLEN-REPORT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.
               MOVE UH-CYCLE-COUNT TO PT-CYCLE-COUNT (WS-PART-COUNT)
               MOVE ZERO TO PT-REORDER-POINT (WS-PART-COUNT)
                            PT-ORDER-QTY (WS-PART-COUNT)
                            PT-ON-ORDER (WS-PART-COUNT)
               MOVE "N" TO PT-TERMS-SW (WS-PART-COUNT)
               MOVE SPACES TO PT-SUPPLR-NO (WS-PART-COUNT)
           END-IF.
           READ USAGE-HIST-IN INTO WS-USAGE-REC
               AT END SET END-OF-UHI TO TRUE.
                                PT-CYCLE-COUNT (WS-SUB)
                                PT-REORDER-POINT (WS-SUB)
                                PT-ORDER-QTY (WS-SUB)
                                PT-ON-ORDER (WS-SUB)
                   MOVE "N" TO PT-TERMS-SW (WS-SUB)
                   MOVE SPACES TO PT-SUPPLR-NO (WS-SUB)
               ELSE
                   MOVE ZERO TO WS-SUB
                   GO TO 120-EXIT
                   MOVE ROP-REORDER-POINT
                       TO PT-REORDER-POINT (WS-SUB)
                   MOVE ROP-ORDER-QTY TO PT-ORDER-QTY (WS-SUB)
                   MOVE ROP-SUPPLR-NO TO PT-SUPPLR-NO (WS-SUB)
                   MOVE "Y" TO PT-TERMS-SW (WS-SUB)
               END-IF
           END-PERFORM.
                   MOVE ROP-PARTNO TO PT-PARTNO (WS-PART-COUNT)
                   MOVE ZERO TO PT-TOTAL-USAGE (WS-PART-COUNT)
                                PT-CYCLE-COUNT (WS-PART-COUNT)
                                PT-ON-ORDER (WS-PART-COUNT)
                   MOVE ROP-SUPPLR-NO TO PT-SUPPLR-NO (WS-PART-COUNT)
                   MOVE ROP-REORDER-POINT
                       TO PT-REORDER-POINT (WS-PART-COUNT)
                   MOVE ROP-ORDER-QTY
       150-EXIT.
           EXIT.

       160-POST-OPEN-PO.
      **** A RELEASED LINE STILL OPEN ON THE OPENPO FILE IS ON ORDER
      **** FOR WHATEVER HAS NOT YET BEEN RECEIVED.
           MOVE "160-POST-OPEN-PO" TO PARA-NAME.
           IF OP-QTY-ORDERED NOT NUMERIC
                   OR OP-QTY-RECEIVED NOT NUMERIC
               GO TO 160-NEXT.
           IF OP-QTY-RECEIVED NOT < OP-QTY-ORDERED
               GO TO 160-NEXT.
           MOVE OP-PARTNO TO WS-KEY-PARTNO.
           PERFORM 180-FIND-TERMS-PART THRU 180-EXIT.
           IF WS-SUB > ZERO
               COMPUTE PT-ON-ORDER (WS-SUB) = PT-ON-ORDER (WS-SUB)
                   + OP-QTY-ORDERED - OP-QTY-RECEIVED
           END-IF.
       160-NEXT.
           READ OPEN-PO-FILE
               AT END SET END-OF-OPO TO TRUE.
       160-EXIT.
           EXIT.

       170-POST-PENDING-PO.
      **** A LINE POGEN HAS WRITTEN BUT THE BUYER HAS NOT YET
      **** APPROVED IS ON ORDER FOR ITS FULL QUANTITY - RELEASED
      **** LINES ARE ALREADY COUNTED FROM THE OPENPO FILE.
           MOVE "170-POST-PENDING-PO" TO PARA-NAME.
           IF NOT PO-PENDING OR PO-QTY-ORDERED NOT NUMERIC
               GO TO 170-NEXT.
           MOVE PO-PARTNO TO WS-KEY-PARTNO.
           PERFORM 180-FIND-TERMS-PART THRU 180-EXIT.
           IF WS-SUB > ZERO
               ADD PO-QTY-ORDERED TO PT-ON-ORDER (WS-SUB)
           END-IF.
       170-NEXT.
           READ PO-MASTER-IN
               AT END SET END-OF-POM TO TRUE.
       170-EXIT.
           EXIT.

       180-FIND-TERMS-PART.
      **** ONLY A PART ALREADY IN THE TABLE CAN BE SUGGESTED, SO AN
      **** ORDER FOR ANY OTHER PART IS SIMPLY PASSED OVER.
           MOVE "180-FIND-TERMS-PART" TO PARA-NAME.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PART-COUNT
                      OR WS-ENTRY-FOUND
               IF PT-PARTNO (WS-SUB) = WS-KEY-PARTNO
                   SET WS-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SUB
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-FOUND
               MOVE ZERO TO WS-SUB.
       180-EXIT.
           EXIT.

       200-CHECK-ONE-PART.
      **** A PART AT OR BELOW ITS REORDER POINT GETS A SUGGESTION
      **** LINE - ON-HAND, POINT, THE ORDER QUANTITY ON FILE, THE
           COMPUTE WS-ONHAND-QTY = OMF-REC-QTY - OMF-PAY-QTY.
           IF WS-ONHAND-QTY > PT-REORDER-POINT (WS-SUB)
               GO TO 200-NEXT.
      **** BELOW THE POINT, BUT ENOUGH ALREADY ORDERED TO CLEAR IT.
           IF WS-ONHAND-QTY + PT-ON-ORDER (WS-SUB)
                   > PT-REORDER-POINT (WS-SUB)
               ADD 1 TO WS-ON-ORDER-SKIP
               GO TO 200-NEXT.

           ADD 1 TO WS-SUGGEST-COUNT.
           IF PT-CYCLE-COUNT (WS-SUB) > ZERO
           MOVE PT-ORDER-QTY (WS-SUB) TO SGL-ORDER-O.
           MOVE WS-AVG-USAGE TO SGL-AVG-O.
           MOVE OMF-ACCOUNT TO SGL-ACCOUNT-O.
           MOVE PT-ON-ORDER (WS-SUB) TO SGL-ON-ORDER-O.
           WRITE REPLEN-REPORT-REC FROM WS-SUGGEST-LINE.

      **** THE SUGGESTION GOES TO POGEN ONLY WHEN THE REORDER TERMS
      **** NAME A SUPPLIER TO ORDER FROM.
           IF PT-SUPPLR-NO (WS-SUB) = SPACES
               ADD 1 TO WS-NO-SUPPLR-COUNT
               GO TO 200-NEXT.
           MOVE SPACES TO WS-SUGGEST-REC.
           MOVE PT-SUPPLR-NO (WS-SUB) TO SG-SUPPLR-NO.
           MOVE OMF-PARTNO TO SG-PARTNO.
           MOVE OMF-PARTNAME TO SG-PARTNAME.
           MOVE OMF-ACCOUNT TO SG-ACCOUNT.
           MOVE PT-ORDER-QTY (WS-SUB) TO SG-ORDER-QTY.
           MOVE WS-TODAY TO SG-SUGGEST-DATE.
           WRITE SUGGEST-REC-OUT FROM WS-SUGGEST-REC.

       200-NEXT.
           READ PARTS-MF-IN INTO WS-MF-REC
               AT END SET END-OF-MFI TO TRUE.
       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT CUR-ACT-FILE-IN, PARTS-MF-IN,
                      USAGE-HIST-IN, REORDER-POINT-FILE,
                      OPEN-PO-FILE, PO-MASTER-IN.
           OPEN OUTPUT USAGE-HIST-OUT, REPLEN-REPORT, SUGGEST-FILE.
           DISPLAY "REPLNISH OPEN FILES".
           DISPLAY ACT-STATUS.
           DISPLAY MFI-STATUS.
       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE CUR-ACT-FILE-IN, PARTS-MF-IN, USAGE-HIST-IN,
                 REORDER-POINT-FILE, USAGE-HIST-OUT, REPLEN-REPORT,
                 OPEN-PO-FILE, PO-MASTER-IN, SUGGEST-FILE.
           DISPLAY "REPLNISH FILES CLOSED".
       900-EXIT.
           EXIT.
