       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  POMAINT.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  BUYER APPROVAL AND CHANGE
      *                RUN FOR THE PO MASTER THAT POGEN BUILDS.  THE
      *                DAY'S POTRANS TRANSACTIONS APPROVE A PENDING PO
      *                (RELEASING EVERY PENDING LINE ON IT TO THE
      *                OPEN-PO FILE), CHANGE A LINE'S QUANTITY OR DUE
      *                DATE, OR CANCEL A LINE OR A WHOLE PO.  A
      *                RELEASED LINE THAT MTCHMERG HAS DROPPED FROM
      *                THE OPEN-PO FILE WAS RECEIVED IN FULL AND IS
      *                CLOSED ON THE MASTER.  EVERY ACTION, AND EVERY
      *                TRANSACTION THAT COULD NOT BE APPLIED, IS
      *                LISTED ON THE MAINTENANCE REPORT.
      * 2026  D.ELLIS  A CHANGE TRANSACTION MAY ALSO CARRY THE AGREED
      *                UNIT PRICE FOR THE LINE, WHICH INVMATCH USES TO
      *                PRICE-CHECK THE SUPPLIER'S INVOICE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PO-TRANS-FILE
           ASSIGN TO UT-S-POTRANS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TRANS-STATUS.

           SELECT PO-MASTER-IN
           ASSIGN TO UT-S-POMSTRI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS POMI-STATUS.

           SELECT PO-MASTER-OUT
           ASSIGN TO UT-S-POMSTRO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS POMO-STATUS.

           SELECT OPEN-PO-IN
           ASSIGN TO UT-S-OPENPOI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OPOI-STATUS.

           SELECT OPEN-PO-OUT
           ASSIGN TO UT-S-OPENPOO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OPOO-STATUS.

           SELECT POMNTRPT
           ASSIGN TO UT-S-POMNTRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  PO-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-TRANS-REC.
       01  PO-TRANS-REC.
           05  PT-TRANS-CODE               PIC X(01).
               88  PT-APPROVE                 VALUE "A".
               88  PT-CHANGE                  VALUE "C".
               88  PT-CANCEL                  VALUE "X".
           05  PT-PO-NUMBER                PIC 9(07).
      *        LINE 000 ON A CANCEL CANCELS EVERY OPEN LINE ON THE PO.
           05  PT-LINE-NO                  PIC 9(03).
           05  PT-BUYER-ID                 PIC X(08).
      *        ON A CHANGE, ZERO LEAVES THE QUANTITY, DATE OR PRICE
      *        AS IS.
           05  PT-NEW-QTY                  PIC 9(07).
           05  PT-NEW-DUE-DATE             PIC 9(08).
           05  PT-NEW-UNIT-PRICE           PIC 9(05)V99.
           05  FILLER                      PIC X(39).

       FD  PO-MASTER-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-MASTER-REC-IN.
       01  PO-MASTER-REC-IN                PIC X(110).

       FD  PO-MASTER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-MASTER-REC-OUT.
       01  PO-MASTER-REC-OUT               PIC X(110).

       FD  OPEN-PO-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPEN-PO-REC.
       COPY OPENPO.

       FD  OPEN-PO-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPEN-PO-REC-OUT.
       01  OPEN-PO-REC-OUT                 PIC X(80).

       FD  POMNTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POMNTRPT-REC.
       01  POMNTRPT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  TRANS-STATUS            PIC X(2).
               88 END-OF-TRANS    VALUE "10".
           05  POMI-STATUS             PIC X(2).
               88 END-OF-POMI     VALUE "10".
           05  POMO-STATUS             PIC X(2).
           05  OPOI-STATUS             PIC X(2).
               88 END-OF-OPOI     VALUE "10".
           05  OPOO-STATUS             PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       COPY POMSTR.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-TRN-SUB                  PIC 9(3) COMP VALUE 0.
           05  WS-OPO-SUB                  PIC 9(3) COMP VALUE 0.
           05  WS-FOUND-SW                 PIC X(1) VALUE "N".
               88 WS-ENTRY-FOUND              VALUE "Y".
           05  WS-APPROVED                 PIC 9(5) VALUE 0.
           05  WS-CHANGED                  PIC 9(5) VALUE 0.
           05  WS-CANCELLED                PIC 9(5) VALUE 0.
           05  WS-CLOSED                   PIC 9(5) VALUE 0.
           05  WS-REJECTED                 PIC 9(5) VALUE 0.
           05  WS-OPEN-WRITTEN             PIC 9(5) VALUE 0.

      *    THE DAY'S BUYER TRANSACTIONS, APPLIED IN THE ORDER THEY
      *    ARRIVE - A CHANGE KEYED AHEAD OF THE APPROVAL IS RELEASED
      *    WITH THE CHANGE IN IT.
       01  TRANS-TABLE-AREA.
           05  WS-TRN-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-TRN-ENTRY OCCURS 200 TIMES.
               10  TRN-CODE                PIC X(01).
               10  TRN-PO-NUMBER           PIC 9(07).
               10  TRN-LINE-NO             PIC 9(03).
               10  TRN-BUYER-ID            PIC X(08).
               10  TRN-NEW-QTY             PIC 9(07).
               10  TRN-NEW-DUE-DATE        PIC 9(08).
               10  TRN-NEW-UNIT-PRICE      PIC 9(05)V99.
               10  TRN-USED-SW             PIC X(01).
                   88  TRN-USED               VALUE "Y".

      *    THE OPEN-PO FILE AS MTCHMERG LEFT IT, UPDATED HERE AND
      *    WRITTEN BACK OUT WITH THE NEWLY RELEASED LINES ADDED.
       01  OPEN-PO-TABLE-AREA.
           05  WS-OPO-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-OPO-ENTRY OCCURS 500 TIMES.
               10  OPT-REC                 PIC X(80).
               10  OPT-DROP-SW             PIC X(01).
                   88  OPT-DROPPED            VALUE "Y".

       01  WS-ACTION-LINE.
           05  FILLER                  PIC X(04) VALUE "PO: ".
           05  ACL-PO-NUMBER-O         PIC 9(07).
           05  FILLER                  PIC X(08) VALUE "  LINE: ".
           05  ACL-LINE-NO-O           PIC 9(03).
           05  FILLER                  PIC X(08) VALUE "  PART: ".
           05  ACL-PARTNO-O            PIC X(21).
           05  FILLER                  PIC X(09) VALUE "  BUYER: ".
           05  ACL-BUYER-O             PIC X(08).
           05  FILLER                  PIC X(10) VALUE "  ACTION: ".
           05  ACL-ACTION-O            PIC X(40).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(10) VALUE "APPROVED: ".
           05  TOT-APPROVED-O          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  CHANGED: ".
           05  TOT-CHANGED-O           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE "  CANCELLED: ".
           05  TOT-CANCELLED-O         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(21)
                 VALUE "  CLOSED (RECEIVED): ".
           05  TOT-CLOSED-O            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJ-O               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE "  OPEN LINES:".
           05  TOT-OPEN-O              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * LOAD THE BUYER TRANSACTIONS AND THE OPEN-PO FILE, PASS THE PO
      * MASTER APPLYING BOTH, THEN WRITE THE OPEN-PO FILE BACK OUT
      * AND LIST ANY TRANSACTION THAT FOUND NO PO LINE TO ACT ON.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

           READ PO-TRANS-FILE
               AT END SET END-OF-TRANS TO TRUE.
           PERFORM 100-LOAD-ONE-TRANS THRU 100-EXIT
               UNTIL END-OF-TRANS.

           READ OPEN-PO-IN
               AT END SET END-OF-OPOI TO TRUE.
           PERFORM 150-LOAD-ONE-OPEN-LINE THRU 150-EXIT
               UNTIL END-OF-OPOI.

           READ PO-MASTER-IN INTO PO-MASTER-REC
               AT END SET END-OF-POMI TO TRUE.
           PERFORM 200-ONE-PO-LINE THRU 200-EXIT
               UNTIL END-OF-POMI.

           PERFORM 600-LIST-UNUSED-TRANS THRU 600-EXIT.
           PERFORM 700-WRITE-OPEN-PO THRU 700-EXIT.

           MOVE WS-APPROVED TO TOT-APPROVED-O.
           MOVE WS-CHANGED TO TOT-CHANGED-O.
           MOVE WS-CANCELLED TO TOT-CANCELLED-O.
           MOVE WS-CLOSED TO TOT-CLOSED-O.
           MOVE WS-REJECTED TO TOT-REJ-O.
           MOVE WS-OPEN-WRITTEN TO TOT-OPEN-O.
           WRITE POMNTRPT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       100-LOAD-ONE-TRANS.
           MOVE "100-LOAD-ONE-TRANS" TO PARA-NAME.
           IF NOT PT-APPROVE AND NOT PT-CHANGE AND NOT PT-CANCEL
               MOVE "REJECTED - UNKNOWN TRANSACTION CODE"
                   TO ACL-ACTION-O
               PERFORM 110-REJECT-TRANS-IN THRU 110-EXIT
               GO TO 100-NEXT.
           IF PT-PO-NUMBER NOT NUMERIC OR PT-LINE-NO NOT NUMERIC
               MOVE "REJECTED - PO OR LINE NOT NUMERIC"
                   TO ACL-ACTION-O
               PERFORM 110-REJECT-TRANS-IN THRU 110-EXIT
               GO TO 100-NEXT.
           IF PT-BUYER-ID = SPACES
               MOVE "REJECTED - NO BUYER ID" TO ACL-ACTION-O
               PERFORM 110-REJECT-TRANS-IN THRU 110-EXIT
               GO TO 100-NEXT.
           IF PT-CHANGE
               IF PT-LINE-NO = ZERO
                   MOVE "REJECTED - CHANGE NEEDS A LINE NUMBER"
                       TO ACL-ACTION-O
                   PERFORM 110-REJECT-TRANS-IN THRU 110-EXIT
                   GO TO 100-NEXT
               END-IF
               IF PT-NEW-QTY NOT NUMERIC
                       OR PT-NEW-DUE-DATE NOT NUMERIC
                       OR PT-NEW-UNIT-PRICE NOT NUMERIC
                       OR (PT-NEW-QTY = ZERO
                           AND PT-NEW-DUE-DATE = ZERO
                           AND PT-NEW-UNIT-PRICE = ZERO)
                   MOVE "REJECTED - NO NEW QTY, DUE DATE OR PRICE"
                       TO ACL-ACTION-O
                   PERFORM 110-REJECT-TRANS-IN THRU 110-EXIT
                   GO TO 100-NEXT
               END-IF
               IF PT-NEW-DUE-DATE NOT = ZERO
                   IF FUNCTION TEST-DATE-YYYYMMDD (PT-NEW-DUE-DATE)
                           NOT = ZERO
                       MOVE "REJECTED - INVALID DUE DATE"
                           TO ACL-ACTION-O
                       PERFORM 110-REJECT-TRANS-IN
                           THRU 110-EXIT
                       GO TO 100-NEXT
                   END-IF
               END-IF
           END-IF.
           IF WS-TRN-COUNT < 200
               ADD 1 TO WS-TRN-COUNT
               MOVE PT-TRANS-CODE TO TRN-CODE (WS-TRN-COUNT)
               MOVE PT-PO-NUMBER TO TRN-PO-NUMBER (WS-TRN-COUNT)
               MOVE PT-LINE-NO TO TRN-LINE-NO (WS-TRN-COUNT)
               MOVE PT-BUYER-ID TO TRN-BUYER-ID (WS-TRN-COUNT)
               MOVE ZERO TO TRN-NEW-QTY (WS-TRN-COUNT)
                            TRN-NEW-DUE-DATE (WS-TRN-COUNT)
                            TRN-NEW-UNIT-PRICE (WS-TRN-COUNT)
               IF PT-CHANGE
                   MOVE PT-NEW-QTY TO TRN-NEW-QTY (WS-TRN-COUNT)
                   MOVE PT-NEW-DUE-DATE
                       TO TRN-NEW-DUE-DATE (WS-TRN-COUNT)
                   MOVE PT-NEW-UNIT-PRICE
                       TO TRN-NEW-UNIT-PRICE (WS-TRN-COUNT)
               END-IF
               MOVE "N" TO TRN-USED-SW (WS-TRN-COUNT)
           ELSE
               MOVE "REJECTED - OVER 200 TRANSACTIONS TODAY"
                   TO ACL-ACTION-O
               PERFORM 110-REJECT-TRANS-IN THRU 110-EXIT
           END-IF.
       100-NEXT.
           READ PO-TRANS-FILE
               AT END SET END-OF-TRANS TO TRUE.
       100-EXIT.
           EXIT.

       110-REJECT-TRANS-IN.
           ADD 1 TO WS-REJECTED.
           MOVE ZERO TO ACL-PO-NUMBER-O ACL-LINE-NO-O.
           IF PT-PO-NUMBER NUMERIC
               MOVE PT-PO-NUMBER TO ACL-PO-NUMBER-O.
           IF PT-LINE-NO NUMERIC
               MOVE PT-LINE-NO TO ACL-LINE-NO-O.
           MOVE SPACES TO ACL-PARTNO-O.
           MOVE PT-BUYER-ID TO ACL-BUYER-O.
           WRITE POMNTRPT-REC FROM WS-ACTION-LINE.
       110-EXIT.
           EXIT.

       150-LOAD-ONE-OPEN-LINE.
           MOVE "150-LOAD-ONE-OPEN-LINE" TO PARA-NAME.
           IF WS-OPO-COUNT < 500
               ADD 1 TO WS-OPO-COUNT
               MOVE OPEN-PO-REC TO OPT-REC (WS-OPO-COUNT)
               MOVE "N" TO OPT-DROP-SW (WS-OPO-COUNT)
           ELSE
               DISPLAY "POMAINT OPEN-PO TABLE FULL AT 500 - LINE "
                   "DROPPED " OP-PO-NUMBER "/" OP-LINE-NO
               MOVE 8 TO RETURN-CODE
           END-IF.
           READ OPEN-PO-IN
               AT END SET END-OF-OPOI TO TRUE.
       150-EXIT.
           EXIT.

       200-ONE-PO-LINE.
      **** FIRST SEE WHETHER A RELEASED LINE HAS BEEN RECEIVED IN
      **** FULL, THEN APPLY THE DAY'S TRANSACTIONS FOR ITS PO.
           MOVE "200-ONE-PO-LINE" TO PARA-NAME.
           IF PO-RELEASED
               PERFORM 250-FIND-OPEN-LINE THRU 250-EXIT
               IF NOT WS-ENTRY-FOUND
                   SET PO-CLOSED TO TRUE
                   ADD 1 TO WS-CLOSED
                   MOVE SPACES TO ACL-BUYER-O
                   MOVE "CLOSED - RECEIVED IN FULL" TO ACL-ACTION-O
                   PERFORM 500-WRITE-ACTION THRU 500-EXIT
               END-IF
           END-IF.
           PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
                   UNTIL WS-TRN-SUB > WS-TRN-COUNT
               IF TRN-PO-NUMBER (WS-TRN-SUB) = PO-NUMBER
                   AND (TRN-LINE-NO (WS-TRN-SUB) = ZERO
                     OR TRN-LINE-NO (WS-TRN-SUB) = PO-LINE-NO)
                   PERFORM 300-APPLY-ONE-TRANS THRU 300-EXIT
               END-IF
           END-PERFORM.
           WRITE PO-MASTER-REC-OUT FROM PO-MASTER-REC.
           READ PO-MASTER-IN INTO PO-MASTER-REC
               AT END SET END-OF-POMI TO TRUE.
       200-EXIT.
           EXIT.

       250-FIND-OPEN-LINE.
           MOVE "250-FIND-OPEN-LINE" TO PARA-NAME.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
                   UNTIL WS-OPO-SUB > WS-OPO-COUNT
                      OR WS-ENTRY-FOUND
               MOVE OPT-REC (WS-OPO-SUB) TO OPEN-PO-REC
               IF OP-PO-NUMBER = PO-NUMBER
                   AND OP-LINE-NO = PO-LINE-NO
                   AND NOT OPT-DROPPED (WS-OPO-SUB)
                   SET WS-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-OPO-SUB
               END-IF
           END-PERFORM.
       250-EXIT.
           EXIT.

       300-APPLY-ONE-TRANS.
           MOVE "300-APPLY-ONE-TRANS" TO PARA-NAME.
           MOVE TRN-BUYER-ID (WS-TRN-SUB) TO ACL-BUYER-O.
           EVALUATE TRN-CODE (WS-TRN-SUB)
               WHEN "A"
                   PERFORM 310-APPROVE-LINE THRU 310-EXIT
               WHEN "C"
                   PERFORM 320-CHANGE-LINE THRU 320-EXIT
               WHEN "X"
                   PERFORM 330-CANCEL-LINE THRU 330-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

       310-APPROVE-LINE.
      **** APPROVAL RELEASES THE PENDING LINES OF THE PO - THEY GO
      **** ON THE OPEN-PO FILE AND START COUNTING AS ON ORDER THERE.
      **** LINES ALREADY RELEASED, CLOSED OR CANCELLED ARE LEFT BE.
           MOVE "310-APPROVE-LINE" TO PARA-NAME.
           IF NOT PO-PENDING
               IF TRN-LINE-NO (WS-TRN-SUB) NOT = ZERO
                   SET TRN-USED (WS-TRN-SUB) TO TRUE
                   ADD 1 TO WS-REJECTED
                   MOVE "REJECTED - LINE NOT PENDING APPROVAL"
                       TO ACL-ACTION-O
                   PERFORM 500-WRITE-ACTION THRU 500-EXIT
               END-IF
               GO TO 310-EXIT.
           IF WS-OPO-COUNT NOT < 500
               SET TRN-USED (WS-TRN-SUB) TO TRUE
               ADD 1 TO WS-REJECTED
               MOVE "NOT RELEASED - OPEN-PO TABLE FULL"
                   TO ACL-ACTION-O
               PERFORM 500-WRITE-ACTION THRU 500-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 310-EXIT.
           SET TRN-USED (WS-TRN-SUB) TO TRUE.
           SET PO-RELEASED TO TRUE.
           MOVE TRN-BUYER-ID (WS-TRN-SUB) TO PO-APPROVER-ID.
           MOVE WS-TODAY TO PO-APPROVE-DATE.
           MOVE SPACES TO OPEN-PO-REC.
           MOVE PO-PARTNO TO OP-PARTNO.
           MOVE PO-DUE-DATE TO OP-DUE-DATE.
           MOVE PO-NUMBER TO OP-PO-NUMBER.
           MOVE PO-LINE-NO TO OP-LINE-NO.
           MOVE PO-SUPPLR-NO TO OP-SUPPLR-NO.
           MOVE PO-QTY-ORDERED TO OP-QTY-ORDERED.
           MOVE ZERO TO OP-QTY-RECEIVED OP-LAST-RECEIPT.
           ADD 1 TO WS-OPO-COUNT.
           MOVE OPEN-PO-REC TO OPT-REC (WS-OPO-COUNT).
           MOVE "N" TO OPT-DROP-SW (WS-OPO-COUNT).
           ADD 1 TO WS-APPROVED.
           MOVE "APPROVED - RELEASED TO SUPPLIER" TO ACL-ACTION-O.
           PERFORM 500-WRITE-ACTION THRU 500-EXIT.
       310-EXIT.
           EXIT.

       320-CHANGE-LINE.
      **** A PENDING LINE CHANGES ON THE MASTER ONLY.  A RELEASED
      **** LINE CHANGES ON THE OPEN-PO FILE AS WELL, AND CANNOT BE
      **** CUT BELOW WHAT HAS ALREADY BEEN RECEIVED AGAINST IT.
           MOVE "320-CHANGE-LINE" TO PARA-NAME.
           SET TRN-USED (WS-TRN-SUB) TO TRUE.
           IF NOT PO-PENDING AND NOT PO-RELEASED
               ADD 1 TO WS-REJECTED
               MOVE "REJECTED - LINE CLOSED OR CANCELLED"
                   TO ACL-ACTION-O
               PERFORM 500-WRITE-ACTION THRU 500-EXIT
               GO TO 320-EXIT.
           IF PO-RELEASED
               PERFORM 250-FIND-OPEN-LINE THRU 250-EXIT
               IF TRN-NEW-QTY (WS-TRN-SUB) NOT = ZERO
                   AND TRN-NEW-QTY (WS-TRN-SUB) < OP-QTY-RECEIVED
                   ADD 1 TO WS-REJECTED
                   MOVE "REJECTED - QTY BELOW QUANTITY RECEIVED"
                       TO ACL-ACTION-O
                   PERFORM 500-WRITE-ACTION THRU 500-EXIT
                   GO TO 320-EXIT
               END-IF
           END-IF.
           IF TRN-NEW-QTY (WS-TRN-SUB) NOT = ZERO
               MOVE TRN-NEW-QTY (WS-TRN-SUB) TO PO-QTY-ORDERED.
           IF TRN-NEW-DUE-DATE (WS-TRN-SUB) NOT = ZERO
               MOVE TRN-NEW-DUE-DATE (WS-TRN-SUB) TO PO-DUE-DATE.
           IF TRN-NEW-UNIT-PRICE (WS-TRN-SUB) NOT = ZERO
               MOVE TRN-NEW-UNIT-PRICE (WS-TRN-SUB) TO PO-UNIT-PRICE.
           IF PO-RELEASED
               MOVE PO-QTY-ORDERED TO OP-QTY-ORDERED
               MOVE PO-DUE-DATE TO OP-DUE-DATE
               MOVE OPEN-PO-REC TO OPT-REC (WS-OPO-SUB)
           END-IF.
           ADD 1 TO WS-CHANGED.
           MOVE "CHANGED - QTY/DUE DATE/PRICE UPDATED" TO ACL-ACTION-O.
           PERFORM 500-WRITE-ACTION THRU 500-EXIT.
       320-EXIT.
           EXIT.

       330-CANCEL-LINE.
      **** A CANCELLED RELEASED LINE COMES OFF THE OPEN-PO FILE, SO
      **** ITS UNRECEIVED BALANCE STOPS COUNTING AS ON ORDER.
           MOVE "330-CANCEL-LINE" TO PARA-NAME.
           IF NOT PO-PENDING AND NOT PO-RELEASED
               IF TRN-LINE-NO (WS-TRN-SUB) NOT = ZERO
                   SET TRN-USED (WS-TRN-SUB) TO TRUE
                   ADD 1 TO WS-REJECTED
                   MOVE "REJECTED - LINE CLOSED OR CANCELLED"
                       TO ACL-ACTION-O
                   PERFORM 500-WRITE-ACTION THRU 500-EXIT
               END-IF
               GO TO 330-EXIT.
           SET TRN-USED (WS-TRN-SUB) TO TRUE.
           IF PO-RELEASED
               PERFORM 250-FIND-OPEN-LINE THRU 250-EXIT
               IF WS-ENTRY-FOUND
                   MOVE "Y" TO OPT-DROP-SW (WS-OPO-SUB)
               END-IF
           END-IF.
           SET PO-CANCELLED TO TRUE.
           ADD 1 TO WS-CANCELLED.
           MOVE "CANCELLED" TO ACL-ACTION-O.
           PERFORM 500-WRITE-ACTION THRU 500-EXIT.
       330-EXIT.
           EXIT.

       500-WRITE-ACTION.
           MOVE PO-NUMBER TO ACL-PO-NUMBER-O.
           MOVE PO-LINE-NO TO ACL-LINE-NO-O.
           MOVE PO-PARTNO TO ACL-PARTNO-O.
           WRITE POMNTRPT-REC FROM WS-ACTION-LINE.
       500-EXIT.
           EXIT.

       600-LIST-UNUSED-TRANS.
      **** A TRANSACTION THAT MATCHED NO OPEN PO LINE IS REPORTED SO
      **** THE BUYER CAN KEY IT AGAIN.
           MOVE "600-LIST-UNUSED-TRANS" TO PARA-NAME.
           PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
                   UNTIL WS-TRN-SUB > WS-TRN-COUNT
               IF NOT TRN-USED (WS-TRN-SUB)
                   ADD 1 TO WS-REJECTED
                   MOVE TRN-PO-NUMBER (WS-TRN-SUB) TO ACL-PO-NUMBER-O
                   MOVE TRN-LINE-NO (WS-TRN-SUB) TO ACL-LINE-NO-O
                   MOVE SPACES TO ACL-PARTNO-O
                   MOVE TRN-BUYER-ID (WS-TRN-SUB) TO ACL-BUYER-O
                   MOVE "REJECTED - NO OPEN PO LINE TO ACT ON"
                       TO ACL-ACTION-O
                   WRITE POMNTRPT-REC FROM WS-ACTION-LINE
               END-IF
           END-PERFORM.
       600-EXIT.
           EXIT.

       700-WRITE-OPEN-PO.
           MOVE "700-WRITE-OPEN-PO" TO PARA-NAME.
           PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
                   UNTIL WS-OPO-SUB > WS-OPO-COUNT
               IF NOT OPT-DROPPED (WS-OPO-SUB)
                   MOVE OPT-REC (WS-OPO-SUB) TO OPEN-PO-REC-OUT
                   WRITE OPEN-PO-REC-OUT
                   ADD 1 TO WS-OPEN-WRITTEN
               END-IF
           END-PERFORM.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PO-TRANS-FILE, PO-MASTER-IN, OPEN-PO-IN.
           OPEN OUTPUT PO-MASTER-OUT, OPEN-PO-OUT, POMNTRPT.
           DISPLAY "POMAINT OPEN FILES".
           DISPLAY TRANS-STATUS.
           DISPLAY POMI-STATUS.
           DISPLAY OPOI-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PO-TRANS-FILE, PO-MASTER-IN, PO-MASTER-OUT,
                 OPEN-PO-IN, OPEN-PO-OUT, POMNTRPT.
           DISPLAY "POMAINT FILES CLOSED".
       900-EXIT.
           EXIT.
