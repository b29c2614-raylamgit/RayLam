       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  WOPOST.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  BAD-DEBT WRITE-OFF AND
      *                RECOVERY POSTING, RUN AHEAD OF THE SUPPLR-BAL
      *                PAYMENT STEPS.  EVERY WOTRANS TRANSACTION CARRIES
      *                THE OPERATOR WHO KEYED IT AND A SECOND OPERATOR
      *                WHO APPROVED IT; BOTH MUST CLEAR OPRAUTH FOR THE
      *                WRTOFF FILE CODE AND THEY MAY NOT BE THE SAME
      *                PERSON.  A WRITE-OFF (W) COMES OFF THE
      *                SUPPLIER'S AGING OLDEST BUCKET FIRST (181-UP,
      *                91-180, 61-90, 31-60, 11-30) ON BOTH THE NET AND
      *                GROSS SIDES AND OUT OF THE NET AND GROSS
      *                RECEIVABLE AS THE BALANCE FILE IS COPIED FORWARD,
      *                AND IS RECORDED ON THE WOHIST HISTORY FILE UNDER
      *                THE NEXT WRITE-OFF NUMBER WITH THE AMOUNT TAKEN
      *                FROM EACH BUCKET.  A RECOVERY (R) NAMES THE
      *                WRITE-OFF IT IS COLLECTED AGAINST AND MAY NOT
      *                TAKE MORE THAN WAS WRITTEN OFF LESS WHAT HAS
      *                ALREADY BEEN RECOVERED; IT IS RECORDED ON WOHIST
      *                AND LEAVES THE AGING ALONE, THE BALANCE HAVING
      *                GONE WITH THE WRITE-OFF.  WORPT LISTS EVERY
      *                TRANSACTION AND WHAT BECAME OF IT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WO-TRANS-FILE
           ASSIGN TO UT-S-WOTRANS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TRANS-STATUS.

           SELECT WO-HIST-FILE
           ASSIGN TO UT-S-WOHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WOH-STATUS.

           SELECT SUPPLR-BAL-IN
           ASSIGN TO UT-S-YYBALIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BALI-STATUS.

           SELECT SUPPLR-BAL-OUT
           ASSIGN TO UT-S-YYBALOUT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BALO-STATUS.

           SELECT WORPT
           ASSIGN TO UT-S-WORPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  WO-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WO-TRANS-REC.
       01  WO-TRANS-REC.
           05  WT-TRAN-TYPE                PIC X(01).
               88  WT-WRITE-OFF               VALUE "W".
               88  WT-RECOVERY                VALUE "R".
           05  WT-SUPPLR-NO                PIC X(05).
           05  WT-AMOUNT                   PIC 9(07)V99.
           05  WT-WO-NUMBER                PIC 9(07).
           05  WT-ENTERED-BY               PIC X(08).
           05  WT-APPROVED-BY              PIC X(08).
           05  WT-REASON                   PIC X(20).
           05  WT-REFERENCE                PIC X(10).
           05  FILLER                      PIC X(12).

       FD  WO-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WRITE-OFF-HIST-REC.
       COPY WOHIST.

       FD  SUPPLR-BAL-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 230 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLR-BAL-REC.
       COPY SUPPLRBL.

       FD  SUPPLR-BAL-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 230 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLR-BAL-REC-OUT.
       01  SUPPLR-BAL-REC-OUT              PIC X(230).

       FD  WORPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WORPT-REC.
       01  WORPT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  TRANS-STATUS            PIC X(2).
               88 END-OF-TRANS    VALUE "10".
           05  WOH-STATUS              PIC X(2).
               88 WOH-OPENED      VALUE "00".
               88 END-OF-WOH      VALUE "10".
           05  BALI-STATUS             PIC X(2).
               88 END-OF-BAL      VALUE "10".
           05  BALO-STATUS             PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-TRN-SUB                  PIC 9(3) COMP VALUE 0.
           05  WS-WOT-SUB                  PIC 9(3) COMP VALUE 0.
           05  WS-FOUND-SW                 PIC X(01) VALUE "N".
               88 WS-WO-FOUND                 VALUE "Y".
           05  WS-LAST-WO-NO               PIC 9(07) VALUE ZERO.
           05  WS-AGED-BALANCE             PIC S9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-REMAINING                PIC S9(09)V99 COMP-3
                                                     VALUE 0.
           05  WS-BUCKET                   PIC S9(09)V99 COMP-3
                                                     VALUE 0.
           05  WS-TAKE                     PIC S9(09)V99 COMP-3
                                                     VALUE 0.
           05  WS-OPEN-TO-RECOVER          PIC S9(09)V99 COMP-3
                                                     VALUE 0.
           05  WS-TRANS-READ               PIC 9(5) VALUE ZERO.
           05  WS-WRITE-OFFS               PIC 9(5) VALUE ZERO.
           05  WS-RECOVERIES               PIC 9(5) VALUE ZERO.
           05  WS-REJECTED                 PIC 9(5) VALUE ZERO.
           05  WS-HIST-LOADED              PIC 9(5) VALUE ZERO.
           05  WS-WO-DOLLARS               PIC 9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-RC-DOLLARS               PIC 9(11)V99 COMP-3
                                                     VALUE 0.

       01  OPRAUTH-CALL-FIELDS.
           05  OPR-USER-ID                 PIC X(08).
           05  OPR-FILE-CODE               PIC X(08) VALUE "WRTOFF".
           05  OPR-RETURN-CD               PIC 9(4) COMP.

      *    EVERY WRITE-OFF ON THE HISTORY FILE, WITH WHAT HAS BEEN
      *    RECOVERED AGAINST IT SO FAR.
       01  WRITE-OFF-TABLE-AREA.
           05  WS-WOT-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-WOT-ENTRY OCCURS 500 TIMES.
               10  WOT-WO-NUMBER           PIC 9(07).
               10  WOT-SUPPLR-NO           PIC X(05).
               10  WOT-AMOUNT              PIC 9(07)V99 COMP-3.
               10  WOT-RECOVERED           PIC 9(07)V99 COMP-3.

      *    THE DAY'S TRANSACTIONS, HELD SO THE BALANCE FILE CAN BE
      *    PASSED ONCE AND THE REPORT PRINTED IN KEYED ORDER.
       01  TRANS-TABLE-AREA.
           05  WS-TRN-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-TRN-ENTRY OCCURS 500 TIMES.
               10  TRN-TRAN-TYPE           PIC X(01).
                   88  TRN-WRITE-OFF          VALUE "W".
                   88  TRN-RECOVERY           VALUE "R".
               10  TRN-SUPPLR-NO           PIC X(05).
               10  TRN-AMOUNT              PIC 9(07)V99 COMP-3.
               10  TRN-WO-NUMBER           PIC 9(07).
               10  TRN-ENTERED-BY          PIC X(08).
               10  TRN-APPROVED-BY         PIC X(08).
               10  TRN-REASON              PIC X(20).
               10  TRN-REFERENCE           PIC X(10).
               10  TRN-STATUS-SW           PIC X(01).
                   88  TRN-PENDING            VALUE "P".
                   88  TRN-POSTED             VALUE "Y".
                   88  TRN-REJECTED           VALUE "N".
               10  TRN-RESULT              PIC X(30).
               10  TRN-BUCKET-AMOUNTS.
                   15  TRN-181-UP-AMT      PIC 9(07)V99.
                   15  TRN-91-180-AMT      PIC 9(07)V99.
                   15  TRN-61-90-AMT       PIC 9(07)V99.
                   15  TRN-31-60-AMT       PIC 9(07)V99.
                   15  TRN-11-30-AMT       PIC 9(07)V99.

       01  WS-TITLE-LINE.
           05  RPT-TITLE-O             PIC X(60).
           05  FILLER                  PIC X(12) VALUE "  RUN DATE: ".
           05  RPT-DATE-O              PIC 9(08).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DTL-TYPE-O              PIC X(08).
           05  FILLER                  PIC X(06) VALUE " SUPP ".
           05  DTL-SUPPLR-O            PIC X(05).
           05  FILLER                  PIC X(05) VALUE " WO# ".
           05  DTL-WO-O                PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE " AMT ".
           05  DTL-AMOUNT-O            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE " BY ".
           05  DTL-ENTERED-O           PIC X(08).
           05  FILLER                  PIC X(06) VALUE " APPR ".
           05  DTL-APPROVED-O          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-RESULT-O            PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-REASON-O            PIC X(20).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-BUCKET-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "181-UP ".
           05  BKL-181-UP-O            PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(09) VALUE "  91-180 ".
           05  BKL-91-180-O            PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(08) VALUE "  61-90 ".
           05  BKL-61-90-O             PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(08) VALUE "  31-60 ".
           05  BKL-31-60-O             PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(08) VALUE "  11-30 ".
           05  BKL-11-30-O             PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(12) VALUE "WRITE-OFFS: ".
           05  TOT-WO-COUNT-O          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TOT-WO-DOLLARS-O        PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(14)
                 VALUE "  RECOVERIES: ".
           05  TOT-RC-COUNT-O          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TOT-RC-DOLLARS-O        PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED-O          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * TABLE THE WRITE-OFF HISTORY AND THE DAY'S TRANSACTIONS,
      * CLEAR EACH TRANSACTION'S TWO OPERATORS, POST THE RECOVERIES,
      * TAKE THE WRITE-OFFS OFF THE AGING AS THE BALANCE FILE IS
      * COPIED FORWARD, ADD THE DAY'S EVENTS TO THE HISTORY FILE AND
      * LIST EVERY TRANSACTION.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

           IF WOH-OPENED
               READ WO-HIST-FILE
                   AT END SET END-OF-WOH TO TRUE
               END-READ
               PERFORM 100-LOAD-HISTORY THRU 100-EXIT
                   UNTIL END-OF-WOH
               CLOSE WO-HIST-FILE
           END-IF.
           OPEN EXTEND WO-HIST-FILE.

           READ WO-TRANS-FILE
               AT END SET END-OF-TRANS TO TRUE.
           PERFORM 150-LOAD-TRANSACTION THRU 150-EXIT
               UNTIL END-OF-TRANS.

           PERFORM 300-POST-RECOVERY THRU 300-EXIT
               VARYING WS-TRN-SUB FROM 1 BY 1
               UNTIL WS-TRN-SUB > WS-TRN-COUNT.

           READ SUPPLR-BAL-IN
               AT END SET END-OF-BAL TO TRUE.
           PERFORM 400-POST-TO-SUPPLIER THRU 400-EXIT
               UNTIL END-OF-BAL.
           PERFORM 450-CHECK-UNPOSTED THRU 450-EXIT
               VARYING WS-TRN-SUB FROM 1 BY 1
               UNTIL WS-TRN-SUB > WS-TRN-COUNT.

           MOVE "BAD-DEBT WRITE-OFF AND RECOVERY POSTING"
               TO RPT-TITLE-O.
           MOVE WS-TODAY TO RPT-DATE-O.
           WRITE WORPT-REC FROM WS-TITLE-LINE.
           WRITE WORPT-REC FROM WS-BLANK-LINE.
           PERFORM 500-REPORT-TRANSACTION THRU 500-EXIT
               VARYING WS-TRN-SUB FROM 1 BY 1
               UNTIL WS-TRN-SUB > WS-TRN-COUNT.
           MOVE WS-WRITE-OFFS TO TOT-WO-COUNT-O.
           MOVE WS-WO-DOLLARS TO TOT-WO-DOLLARS-O.
           MOVE WS-RECOVERIES TO TOT-RC-COUNT-O.
           MOVE WS-RC-DOLLARS TO TOT-RC-DOLLARS-O.
           MOVE WS-REJECTED TO TOT-REJECTED-O.
           WRITE WORPT-REC FROM WS-BLANK-LINE.
           WRITE WORPT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       100-LOAD-HISTORY.
      **** THE NEXT WRITE-OFF NUMBER FOLLOWS THE HIGHEST ON FILE.
           MOVE "100-LOAD-HISTORY" TO PARA-NAME.
           ADD 1 TO WS-HIST-LOADED.
           IF WH-WO-NUMBER > WS-LAST-WO-NO
               MOVE WH-WO-NUMBER TO WS-LAST-WO-NO.
           IF WH-WRITE-OFF
               IF WS-WOT-COUNT NOT < 500
                   DISPLAY "WRITE-OFF TABLE FULL - " WH-WO-NUMBER
                   MOVE 4 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-WOT-COUNT
                   MOVE WH-WO-NUMBER TO WOT-WO-NUMBER (WS-WOT-COUNT)
                   MOVE WH-SUPPLR-NO TO WOT-SUPPLR-NO (WS-WOT-COUNT)
                   MOVE WH-AMOUNT TO WOT-AMOUNT (WS-WOT-COUNT)
                   MOVE ZERO TO WOT-RECOVERED (WS-WOT-COUNT)
               END-IF
           ELSE
               PERFORM 320-FIND-WRITE-OFF THRU 320-EXIT
               IF WS-WO-FOUND
                   ADD WH-AMOUNT TO WOT-RECOVERED (WS-WOT-SUB)
               END-IF
           END-IF.
           READ WO-HIST-FILE
               AT END SET END-OF-WOH TO TRUE.
       100-EXIT.
           EXIT.

       150-LOAD-TRANSACTION.
      **** BOTH OPERATORS ARE CLEARED HERE - THE ONE WHO KEYED THE
      **** TRANSACTION AND A DIFFERENT ONE WHO APPROVED IT.
           MOVE "150-LOAD-TRANSACTION" TO PARA-NAME.
           ADD 1 TO WS-TRANS-READ.
           IF WS-TRN-COUNT NOT < 500
               DISPLAY "OVER 500 WRITE-OFF TRANSACTIONS - DROPPED "
                   WT-SUPPLR-NO
               MOVE 8 TO RETURN-CODE
               GO TO 150-NEXT.
           ADD 1 TO WS-TRN-COUNT.
           MOVE SPACES TO WS-TRN-ENTRY (WS-TRN-COUNT).
           MOVE WT-TRAN-TYPE TO TRN-TRAN-TYPE (WS-TRN-COUNT).
           MOVE WT-SUPPLR-NO TO TRN-SUPPLR-NO (WS-TRN-COUNT).
           MOVE WT-ENTERED-BY TO TRN-ENTERED-BY (WS-TRN-COUNT).
           MOVE WT-APPROVED-BY TO TRN-APPROVED-BY (WS-TRN-COUNT).
           MOVE WT-REASON TO TRN-REASON (WS-TRN-COUNT).
           MOVE WT-REFERENCE TO TRN-REFERENCE (WS-TRN-COUNT).
           MOVE ZERO TO TRN-AMOUNT (WS-TRN-COUNT)
                        TRN-WO-NUMBER (WS-TRN-COUNT).
           MOVE ZERO TO TRN-181-UP-AMT (WS-TRN-COUNT)
                        TRN-91-180-AMT (WS-TRN-COUNT)
                        TRN-61-90-AMT (WS-TRN-COUNT)
                        TRN-31-60-AMT (WS-TRN-COUNT)
                        TRN-11-30-AMT (WS-TRN-COUNT).
           MOVE "N" TO TRN-STATUS-SW (WS-TRN-COUNT).
           IF NOT WT-WRITE-OFF AND NOT WT-RECOVERY
               MOVE "REJECTED - BAD TRAN TYPE"
                   TO TRN-RESULT (WS-TRN-COUNT)
               GO TO 150-NEXT.
           IF WT-SUPPLR-NO = SPACES
               MOVE "REJECTED - NO SUPPLIER NUMBER"
                   TO TRN-RESULT (WS-TRN-COUNT)
               GO TO 150-NEXT.
           IF WT-AMOUNT NOT NUMERIC OR WT-AMOUNT = ZERO
               MOVE "REJECTED - INVALID AMOUNT"
                   TO TRN-RESULT (WS-TRN-COUNT)
               GO TO 150-NEXT.
           MOVE WT-AMOUNT TO TRN-AMOUNT (WS-TRN-COUNT).
           IF WT-RECOVERY
               IF WT-WO-NUMBER NOT NUMERIC OR WT-WO-NUMBER = ZERO
                   MOVE "REJECTED - NO WRITE-OFF NUMBER"
                       TO TRN-RESULT (WS-TRN-COUNT)
                   GO TO 150-NEXT
               END-IF
               MOVE WT-WO-NUMBER TO TRN-WO-NUMBER (WS-TRN-COUNT)
           END-IF.
           IF WT-ENTERED-BY = WT-APPROVED-BY
               MOVE "REJECTED - SAME OPERATOR TWICE"
                   TO TRN-RESULT (WS-TRN-COUNT)
               GO TO 150-NEXT.
           MOVE WT-ENTERED-BY TO OPR-USER-ID.
           PERFORM 160-CHECK-OPERATOR THRU 160-EXIT.
           IF OPR-RETURN-CD NOT = ZERO
               GO TO 150-NEXT.
           MOVE WT-APPROVED-BY TO OPR-USER-ID.
           PERFORM 160-CHECK-OPERATOR THRU 160-EXIT.
           IF OPR-RETURN-CD NOT = ZERO
               GO TO 150-NEXT.
           MOVE "P" TO TRN-STATUS-SW (WS-TRN-COUNT).
       150-NEXT.
           READ WO-TRANS-FILE
               AT END SET END-OF-TRANS TO TRUE.
       150-EXIT.
           EXIT.

       160-CHECK-OPERATOR.
           CALL "OPRAUTH" USING OPR-USER-ID
                                OPR-FILE-CODE
                                OPR-RETURN-CD.
           IF OPR-RETURN-CD = ZERO
               GO TO 160-EXIT.
           MOVE SPACES TO TRN-RESULT (WS-TRN-COUNT).
           EVALUATE OPR-RETURN-CD
               WHEN 4
                   STRING "REJECTED - UNKNOWN " OPR-USER-ID
                       DELIMITED BY SIZE
                       INTO TRN-RESULT (WS-TRN-COUNT)
               WHEN 8
                   STRING "REJECTED - INACTIVE " OPR-USER-ID
                       DELIMITED BY SIZE
                       INTO TRN-RESULT (WS-TRN-COUNT)
               WHEN 12
                   STRING "REJECTED - NO AUTH " OPR-USER-ID
                       DELIMITED BY SIZE
                       INTO TRN-RESULT (WS-TRN-COUNT)
               WHEN OTHER
                   MOVE "REJECTED - OPERATOR MISSING"
                       TO TRN-RESULT (WS-TRN-COUNT)
           END-EVALUATE.
       160-EXIT.
           EXIT.

       300-POST-RECOVERY.
      **** A RECOVERY MUST NAME A WRITE-OFF OF THE SAME SUPPLIER AND
      **** MAY NOT BRING BACK MORE THAN WAS WRITTEN OFF.
           MOVE "300-POST-RECOVERY" TO PARA-NAME.
           IF NOT TRN-RECOVERY (WS-TRN-SUB)
                   OR NOT TRN-PENDING (WS-TRN-SUB)
               GO TO 300-EXIT.
           MOVE TRN-WO-NUMBER (WS-TRN-SUB) TO WH-WO-NUMBER.
           PERFORM 320-FIND-WRITE-OFF THRU 320-EXIT.
           IF NOT WS-WO-FOUND
               MOVE "N" TO TRN-STATUS-SW (WS-TRN-SUB)
               MOVE "REJECTED - NO SUCH WRITE-OFF"
                   TO TRN-RESULT (WS-TRN-SUB)
               GO TO 300-EXIT.
           IF WOT-SUPPLR-NO (WS-WOT-SUB)
                   NOT = TRN-SUPPLR-NO (WS-TRN-SUB)
               MOVE "N" TO TRN-STATUS-SW (WS-TRN-SUB)
               MOVE "REJECTED - OTHER SUPPLIER'S WO"
                   TO TRN-RESULT (WS-TRN-SUB)
               GO TO 300-EXIT.
           COMPUTE WS-OPEN-TO-RECOVER = WOT-AMOUNT (WS-WOT-SUB)
                                      - WOT-RECOVERED (WS-WOT-SUB).
           IF TRN-AMOUNT (WS-TRN-SUB) > WS-OPEN-TO-RECOVER
               MOVE "N" TO TRN-STATUS-SW (WS-TRN-SUB)
               MOVE "REJECTED - OVER WRITTEN OFF"
                   TO TRN-RESULT (WS-TRN-SUB)
               GO TO 300-EXIT.
           ADD TRN-AMOUNT (WS-TRN-SUB) TO WOT-RECOVERED (WS-WOT-SUB).
           MOVE "Y" TO TRN-STATUS-SW (WS-TRN-SUB).
           IF WOT-RECOVERED (WS-WOT-SUB) = WOT-AMOUNT (WS-WOT-SUB)
               MOVE "RECOVERED - WRITE-OFF IN FULL"
                   TO TRN-RESULT (WS-TRN-SUB)
           ELSE
               MOVE "RECOVERED - PARTIAL"
                   TO TRN-RESULT (WS-TRN-SUB)
           END-IF.
           PERFORM 350-WRITE-HISTORY THRU 350-EXIT.
           ADD 1 TO WS-RECOVERIES.
           ADD TRN-AMOUNT (WS-TRN-SUB) TO WS-RC-DOLLARS.
       300-EXIT.
           EXIT.

       320-FIND-WRITE-OFF.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-WOT-SUB FROM 1 BY 1
                   UNTIL WS-WOT-SUB > WS-WOT-COUNT
                      OR WS-WO-FOUND
               IF WOT-WO-NUMBER (WS-WOT-SUB) = WH-WO-NUMBER
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-WO-FOUND
               SUBTRACT 1 FROM WS-WOT-SUB
           END-IF.
       320-EXIT.
           EXIT.

       350-WRITE-HISTORY.
           MOVE "350-WRITE-HISTORY" TO PARA-NAME.
           MOVE SPACES TO WRITE-OFF-HIST-REC.
           MOVE TRN-WO-NUMBER (WS-TRN-SUB) TO WH-WO-NUMBER.
           MOVE TRN-TRAN-TYPE (WS-TRN-SUB) TO WH-EVENT-TYPE.
           MOVE TRN-SUPPLR-NO (WS-TRN-SUB) TO WH-SUPPLR-NO.
           MOVE WS-TODAY TO WH-EVENT-DATE.
           MOVE TRN-AMOUNT (WS-TRN-SUB) TO WH-AMOUNT.
           MOVE TRN-181-UP-AMT (WS-TRN-SUB) TO WH-181-UP-AMT.
           MOVE TRN-91-180-AMT (WS-TRN-SUB) TO WH-91-180-AMT.
           MOVE TRN-61-90-AMT (WS-TRN-SUB) TO WH-61-90-AMT.
           MOVE TRN-31-60-AMT (WS-TRN-SUB) TO WH-31-60-AMT.
           MOVE TRN-11-30-AMT (WS-TRN-SUB) TO WH-11-30-AMT.
           MOVE TRN-ENTERED-BY (WS-TRN-SUB) TO WH-ENTERED-BY.
           MOVE TRN-APPROVED-BY (WS-TRN-SUB) TO WH-APPROVED-BY.
           MOVE TRN-REASON (WS-TRN-SUB) TO WH-REASON.
           MOVE TRN-REFERENCE (WS-TRN-SUB) TO WH-REFERENCE.
           WRITE WRITE-OFF-HIST-REC.
       350-EXIT.
           EXIT.

       400-POST-TO-SUPPLIER.
      **** THE AGING IS KEPT AT THE HEADQUARTERS LEVEL (FIRST THREE
      **** OF THE SUPPLIER NUMBER).
           MOVE "400-POST-TO-SUPPLIER" TO PARA-NAME.
           PERFORM 410-WRITE-OFF-ONE THRU 410-EXIT
               VARYING WS-TRN-SUB FROM 1 BY 1
               UNTIL WS-TRN-SUB > WS-TRN-COUNT.
           WRITE SUPPLR-BAL-REC-OUT FROM SUPPLR-BAL-REC.
           READ SUPPLR-BAL-IN
               AT END SET END-OF-BAL TO TRUE.
       400-EXIT.
           EXIT.

       410-WRITE-OFF-ONE.
      **** A WRITE-OFF MAY NOT EXCEED THE AGED BALANCE.  IT IS TAKEN
      **** OLDEST BUCKET FIRST; EACH BUCKET'S SHARE COMES OFF THE NET
      **** AND GROSS SIDE ALIKE, AND THE WHOLE AMOUNT OFF THE NET AND
      **** GROSS RECEIVABLE.
           IF NOT TRN-WRITE-OFF (WS-TRN-SUB)
                   OR NOT TRN-PENDING (WS-TRN-SUB)
               GO TO 410-EXIT.
           IF TRN-SUPPLR-NO (WS-TRN-SUB) (1:3)
                   NOT = SUPPLR-BAL-SUPPLR-NO
               GO TO 410-EXIT.
           COMPUTE WS-AGED-BALANCE = SUPPLR-BAL-BILLING-11-30
                                   + SUPPLR-BAL-BILLING-31-60
                                   + SUPPLR-BAL-BILLING-61-90
                                   + SUPPLR-BAL-BILLING-91-180
                                   + SUPPLR-BAL-BILLING-181-UP.
           IF TRN-AMOUNT (WS-TRN-SUB) > WS-AGED-BALANCE
               MOVE "N" TO TRN-STATUS-SW (WS-TRN-SUB)
               MOVE "REJECTED - OVER AGED BALANCE"
                   TO TRN-RESULT (WS-TRN-SUB)
               GO TO 410-EXIT.
           MOVE TRN-AMOUNT (WS-TRN-SUB) TO WS-REMAINING.
           MOVE SUPPLR-BAL-BILLING-181-UP TO WS-BUCKET.
           PERFORM 420-TAKE-FROM-BUCKET THRU 420-EXIT.
           SUBTRACT WS-TAKE FROM SUPPLR-BAL-BILLING-181-UP
                                 SUPPLR-BAL-BILLING-181-UP-G.
           MOVE WS-TAKE TO TRN-181-UP-AMT (WS-TRN-SUB).
           MOVE SUPPLR-BAL-BILLING-91-180 TO WS-BUCKET.
           PERFORM 420-TAKE-FROM-BUCKET THRU 420-EXIT.
           SUBTRACT WS-TAKE FROM SUPPLR-BAL-BILLING-91-180
                                 SUPPLR-BAL-BILLING-91-180-G.
           MOVE WS-TAKE TO TRN-91-180-AMT (WS-TRN-SUB).
           MOVE SUPPLR-BAL-BILLING-61-90 TO WS-BUCKET.
           PERFORM 420-TAKE-FROM-BUCKET THRU 420-EXIT.
           SUBTRACT WS-TAKE FROM SUPPLR-BAL-BILLING-61-90
                                 SUPPLR-BAL-BILLING-61-90-G.
           MOVE WS-TAKE TO TRN-61-90-AMT (WS-TRN-SUB).
           MOVE SUPPLR-BAL-BILLING-31-60 TO WS-BUCKET.
           PERFORM 420-TAKE-FROM-BUCKET THRU 420-EXIT.
           SUBTRACT WS-TAKE FROM SUPPLR-BAL-BILLING-31-60
                                 SUPPLR-BAL-BILLING-31-60-G.
           MOVE WS-TAKE TO TRN-31-60-AMT (WS-TRN-SUB).
           MOVE SUPPLR-BAL-BILLING-11-30 TO WS-BUCKET.
           PERFORM 420-TAKE-FROM-BUCKET THRU 420-EXIT.
           SUBTRACT WS-TAKE FROM SUPPLR-BAL-BILLING-11-30
                                 SUPPLR-BAL-BILLING-11-30-G.
           MOVE WS-TAKE TO TRN-11-30-AMT (WS-TRN-SUB).
           SUBTRACT TRN-AMOUNT (WS-TRN-SUB) FROM SUPPLR-BAL-GROSS-REC
                                                SUPPLR-BAL-NET-REC.
           ADD 1 TO WS-LAST-WO-NO.
           MOVE WS-LAST-WO-NO TO TRN-WO-NUMBER (WS-TRN-SUB).
           MOVE "Y" TO TRN-STATUS-SW (WS-TRN-SUB).
           MOVE "WRITTEN OFF" TO TRN-RESULT (WS-TRN-SUB).
           PERFORM 350-WRITE-HISTORY THRU 350-EXIT.
           IF WS-WOT-COUNT < 500
               ADD 1 TO WS-WOT-COUNT
               MOVE WS-LAST-WO-NO TO WOT-WO-NUMBER (WS-WOT-COUNT)
               MOVE TRN-SUPPLR-NO (WS-TRN-SUB)
                   TO WOT-SUPPLR-NO (WS-WOT-COUNT)
               MOVE TRN-AMOUNT (WS-TRN-SUB)
                   TO WOT-AMOUNT (WS-WOT-COUNT)
               MOVE ZERO TO WOT-RECOVERED (WS-WOT-COUNT)
           END-IF.
           ADD 1 TO WS-WRITE-OFFS.
           ADD TRN-AMOUNT (WS-TRN-SUB) TO WS-WO-DOLLARS.
       410-EXIT.
           EXIT.

       420-TAKE-FROM-BUCKET.
      **** TAKE AS MUCH OF WHAT IS LEFT AS THE BUCKET HOLDS; A
      **** BUCKET AT OR BELOW ZERO GIVES NOTHING.
           MOVE ZERO TO WS-TAKE.
           IF WS-REMAINING NOT > ZERO OR WS-BUCKET NOT > ZERO
               GO TO 420-EXIT.
           IF WS-BUCKET < WS-REMAINING
               MOVE WS-BUCKET TO WS-TAKE
           ELSE
               MOVE WS-REMAINING TO WS-TAKE
           END-IF.
           SUBTRACT WS-TAKE FROM WS-REMAINING.
       420-EXIT.
           EXIT.

       450-CHECK-UNPOSTED.
      **** A WRITE-OFF FOR A SUPPLIER WITH NO BALANCE RECORD HAD
      **** NOTHING TO COME OFF.
           IF TRN-WRITE-OFF (WS-TRN-SUB) AND TRN-PENDING (WS-TRN-SUB)
               MOVE "N" TO TRN-STATUS-SW (WS-TRN-SUB)
               MOVE "REJECTED - NO BALANCE RECORD"
                   TO TRN-RESULT (WS-TRN-SUB)
           END-IF.
       450-EXIT.
           EXIT.

       500-REPORT-TRANSACTION.
           MOVE "500-REPORT-TRANSACTION" TO PARA-NAME.
           IF TRN-WRITE-OFF (WS-TRN-SUB)
               MOVE "WRITEOFF" TO DTL-TYPE-O
           ELSE
               IF TRN-RECOVERY (WS-TRN-SUB)
                   MOVE "RECOVERY" TO DTL-TYPE-O
               ELSE
                   MOVE TRN-TRAN-TYPE (WS-TRN-SUB) TO DTL-TYPE-O
               END-IF
           END-IF.
           MOVE TRN-SUPPLR-NO (WS-TRN-SUB) TO DTL-SUPPLR-O.
           MOVE TRN-WO-NUMBER (WS-TRN-SUB) TO DTL-WO-O.
           MOVE TRN-AMOUNT (WS-TRN-SUB) TO DTL-AMOUNT-O.
           MOVE TRN-ENTERED-BY (WS-TRN-SUB) TO DTL-ENTERED-O.
           MOVE TRN-APPROVED-BY (WS-TRN-SUB) TO DTL-APPROVED-O.
           MOVE TRN-RESULT (WS-TRN-SUB) TO DTL-RESULT-O.
           MOVE TRN-REASON (WS-TRN-SUB) TO DTL-REASON-O.
           WRITE WORPT-REC FROM WS-DETAIL-LINE.
           IF TRN-REJECTED (WS-TRN-SUB)
               ADD 1 TO WS-REJECTED
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 500-EXIT.
           IF TRN-WRITE-OFF (WS-TRN-SUB)
               MOVE TRN-181-UP-AMT (WS-TRN-SUB) TO BKL-181-UP-O
               MOVE TRN-91-180-AMT (WS-TRN-SUB) TO BKL-91-180-O
               MOVE TRN-61-90-AMT (WS-TRN-SUB) TO BKL-61-90-O
               MOVE TRN-31-60-AMT (WS-TRN-SUB) TO BKL-31-60-O
               MOVE TRN-11-30-AMT (WS-TRN-SUB) TO BKL-11-30-O
               WRITE WORPT-REC FROM WS-BUCKET-LINE
           END-IF.
       500-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT WO-TRANS-FILE WO-HIST-FILE SUPPLR-BAL-IN.
           OPEN OUTPUT SUPPLR-BAL-OUT WORPT.
           DISPLAY "WOPOST OPEN FILES".
           DISPLAY TRANS-STATUS.
           DISPLAY WOH-STATUS.
           DISPLAY BALI-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE WO-TRANS-FILE WO-HIST-FILE SUPPLR-BAL-IN
                 SUPPLR-BAL-OUT WORPT.
           DISPLAY "WOPOST FILES CLOSED".
           DISPLAY "HISTORY RECORDS READ   " WS-HIST-LOADED.
           DISPLAY "TRANSACTIONS READ      " WS-TRANS-READ.
           DISPLAY "WRITE-OFFS POSTED      " WS-WRITE-OFFS.
           DISPLAY "RECOVERIES POSTED      " WS-RECOVERIES.
           DISPLAY "TRANSACTIONS REJECTED  " WS-REJECTED.
       900-EXIT.
           EXIT.
