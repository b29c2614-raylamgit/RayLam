       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  REINBORD.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  QUARTERLY REINSURANCE
      *                BORDEREAU.  READS THE ACCUMULATED WEEKLY CESSION
      *                EXTRACTS (CESSEXT) FROM INSUREDCLAIM, LISTS EVERY
      *                CEDED CLAIM NOT YET BILLED BY TREATY WITH THE
      *                REINSURER FROM TRTYTBL, AND OPENS ONE RECEIVABLE
      *                PER CEDED CLAIM ON THE RECOVERABLE LEDGER
      *                (RECOVLDG) FOR REINRECV TO COLLECT AND AGE.
      *                A CLAIM ALREADY ON THE LEDGER IS NEVER BILLED
      *                TWICE, SO A RERUN OR AN OVERLAPPING SET OF
      *                EXTRACTS IS HARMLESS.
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

           SELECT TREATY-TABLE-FILE
           ASSIGN TO TRTYTBL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TT-STATUS.

           SELECT CESSION-EXTRACT-FILE
           ASSIGN TO CESSEXT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CSX-STATUS.

           SELECT RECOVERABLE-LEDGER
           ASSIGN TO RECOVLDG
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS RL-KEY
             FILE STATUS IS RL-STATUS-CD.

           SELECT BORDEREAU-REPORT
           ASSIGN TO UT-S-BORDRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT BORDEREAU-SORT-FILE
           ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARM-REC.
       01  PARM-REC.
           05  PRM-QUARTER-END             PIC 9(08).
           05  FILLER                      PIC X(72).

       FD  TREATY-TABLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY TRTYTBL.

       FD  CESSION-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CESSEXT.

       FD  RECOVERABLE-LEDGER
           RECORD CONTAINS 80 CHARACTERS.
       COPY RECOVLDG.

       FD  BORDEREAU-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BORDEREAU-REPORT-REC.
       01  BORDEREAU-REPORT-REC  PIC X(133).

      **** ONE RECORD PER CEDED CLAIM SELECTED FOR THE QUARTER, IN
      **** TREATY ORDER FOR THE BORDEREAU.
       SD  BORDEREAU-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BORDEREAU-SORT-REC.
       01  BORDEREAU-SORT-REC.
           05  BX-TREATY-CODE              PIC X(06).
           05  BX-CONTRACT-NO              PIC 9(07).
           05  BX-CLAIM-DATE               PIC 9(06).
           05  BX-FACE-AMOUNT              PIC 9(7)V99.
           05  BX-CEDED-SHARE              PIC 9(7)V99.
           05  BX-CLAIM-AMOUNT             PIC 9(7)V99.
           05  BX-RIDER-PORTION            PIC 9(7)V99.
           05  BX-EXTRACT-DATE             PIC 9(08).
           05  FILLER                      PIC X(17).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  TT-STATUS               PIC X(2).
               88 END-OF-TRTY     VALUE "10".
           05  CSX-STATUS              PIC X(2).
               88 END-OF-CSX      VALUE "10".
           05  RL-STATUS-CD            PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-CCYY             PIC 9(04).
               10  WS-RUN-MM               PIC 9(02).
               10  WS-RUN-DD               PIC 9(02).
           05  WS-QTR-END                  PIC 9(08) VALUE ZERO.
           05  WS-QTR-END-R REDEFINES WS-QTR-END.
               10  WS-QTR-END-CCYY         PIC 9(04).
               10  WS-QTR-END-MM           PIC 9(02).
               10  WS-QTR-END-DD           PIC 9(02).
           05  WS-QTR-START                PIC 9(08) VALUE ZERO.
           05  WS-QTR-START-R REDEFINES WS-QTR-START.
               10  WS-QTR-START-CCYY       PIC 9(04).
               10  WS-QTR-START-MM         PIC 9(02).
               10  WS-QTR-START-DD         PIC 9(02).
           05  WS-SORT-DONE-SW             PIC X(01) VALUE "N".
               88  WS-SORT-DONE               VALUE "Y".
           05  WS-TT-SUB                   PIC 9(03) VALUE ZERO.
           05  WS-TT-FOUND-SW              PIC X(01) VALUE "N".
               88  WS-TT-FOUND                VALUE "Y".
           05  WS-FIND-TREATY              PIC X(06) VALUE SPACES.
           05  WS-PREV-TREATY              PIC X(06) VALUE SPACES.

       01  BORDEREAU-COUNTERS.
           05  WS-CSX-READ                 PIC 9(07) VALUE ZERO.
           05  WS-AFTER-QTR                PIC 9(07) VALUE ZERO.
           05  WS-ALREADY-BILLED           PIC 9(07) VALUE ZERO.
           05  WS-NO-TREATY                PIC 9(07) VALUE ZERO.
           05  WS-BILLED-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-BILLED-AMT               PIC 9(10)V99 VALUE ZERO.
           05  WS-TREATY-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-TREATY-SHARE             PIC 9(10)V99 VALUE ZERO.
           05  WS-TREATY-AMT               PIC 9(10)V99 VALUE ZERO.

      **** THE TRTYTBL ROWS, ONE PER TREATY.
       01  TREATY-TABLE-AREA.
           05  WS-TT-COUNT                 PIC 9(03) VALUE ZERO.
           05  WS-TT-ENTRY OCCURS 50 TIMES.
               10  TTT-TREATY-CODE         PIC X(06).
               10  TTT-TREATY-NAME         PIC X(30).
               10  TTT-REINSURER-ID        PIC X(06).
               10  TTT-REINSURER-NAME      PIC X(30).

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(46)
                 VALUE "REINSURANCE CLAIMS BORDEREAU - QUARTER ENDING ".
           05  HDG-QTR-END                 PIC 9(08).
           05  FILLER                      PIC X(79) VALUE SPACES.

       01  WS-TREATY-LINE.
           05  FILLER                      PIC X(08) VALUE "TREATY  ".
           05  TRL-TREATY-CODE             PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  TRL-TREATY-NAME             PIC X(30).
           05  FILLER                      PIC X(13)
                 VALUE "  REINSURER  ".
           05  TRL-REINSURER-ID            PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  TRL-REINSURER-NAME          PIC X(30).
           05  FILLER                      PIC X(36) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(40)
                 VALUE " CONTRACT     CLAIM DT     POLICY FACE".
           05  FILLER                      PIC X(40)
                 VALUE "     CEDED SHARE       RECOVERABLE    RI".
           05  FILLER                      PIC X(40)
                 VALUE "DER PORTION  CEDED ON".
           05  FILLER                      PIC X(13) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-CONTRACT-NO             PIC 9(07).
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  DTL-CLAIM-DATE              PIC 99/99/99.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  DTL-FACE-AMOUNT             PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  DTL-CEDED-SHARE             PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  DTL-CLAIM-AMOUNT            PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DTL-RIDER-PORTION           PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-EXTRACT-DATE            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-NOTE                    PIC X(30).

       01  WS-TREATY-TOTAL-LINE.
           05  FILLER                      PIC X(16)
                 VALUE "  TREATY TOTAL  ".
           05  TTL-TREATY-CODE             PIC X(06).
           05  FILLER                      PIC X(09) VALUE "  CLAIMS ".
           05  TTL-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(15)
                 VALUE "  CEDED SHARE  ".
           05  TTL-SHARE                   PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(15)
                 VALUE "  RECOVERABLE  ".
           05  TTL-AMOUNT                  PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTALS-LINE-1.
           05  FILLER                  PIC X(16)
                 VALUE "CESSIONS READ: ".
           05  TOT-READ                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  BILLED: ".
           05  TOT-BILLED              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(20)
                 VALUE "  PREVIOUSLY BILLED:".
           05  TOT-ALREADY             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(18)
                 VALUE "  AFTER QUARTER: ".
           05  TOT-AFTER               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(14)
                 VALUE "  NO TREATY: ".
           05  TOT-NO-TREATY           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-TOTALS-LINE-2.
           05  FILLER                  PIC X(29)
                 VALUE "RECOVERABLES OPENED THIS RUN:".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TOT-BILLED-AMT          PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * FIX THE QUARTER, LOAD THE TREATY TABLE, SORT THE CEDED CLAIMS
      * DUE FOR BILLING BY TREATY, THEN LIST THEM BY TREATY AND OPEN
      * A RECEIVABLE ON THE RECOVERABLE LEDGER FOR EACH.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.
           PERFORM 060-LOAD-TREATY-TABLE THRU 060-EXIT
               UNTIL END-OF-TRTY.

           MOVE WS-QTR-END TO HDG-QTR-END.
           WRITE BORDEREAU-REPORT-REC FROM WS-HEADING-LINE.

           SORT BORDEREAU-SORT-FILE
               ASCENDING KEY BX-TREATY-CODE BX-CONTRACT-NO
                             BX-CLAIM-DATE
               INPUT PROCEDURE 200-SELECT-CESSIONS THRU 200-EXIT
               OUTPUT PROCEDURE 500-WRITE-BORDEREAU THRU 500-EXIT.

           WRITE BORDEREAU-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-CSX-READ TO TOT-READ.
           MOVE WS-BILLED-COUNT TO TOT-BILLED.
           MOVE WS-ALREADY-BILLED TO TOT-ALREADY.
           MOVE WS-AFTER-QTR TO TOT-AFTER.
           MOVE WS-NO-TREATY TO TOT-NO-TREATY.
           WRITE BORDEREAU-REPORT-REC FROM WS-TOTALS-LINE-1.
           MOVE WS-BILLED-AMT TO TOT-BILLED-AMT.
           WRITE BORDEREAU-REPORT-REC FROM WS-TOTALS-LINE-2.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** THE CARD GIVES THE LAST DAY OF THE QUARTER TO BILL.  WITH
      **** NO CARD THE QUARTER IS THE LAST ONE ENDED BEFORE TODAY.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
                   AND PRM-QUARTER-END NUMERIC
                   AND PRM-QUARTER-END > ZERO
               MOVE PRM-QUARTER-END TO WS-QTR-END
           ELSE
               MOVE WS-RUN-CCYY TO WS-QTR-END-CCYY
               EVALUATE TRUE
                   WHEN WS-RUN-MM < 4
                       SUBTRACT 1 FROM WS-QTR-END-CCYY
                       MOVE 12 TO WS-QTR-END-MM
                       MOVE 31 TO WS-QTR-END-DD
                   WHEN WS-RUN-MM < 7
                       MOVE 03 TO WS-QTR-END-MM
                       MOVE 31 TO WS-QTR-END-DD
                   WHEN WS-RUN-MM < 10
                       MOVE 06 TO WS-QTR-END-MM
                       MOVE 30 TO WS-QTR-END-DD
                   WHEN OTHER
                       MOVE 09 TO WS-QTR-END-MM
                       MOVE 30 TO WS-QTR-END-DD
               END-EVALUATE
           END-IF.
           MOVE WS-QTR-END-CCYY TO WS-QTR-START-CCYY.
           COMPUTE WS-QTR-START-MM = WS-QTR-END-MM - 2.
           MOVE 01 TO WS-QTR-START-DD.
           DISPLAY "REINBORD QUARTER " WS-QTR-START " - " WS-QTR-END.
       050-EXIT.
           EXIT.

       060-LOAD-TREATY-TABLE.
      **** THE FIRST ROW FOR A TREATY IS THE ONE THAT COUNTS.
           MOVE "060-LOAD-TREATY-TABLE" TO PARA-NAME.
           READ TREATY-TABLE-FILE
               AT END
                   SET END-OF-TRTY TO TRUE
                   GO TO 060-EXIT
           END-READ.
           MOVE TT-TREATY-CODE TO WS-FIND-TREATY.
           PERFORM 150-FIND-TREATY THRU 150-EXIT.
           IF WS-TT-FOUND
               DISPLAY "REINBORD TRTYTBL DUPLICATE TREATY - IGNORED "
                   TT-TREATY-CODE
               MOVE 4 TO RETURN-CODE
               GO TO 060-EXIT.
           IF WS-TT-COUNT < 50
               ADD 1 TO WS-TT-COUNT
               MOVE TT-TREATY-CODE TO TTT-TREATY-CODE (WS-TT-COUNT)
               MOVE TT-TREATY-NAME TO TTT-TREATY-NAME (WS-TT-COUNT)
               MOVE TT-REINSURER-ID TO TTT-REINSURER-ID (WS-TT-COUNT)
               MOVE TT-REINSURER-NAME
                   TO TTT-REINSURER-NAME (WS-TT-COUNT)
           ELSE
               DISPLAY "REINBORD TRTYTBL TABLE FULL AT 50 - IGNORED "
                   TT-TREATY-CODE
               MOVE 4 TO RETURN-CODE
           END-IF.
       060-EXIT.
           EXIT.

       150-FIND-TREATY.
           MOVE "150-FIND-TREATY" TO PARA-NAME.
           MOVE "N" TO WS-TT-FOUND-SW.
           PERFORM VARYING WS-TT-SUB FROM 1 BY 1
                   UNTIL WS-TT-SUB > WS-TT-COUNT
                      OR WS-TT-FOUND
               IF TTT-TREATY-CODE (WS-TT-SUB) = WS-FIND-TREATY
                   SET WS-TT-FOUND TO TRUE
               END-IF
           END-PERFORM.
      **** THE VARYING LEAVES THE SUBSCRIPT ONE PAST THE MATCH.
           IF WS-TT-FOUND
               SUBTRACT 1 FROM WS-TT-SUB
           END-IF.
       150-EXIT.
           EXIT.

       200-SELECT-CESSIONS.
           MOVE "200-SELECT-CESSIONS" TO PARA-NAME.
           READ CESSION-EXTRACT-FILE
               AT END SET END-OF-CSX TO TRUE.
           PERFORM 250-SELECT-ONE THRU 250-EXIT
               UNTIL END-OF-CSX.
       200-EXIT.
           EXIT.

       250-SELECT-ONE.
      **** EVERYTHING CEDED UP TO THE END OF THE QUARTER IS A
      **** CANDIDATE - NOT JUST THE QUARTER ITSELF - SO A CLAIM MISSED
      **** BY AN EARLIER RUN (NO TREATY ROW AT THE TIME, EXTRACT
      **** RECEIVED LATE) IS PICKED UP.  THE LEDGER KEEPS OUT
      **** ANYTHING ALREADY BILLED.  AN EXTRACT WITH NO CEDED DATE
      **** PREDATES THE FIELD AND IS A CANDIDATE AS WELL.
           MOVE "250-SELECT-ONE" TO PARA-NAME.
           ADD 1 TO WS-CSX-READ.
           IF CSX-CLAIM-AMOUNT NOT NUMERIC
                   OR CSX-CLAIM-AMOUNT = ZERO
               GO TO 250-READ-NEXT.
           IF CSX-EXTRACT-DATE NUMERIC
               IF CSX-EXTRACT-DATE > WS-QTR-END
                   ADD 1 TO WS-AFTER-QTR
                   GO TO 250-READ-NEXT
               END-IF
           ELSE
               MOVE ZERO TO CSX-EXTRACT-DATE
           END-IF.
           IF CSX-CLAIM-DATE NOT NUMERIC
               MOVE ZERO TO CSX-CLAIM-DATE
           END-IF.
           MOVE SPACES TO BORDEREAU-SORT-REC.
           MOVE CSX-TREATY-CODE TO BX-TREATY-CODE.
           MOVE CSX-CONTRACT-NO TO BX-CONTRACT-NO.
           MOVE CSX-CLAIM-DATE TO BX-CLAIM-DATE.
           MOVE CSX-FACE-AMOUNT TO BX-FACE-AMOUNT.
           MOVE CSX-CEDED-SHARE TO BX-CEDED-SHARE.
           MOVE CSX-CLAIM-AMOUNT TO BX-CLAIM-AMOUNT.
           MOVE CSX-RIDER-PORTION TO BX-RIDER-PORTION.
           MOVE CSX-EXTRACT-DATE TO BX-EXTRACT-DATE.
           RELEASE BORDEREAU-SORT-REC.
       250-READ-NEXT.
           READ CESSION-EXTRACT-FILE
               AT END SET END-OF-CSX TO TRUE.
       250-EXIT.
           EXIT.

       500-WRITE-BORDEREAU.
           MOVE "500-WRITE-BORDEREAU" TO PARA-NAME.
           RETURN BORDEREAU-SORT-FILE
               AT END SET WS-SORT-DONE TO TRUE.
           PERFORM 550-BILL-ONE THRU 550-EXIT
               UNTIL WS-SORT-DONE.
           IF WS-PREV-TREATY NOT = SPACES
               PERFORM 580-TREATY-TOTAL THRU 580-EXIT
           END-IF.
       500-EXIT.
           EXIT.

       550-BILL-ONE.
      **** OPEN THE RECEIVABLE FIRST - A DUPLICATE KEY MEANS THE CLAIM
      **** WENT OUT ON AN EARLIER BORDEREAU (OR TWICE IN THIS ONE) AND
      **** IS LEFT OFF.  A TREATY WITH NO TRTYTBL ROW HAS NO REINSURER
      **** TO BILL; IT IS LISTED AND WAITS FOR THE NEXT RUN.
           MOVE "550-BILL-ONE" TO PARA-NAME.
           MOVE BX-TREATY-CODE TO WS-FIND-TREATY.
           PERFORM 150-FIND-TREATY THRU 150-EXIT.
           IF WS-TT-FOUND
               MOVE SPACES TO RECOVERABLE-LEDGER-REC
               MOVE BX-CONTRACT-NO TO RL-CONTRACT-NO
               MOVE BX-CLAIM-DATE TO RL-CLAIM-DATE
               MOVE BX-TREATY-CODE TO RL-TREATY-CODE
               MOVE TTT-REINSURER-ID (WS-TT-SUB) TO RL-REINSURER-ID
               SET RL-OPEN TO TRUE
               MOVE WS-QTR-END TO RL-BILLED-DATE
               MOVE BX-CLAIM-AMOUNT TO RL-RECOVERABLE-AMT
               MOVE ZERO TO RL-COLLECTED-AMT RL-LAST-REMIT-DATE
               WRITE RECOVERABLE-LEDGER-REC
                   INVALID KEY
                       ADD 1 TO WS-ALREADY-BILLED
                       GO TO 550-RETURN-NEXT
               END-WRITE
           END-IF.

           IF BX-TREATY-CODE NOT = WS-PREV-TREATY
               IF WS-PREV-TREATY NOT = SPACES
                   PERFORM 580-TREATY-TOTAL THRU 580-EXIT
               END-IF
               PERFORM 570-TREATY-HEADING THRU 570-EXIT
           END-IF.

           MOVE BX-CONTRACT-NO TO DTL-CONTRACT-NO.
           MOVE BX-CLAIM-DATE TO DTL-CLAIM-DATE.
           MOVE BX-FACE-AMOUNT TO DTL-FACE-AMOUNT.
           MOVE BX-CEDED-SHARE TO DTL-CEDED-SHARE.
           MOVE BX-CLAIM-AMOUNT TO DTL-CLAIM-AMOUNT.
           MOVE BX-RIDER-PORTION TO DTL-RIDER-PORTION.
           IF BX-EXTRACT-DATE = ZERO
               MOVE SPACES TO DTL-EXTRACT-DATE
           ELSE
               MOVE BX-EXTRACT-DATE TO DTL-EXTRACT-DATE
           END-IF.
           IF WS-TT-FOUND
               MOVE SPACES TO DTL-NOTE
               ADD 1 TO WS-TREATY-COUNT WS-BILLED-COUNT
               ADD BX-CEDED-SHARE TO WS-TREATY-SHARE
               ADD BX-CLAIM-AMOUNT TO WS-TREATY-AMT WS-BILLED-AMT
           ELSE
               MOVE "NOT BILLED - NO TRTYTBL ROW" TO DTL-NOTE
               ADD 1 TO WS-NO-TREATY
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE BORDEREAU-REPORT-REC FROM WS-DETAIL-LINE.
       550-RETURN-NEXT.
           RETURN BORDEREAU-SORT-FILE
               AT END SET WS-SORT-DONE TO TRUE.
       550-EXIT.
           EXIT.

       570-TREATY-HEADING.
           MOVE "570-TREATY-HEADING" TO PARA-NAME.
           MOVE BX-TREATY-CODE TO WS-PREV-TREATY TRL-TREATY-CODE.
           MOVE ZERO TO WS-TREATY-COUNT WS-TREATY-SHARE WS-TREATY-AMT.
           IF WS-TT-FOUND
               MOVE TTT-TREATY-NAME (WS-TT-SUB) TO TRL-TREATY-NAME
               MOVE TTT-REINSURER-ID (WS-TT-SUB) TO TRL-REINSURER-ID
               MOVE TTT-REINSURER-NAME (WS-TT-SUB)
                   TO TRL-REINSURER-NAME
           ELSE
               MOVE "*** TREATY NOT ON TRTYTBL ***" TO TRL-TREATY-NAME
               MOVE SPACES TO TRL-REINSURER-ID TRL-REINSURER-NAME
           END-IF.
           WRITE BORDEREAU-REPORT-REC FROM WS-BLANK-LINE.
           WRITE BORDEREAU-REPORT-REC FROM WS-TREATY-LINE.
           WRITE BORDEREAU-REPORT-REC FROM WS-COLUMN-LINE.
       570-EXIT.
           EXIT.

       580-TREATY-TOTAL.
           MOVE "580-TREATY-TOTAL" TO PARA-NAME.
           MOVE WS-PREV-TREATY TO TTL-TREATY-CODE.
           MOVE WS-TREATY-COUNT TO TTL-COUNT.
           MOVE WS-TREATY-SHARE TO TTL-SHARE.
           MOVE WS-TREATY-AMT TO TTL-AMOUNT.
           WRITE BORDEREAU-REPORT-REC FROM WS-TREATY-TOTAL-LINE.
       580-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, TREATY-TABLE-FILE,
                      CESSION-EXTRACT-FILE.
           OPEN I-O RECOVERABLE-LEDGER.
           IF RL-STATUS-CD = "35"
               CLOSE RECOVERABLE-LEDGER
               OPEN OUTPUT RECOVERABLE-LEDGER
               CLOSE RECOVERABLE-LEDGER
               OPEN I-O RECOVERABLE-LEDGER
           END-IF.
           OPEN OUTPUT BORDEREAU-REPORT.
           DISPLAY "REINBORD OPEN FILES".
           DISPLAY TT-STATUS.
           DISPLAY CSX-STATUS.
           DISPLAY RL-STATUS-CD.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, TREATY-TABLE-FILE, CESSION-EXTRACT-FILE,
                 RECOVERABLE-LEDGER, BORDEREAU-REPORT.
           DISPLAY "REINBORD FILES CLOSED".
       900-EXIT.
           EXIT.
