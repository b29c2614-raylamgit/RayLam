       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  REINRECV.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  REINSURANCE RECOVERABLES.
      *                POSTS THE REINSURERS' REMITTANCES AGAINST THE
      *                RECEIVABLES REINBORD OPENED ON THE RECOVERABLE
      *                LEDGER (RECOVLDG), THEN AGES EVERYTHING STILL
      *                OPEN BY REINSURER FROM THE BORDEREAU DATE -
      *                CURRENT, 31-60, 61-90 AND OVER 90 DAYS - AND
      *                FLAGS THE OVER-90 ITEMS FOR FINANCE TO CHASE.
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

           SELECT REMITTANCE-FILE
           ASSIGN TO UT-S-REINREM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RM-STATUS.

           SELECT RECOVERABLE-LEDGER
           ASSIGN TO RECOVLDG
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RL-KEY
             FILE STATUS IS RL-STATUS-CD.

           SELECT RECOVERABLE-REPORT
           ASSIGN TO UT-S-RECVRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT AGING-SORT-FILE
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
           05  PRM-AS-OF-DATE              PIC 9(08).
           05  FILLER                      PIC X(72).

       FD  TREATY-TABLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY TRTYTBL.

      **** ONE REMITTANCE LINE PER CEDED CLAIM, KEYED AS THE LEDGER
      **** IS, FROM THE REINSURER'S REMITTANCE ADVICE.
       FD  REMITTANCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMITTANCE-REC.
       01  REMITTANCE-REC.
           05  RM-REINSURER-ID             PIC X(06).
           05  RM-CONTRACT-NO              PIC 9(07).
           05  RM-CLAIM-DATE               PIC 9(06).
           05  RM-TREATY-CODE              PIC X(06).
           05  RM-AMOUNT                   PIC 9(7)V99.
           05  RM-REMIT-DATE               PIC 9(08).
           05  RM-REFERENCE                PIC X(10).
           05  FILLER                      PIC X(28).

       FD  RECOVERABLE-LEDGER
           RECORD CONTAINS 80 CHARACTERS.
       COPY RECOVLDG.

       FD  RECOVERABLE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECOVERABLE-REPORT-REC.
       01  RECOVERABLE-REPORT-REC  PIC X(133).

      **** ONE RECORD PER OPEN RECEIVABLE, IN REINSURER ORDER.
       SD  AGING-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AGING-SORT-REC.
       01  AGING-SORT-REC.
           05  AX-REINSURER-ID             PIC X(06).
           05  AX-TREATY-CODE              PIC X(06).
           05  AX-CONTRACT-NO              PIC 9(07).
           05  AX-CLAIM-DATE               PIC 9(06).
           05  AX-BILLED-DATE              PIC 9(08).
           05  AX-AGE-DAYS                 PIC 9(05).
           05  AX-OPEN-AMT                 PIC 9(7)V99.
           05  FILLER                      PIC X(33).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  TT-STATUS               PIC X(2).
               88 END-OF-TRTY     VALUE "10".
           05  RM-STATUS               PIC X(2).
               88 END-OF-REMIT    VALUE "10".
           05  RL-STATUS-CD            PIC X(2).
               88 END-OF-LEDGER   VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-AS-OF-DATE               PIC 9(08) VALUE ZERO.
           05  WS-AS-OF-INT                PIC S9(8) COMP.
           05  WS-BILLED-INT               PIC S9(8) COMP.
           05  WS-AGE-DAYS                 PIC S9(5) VALUE ZERO.
           05  WS-OPEN-AMT                 PIC 9(7)V99 VALUE ZERO.
           05  WS-SORT-DONE-SW             PIC X(01) VALUE "N".
               88  WS-SORT-DONE               VALUE "Y".
           05  WS-TT-SUB                   PIC 9(03) VALUE ZERO.
           05  WS-TT-FOUND-SW              PIC X(01) VALUE "N".
               88  WS-TT-FOUND                VALUE "Y".
           05  WS-FIND-REINSURER           PIC X(06) VALUE SPACES.
           05  WS-PREV-REINSURER           PIC X(06) VALUE SPACES.
           05  WS-BUCKET                   PIC 9(01) VALUE ZERO.

       01  RECOVERABLE-COUNTERS.
           05  WS-REMIT-READ               PIC 9(06) VALUE ZERO.
           05  WS-REMIT-POSTED             PIC 9(06) VALUE ZERO.
           05  WS-REMIT-REJECTED           PIC 9(06) VALUE ZERO.
           05  WS-CLOSED-COUNT             PIC 9(06) VALUE ZERO.
           05  WS-POSTED-AMT               PIC 9(10)V99 VALUE ZERO.
           05  WS-OPEN-COUNT               PIC 9(06) VALUE ZERO.
           05  WS-CHASE-COUNT              PIC 9(06) VALUE ZERO.

      **** AGING BUCKETS - 1 CURRENT (0-30), 2 31-60, 3 61-90,
      **** 4 OVER 90 DAYS.  ONE SET PER REINSURER, ONE FOR ALL.
       01  AGING-BUCKETS.
           05  WS-RE-BUCKET OCCURS 4 TIMES PIC 9(10)V99.
           05  WS-RE-TOTAL                 PIC 9(10)V99 VALUE ZERO.
           05  WS-ALL-BUCKET OCCURS 4 TIMES PIC 9(10)V99.
           05  WS-ALL-TOTAL                PIC 9(10)V99 VALUE ZERO.

      **** THE TRTYTBL ROWS, FOR THE REINSURER NAMES.
       01  TREATY-TABLE-AREA.
           05  WS-TT-COUNT                 PIC 9(03) VALUE ZERO.
           05  WS-TT-ENTRY OCCURS 50 TIMES.
               10  TTT-TREATY-CODE         PIC X(06).
               10  TTT-REINSURER-ID        PIC X(06).
               10  TTT-REINSURER-NAME      PIC X(30).

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(33)
                 VALUE "REINSURANCE RECOVERABLES - AS OF ".
           05  HDG-AS-OF-DATE              PIC 9(08).
           05  FILLER                      PIC X(92) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SEC-TITLE                   PIC X(50).
           05  FILLER                      PIC X(83) VALUE SPACES.

       01  WS-REMIT-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RML-REINSURER-ID            PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RML-TREATY-CODE             PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RML-CONTRACT-NO             PIC X(07).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RML-CLAIM-DATE              PIC 99/99/99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RML-REMIT-DATE              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RML-REFERENCE               PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RML-AMOUNT                  PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RML-OPEN-AMT                PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RML-RESULT                  PIC X(40).
           05  FILLER                      PIC X(04) VALUE SPACES.

       01  WS-REINSURER-LINE.
           05  FILLER                      PIC X(11)
                 VALUE "REINSURER  ".
           05  RIL-REINSURER-ID            PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RIL-REINSURER-NAME          PIC X(30).
           05  FILLER                      PIC X(84) VALUE SPACES.

       01  WS-AGING-COLUMN-LINE.
           05  FILLER                      PIC X(40)
                 VALUE "  TREATY CONTRACT  CLAIM DT  BILLED".
           05  FILLER                      PIC X(40)
                 VALUE " AGE      0-30 DAYS     31-60 DAYS     6".
           05  FILLER                      PIC X(40)
                 VALUE "1-90 DAYS        OVER 90".
           05  FILLER                      PIC X(13) VALUE SPACES.

       01  WS-AGING-DETAIL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AGD-TREATY-CODE             PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AGD-CONTRACT-NO             PIC 9(07).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AGD-CLAIM-DATE              PIC 99/99/99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AGD-BILLED-DATE             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AGD-AGE-DAYS                PIC ZZZZ9.
           05  AGD-BUCKET-AREA.
               10  AGD-BUCKET OCCURS 4 TIMES.
                   15  FILLER              PIC X(02).
                   15  AGD-BUCKET-AMT      PIC X(13).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AGD-FLAG                    PIC X(10).
           05  FILLER                      PIC X(17) VALUE SPACES.

       01  WS-AGING-TOTAL-LINE.
           05  AGT-LABEL                   PIC X(18).
           05  AGT-REINSURER-ID            PIC X(06).
           05  FILLER                      PIC X(20) VALUE SPACES.
           05  AGT-BUCKET-AREA.
               10  AGT-BUCKET OCCURS 4 TIMES.
                   15  FILLER              PIC X(01).
                   15  AGT-BUCKET-AMT      PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(08) VALUE " OPEN: ".
           05  AGT-TOTAL                   PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(06) VALUE SPACES.

       01  WS-EDIT-AMOUNT                  PIC $$,$$$,$$9.99.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(17)
                 VALUE "REMITTANCES READ:".
           05  TOT-READ                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  POSTED: ".
           05  TOT-POSTED              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(17)
                 VALUE "  FULLY COLLECTED".
           05  FILLER                  PIC X(02) VALUE ": ".
           05  TOT-CLOSED              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
           05  TOT-POSTED-AMT          PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(15)
                 VALUE "  OVER 90 DAYS:".
           05  TOT-CHASE               PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * POST THE REMITTANCES TO THE LEDGER, THEN SORT WHAT IS STILL
      * OPEN BY REINSURER AND PRINT THE AGING.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
           PERFORM 060-LOAD-TREATY-TABLE THRU 060-EXIT
               UNTIL END-OF-TRTY.
           INITIALIZE AGING-BUCKETS.

           MOVE WS-AS-OF-DATE TO HDG-AS-OF-DATE.
           WRITE RECOVERABLE-REPORT-REC FROM WS-HEADING-LINE.
           WRITE RECOVERABLE-REPORT-REC FROM WS-BLANK-LINE.
           MOVE "REMITTANCES POSTED" TO SEC-TITLE.
           WRITE RECOVERABLE-REPORT-REC FROM WS-SECTION-LINE.

           READ REMITTANCE-FILE
               AT END SET END-OF-REMIT TO TRUE.
           PERFORM 200-POST-REMITTANCE THRU 200-EXIT
               UNTIL END-OF-REMIT.

           WRITE RECOVERABLE-REPORT-REC FROM WS-BLANK-LINE.
           MOVE "OPEN RECOVERABLES AGED BY REINSURER" TO SEC-TITLE.
           WRITE RECOVERABLE-REPORT-REC FROM WS-SECTION-LINE.

           SORT AGING-SORT-FILE
               ASCENDING KEY AX-REINSURER-ID AX-TREATY-CODE
                             AX-CONTRACT-NO AX-CLAIM-DATE
               INPUT PROCEDURE 400-SELECT-OPEN THRU 400-EXIT
               OUTPUT PROCEDURE 500-LIST-AGING THRU 500-EXIT.

           WRITE RECOVERABLE-REPORT-REC FROM WS-BLANK-LINE.
           MOVE "  ALL REINSURERS  " TO AGT-LABEL.
           MOVE SPACES TO AGT-REINSURER-ID AGT-BUCKET-AREA.
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 4
               MOVE WS-ALL-BUCKET (WS-BUCKET)
                   TO AGT-BUCKET-AMT (WS-BUCKET)
           END-PERFORM.
           MOVE WS-ALL-TOTAL TO AGT-TOTAL.
           WRITE RECOVERABLE-REPORT-REC FROM WS-AGING-TOTAL-LINE.

           WRITE RECOVERABLE-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-REMIT-READ TO TOT-READ.
           MOVE WS-REMIT-POSTED TO TOT-POSTED.
           MOVE WS-REMIT-REJECTED TO TOT-REJECTED.
           MOVE WS-CLOSED-COUNT TO TOT-CLOSED.
           MOVE WS-POSTED-AMT TO TOT-POSTED-AMT.
           MOVE WS-CHASE-COUNT TO TOT-CHASE.
           WRITE RECOVERABLE-REPORT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** AN AS-OF DATE ON THE CARD (QUARTER END, SAY) REPLACES
      **** TODAY FOR THE AGING.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF END-OF-PRM
               GO TO 050-EXIT.
           IF PRM-AS-OF-DATE NUMERIC AND PRM-AS-OF-DATE > ZERO
               MOVE PRM-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.
       050-EXIT.
           EXIT.

       060-LOAD-TREATY-TABLE.
           MOVE "060-LOAD-TREATY-TABLE" TO PARA-NAME.
           READ TREATY-TABLE-FILE
               AT END
                   SET END-OF-TRTY TO TRUE
                   GO TO 060-EXIT
           END-READ.
           IF WS-TT-COUNT < 50
               ADD 1 TO WS-TT-COUNT
               MOVE TT-TREATY-CODE TO TTT-TREATY-CODE (WS-TT-COUNT)
               MOVE TT-REINSURER-ID TO TTT-REINSURER-ID (WS-TT-COUNT)
               MOVE TT-REINSURER-NAME
                   TO TTT-REINSURER-NAME (WS-TT-COUNT)
           ELSE
               DISPLAY "REINRECV TRTYTBL TABLE FULL AT 50 - IGNORED "
                   TT-TREATY-CODE
               MOVE 4 TO RETURN-CODE
           END-IF.
       060-EXIT.
           EXIT.

       150-FIND-REINSURER.
           MOVE "150-FIND-REINSURER" TO PARA-NAME.
           MOVE "N" TO WS-TT-FOUND-SW.
           PERFORM VARYING WS-TT-SUB FROM 1 BY 1
                   UNTIL WS-TT-SUB > WS-TT-COUNT
                      OR WS-TT-FOUND
               IF TTT-REINSURER-ID (WS-TT-SUB) = WS-FIND-REINSURER
                   SET WS-TT-FOUND TO TRUE
               END-IF
           END-PERFORM.
      **** THE VARYING LEAVES THE SUBSCRIPT ONE PAST THE MATCH.
           IF WS-TT-FOUND
               SUBTRACT 1 FROM WS-TT-SUB
           END-IF.
       150-EXIT.
           EXIT.

       200-POST-REMITTANCE.
      **** A REMITTANCE MUST MATCH AN OPEN RECEIVABLE FOR THE SAME
      **** REINSURER AND MAY NOT TAKE IT PAST ZERO - AN OVERPAYMENT
      **** IS SENT BACK TO FINANCE RATHER THAN GUESSED AT.
           MOVE "200-POST-REMITTANCE" TO PARA-NAME.
           ADD 1 TO WS-REMIT-READ.
           MOVE SPACES TO WS-REMIT-LINE.
           MOVE RM-REINSURER-ID TO RML-REINSURER-ID.
           MOVE RM-TREATY-CODE TO RML-TREATY-CODE.
           MOVE RM-CONTRACT-NO TO RML-CONTRACT-NO.
           MOVE RM-REFERENCE TO RML-REFERENCE.
           IF RM-CLAIM-DATE NUMERIC
               MOVE RM-CLAIM-DATE TO RML-CLAIM-DATE
           END-IF.
           IF RM-REMIT-DATE NOT NUMERIC OR RM-REMIT-DATE = ZERO
               MOVE WS-AS-OF-DATE TO RM-REMIT-DATE
           END-IF.
           MOVE RM-REMIT-DATE TO RML-REMIT-DATE.
           IF RM-AMOUNT NOT NUMERIC OR RM-AMOUNT = ZERO
               MOVE "REJECTED - AMOUNT NOT VALID" TO RML-RESULT
               GO TO 200-REJECT.
           MOVE RM-AMOUNT TO RML-AMOUNT.
           IF RM-CONTRACT-NO NOT NUMERIC OR RM-CLAIM-DATE NOT NUMERIC
               MOVE "REJECTED - NO RECOVERABLE ON LEDGER" TO RML-RESULT
               GO TO 200-REJECT.
           MOVE RM-CONTRACT-NO TO RL-CONTRACT-NO.
           MOVE RM-CLAIM-DATE TO RL-CLAIM-DATE.
           MOVE RM-TREATY-CODE TO RL-TREATY-CODE.
           READ RECOVERABLE-LEDGER
               INVALID KEY
                   MOVE "REJECTED - NO RECOVERABLE ON LEDGER"
                       TO RML-RESULT
                   GO TO 200-REJECT
           END-READ.
           IF RL-REINSURER-ID NOT = RM-REINSURER-ID
               MOVE "REJECTED - BILLED TO ANOTHER REINSURER"
                   TO RML-RESULT
               GO TO 200-REJECT.
           IF RL-COLLECTED
               MOVE "REJECTED - ALREADY COLLECTED" TO RML-RESULT
               GO TO 200-REJECT.
           COMPUTE WS-OPEN-AMT = RL-RECOVERABLE-AMT - RL-COLLECTED-AMT.
           IF RM-AMOUNT > WS-OPEN-AMT
               MOVE WS-OPEN-AMT TO RML-OPEN-AMT
               MOVE "REJECTED - EXCEEDS OPEN BALANCE" TO RML-RESULT
               GO TO 200-REJECT.

           ADD RM-AMOUNT TO RL-COLLECTED-AMT.
           MOVE RM-REMIT-DATE TO RL-LAST-REMIT-DATE.
           MOVE RM-REFERENCE TO RL-LAST-REMIT-REF.
           SUBTRACT RM-AMOUNT FROM WS-OPEN-AMT.
           MOVE WS-OPEN-AMT TO RML-OPEN-AMT.
           IF WS-OPEN-AMT = ZERO
               SET RL-COLLECTED TO TRUE
               ADD 1 TO WS-CLOSED-COUNT
               MOVE "POSTED - FULLY COLLECTED" TO RML-RESULT
           ELSE
               MOVE "POSTED - PARTIAL" TO RML-RESULT
           END-IF.
           REWRITE RECOVERABLE-LEDGER-REC.
           ADD 1 TO WS-REMIT-POSTED.
           ADD RM-AMOUNT TO WS-POSTED-AMT.
           WRITE RECOVERABLE-REPORT-REC FROM WS-REMIT-LINE.
           GO TO 200-READ-NEXT.

       200-REJECT.
           ADD 1 TO WS-REMIT-REJECTED.
           MOVE 4 TO RETURN-CODE.
           WRITE RECOVERABLE-REPORT-REC FROM WS-REMIT-LINE.

       200-READ-NEXT.
           READ REMITTANCE-FILE
               AT END SET END-OF-REMIT TO TRUE.
       200-EXIT.
           EXIT.

       400-SELECT-OPEN.
           MOVE "400-SELECT-OPEN" TO PARA-NAME.
           MOVE LOW-VALUES TO RL-KEY.
           START RECOVERABLE-LEDGER KEY IS NOT LESS THAN RL-KEY
               INVALID KEY SET END-OF-LEDGER TO TRUE
           END-START.
           IF NOT END-OF-LEDGER
               READ RECOVERABLE-LEDGER NEXT RECORD
                   AT END SET END-OF-LEDGER TO TRUE
               END-READ
           END-IF.
           PERFORM 450-SELECT-ONE THRU 450-EXIT
               UNTIL END-OF-LEDGER.
       400-EXIT.
           EXIT.

       450-SELECT-ONE.
           MOVE "450-SELECT-ONE" TO PARA-NAME.
           IF NOT RL-OPEN
               GO TO 450-READ-NEXT.
           COMPUTE WS-OPEN-AMT = RL-RECOVERABLE-AMT - RL-COLLECTED-AMT.
           IF WS-OPEN-AMT = ZERO
               GO TO 450-READ-NEXT.
           COMPUTE WS-BILLED-INT =
               FUNCTION INTEGER-OF-DATE(RL-BILLED-DATE).
           COMPUTE WS-AGE-DAYS = WS-AS-OF-INT - WS-BILLED-INT.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           MOVE SPACES TO AGING-SORT-REC.
           MOVE RL-REINSURER-ID TO AX-REINSURER-ID.
           MOVE RL-TREATY-CODE TO AX-TREATY-CODE.
           MOVE RL-CONTRACT-NO TO AX-CONTRACT-NO.
           MOVE RL-CLAIM-DATE TO AX-CLAIM-DATE.
           MOVE RL-BILLED-DATE TO AX-BILLED-DATE.
           MOVE WS-AGE-DAYS TO AX-AGE-DAYS.
           MOVE WS-OPEN-AMT TO AX-OPEN-AMT.
           RELEASE AGING-SORT-REC.
       450-READ-NEXT.
           READ RECOVERABLE-LEDGER NEXT RECORD
               AT END SET END-OF-LEDGER TO TRUE.
       450-EXIT.
           EXIT.

       500-LIST-AGING.
           MOVE "500-LIST-AGING" TO PARA-NAME.
           RETURN AGING-SORT-FILE
               AT END SET WS-SORT-DONE TO TRUE.
           PERFORM 550-AGE-ONE THRU 550-EXIT
               UNTIL WS-SORT-DONE.
           IF WS-PREV-REINSURER NOT = SPACES
               PERFORM 580-REINSURER-TOTAL THRU 580-EXIT
           END-IF.
       500-EXIT.
           EXIT.

       550-AGE-ONE.
           MOVE "550-AGE-ONE" TO PARA-NAME.
           IF AX-REINSURER-ID NOT = WS-PREV-REINSURER
               IF WS-PREV-REINSURER NOT = SPACES
                   PERFORM 580-REINSURER-TOTAL THRU 580-EXIT
               END-IF
               PERFORM 570-REINSURER-HEADING THRU 570-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN AX-AGE-DAYS NOT > 30
                   MOVE 1 TO WS-BUCKET
               WHEN AX-AGE-DAYS NOT > 60
                   MOVE 2 TO WS-BUCKET
               WHEN AX-AGE-DAYS NOT > 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.
           ADD 1 TO WS-OPEN-COUNT.
           ADD AX-OPEN-AMT TO WS-RE-BUCKET (WS-BUCKET)
                              WS-ALL-BUCKET (WS-BUCKET)
                              WS-RE-TOTAL WS-ALL-TOTAL.
           MOVE SPACES TO WS-AGING-DETAIL-LINE.
           MOVE AX-TREATY-CODE TO AGD-TREATY-CODE.
           MOVE AX-CONTRACT-NO TO AGD-CONTRACT-NO.
           MOVE AX-CLAIM-DATE TO AGD-CLAIM-DATE.
           MOVE AX-BILLED-DATE TO AGD-BILLED-DATE.
           MOVE AX-AGE-DAYS TO AGD-AGE-DAYS.
           MOVE AX-OPEN-AMT TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO AGD-BUCKET-AMT (WS-BUCKET).
           IF WS-BUCKET = 4
               MOVE "** CHASE" TO AGD-FLAG
               ADD 1 TO WS-CHASE-COUNT
           END-IF.
           WRITE RECOVERABLE-REPORT-REC FROM WS-AGING-DETAIL-LINE.
           RETURN AGING-SORT-FILE
               AT END SET WS-SORT-DONE TO TRUE.
       550-EXIT.
           EXIT.

       570-REINSURER-HEADING.
           MOVE "570-REINSURER-HEADING" TO PARA-NAME.
           MOVE AX-REINSURER-ID TO WS-PREV-REINSURER WS-FIND-REINSURER
                                   RIL-REINSURER-ID.
           PERFORM 150-FIND-REINSURER THRU 150-EXIT.
           IF WS-TT-FOUND
               MOVE TTT-REINSURER-NAME (WS-TT-SUB) TO RIL-REINSURER-NAME
           ELSE
               MOVE "*** NOT ON TRTYTBL ***" TO RIL-REINSURER-NAME
           END-IF.
           MOVE ZERO TO WS-RE-BUCKET (1) WS-RE-BUCKET (2)
                        WS-RE-BUCKET (3) WS-RE-BUCKET (4) WS-RE-TOTAL.
           WRITE RECOVERABLE-REPORT-REC FROM WS-BLANK-LINE.
           WRITE RECOVERABLE-REPORT-REC FROM WS-REINSURER-LINE.
           WRITE RECOVERABLE-REPORT-REC FROM WS-AGING-COLUMN-LINE.
       570-EXIT.
           EXIT.

       580-REINSURER-TOTAL.
           MOVE "580-REINSURER-TOTAL" TO PARA-NAME.
           MOVE "  REINSURER TOTAL " TO AGT-LABEL.
           MOVE WS-PREV-REINSURER TO AGT-REINSURER-ID.
           MOVE SPACES TO AGT-BUCKET-AREA.
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 4
               MOVE WS-RE-BUCKET (WS-BUCKET)
                   TO AGT-BUCKET-AMT (WS-BUCKET)
           END-PERFORM.
           MOVE WS-RE-TOTAL TO AGT-TOTAL.
           WRITE RECOVERABLE-REPORT-REC FROM WS-AGING-TOTAL-LINE.
       580-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, TREATY-TABLE-FILE, REMITTANCE-FILE.
           OPEN I-O RECOVERABLE-LEDGER.
           IF RL-STATUS-CD = "35"
               CLOSE RECOVERABLE-LEDGER
               OPEN OUTPUT RECOVERABLE-LEDGER
               CLOSE RECOVERABLE-LEDGER
               OPEN I-O RECOVERABLE-LEDGER
           END-IF.
           OPEN OUTPUT RECOVERABLE-REPORT.
           DISPLAY "REINRECV OPEN FILES".
           DISPLAY TT-STATUS.
           DISPLAY RM-STATUS.
           DISPLAY RL-STATUS-CD.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, TREATY-TABLE-FILE, REMITTANCE-FILE,
                 RECOVERABLE-LEDGER, RECOVERABLE-REPORT.
           DISPLAY "REINRECV FILES CLOSED".
       900-EXIT.
           EXIT.
