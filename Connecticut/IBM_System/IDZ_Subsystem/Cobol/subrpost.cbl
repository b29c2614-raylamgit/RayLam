       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  SUBRPOST.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  SUBROGATION RECOVERIES.
      *                WORKS THE RECOVERY CASES CLAIMDISP OPENS ON
      *                SUBRCASE FOR ACCIDENTAL-DEATH CLAIMS WITH A
      *                LIABLE THIRD PARTY - STATUS TRANSACTIONS MOVE A
      *                CASE THROUGH DEMAND, NEGOTIATION, SETTLED AND
      *                CLOSED, AND RECOVERIES RECEIVED ARE POSTED TO
      *                THE CASE AND AS A CREDIT ON THE CLMHIST CLAIM-
      *                HISTORY MASTER SO LOSSRPT IS NET OF THEM.  EVERY
      *                CASE NOT YET CLOSED IS LISTED WITH ITS AGE AND
      *                WHAT IS STILL OUTSTANDING.  REPLACES THE LEGAL
      *                DEPARTMENT'S SPREADSHEET.
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

           SELECT SUBRO-TRANS-FILE
           ASSIGN TO UT-S-SUBRTRN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-STATUS.

           SELECT SUBRO-CASE-FILE
           ASSIGN TO SUBRCASE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SB-CONTRACT-NO
             FILE STATUS IS SB-STATUS-CD.

           SELECT CLAIM-HISTORY-FILE
           ASSIGN TO CLMHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CH-CONTRACT-NO
             FILE STATUS IS CH-STATUS.

           SELECT SUBRO-REPORT
           ASSIGN TO UT-S-SUBRRPT
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
           05  PRM-AS-OF-DATE              PIC 9(08).
           05  FILLER                      PIC X(72).

      **** ONE LINE PER CASE ACTION FROM THE LEGAL DEPARTMENT - A
      **** STATUS CHANGE (D/N/S/C) OR A RECOVERY RECEIVED (R).  THE
      **** AMOUNT IS THE AGREED FIGURE ON A SETTLEMENT AND THE MONEY
      **** RECEIVED ON A RECOVERY; THE REFERENCE IS THE CHECK OR
      **** REMITTANCE NUMBER.
       FD  SUBRO-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUBRO-TRANS-REC.
       01  SUBRO-TRANS-REC.
           05  ST-CONTRACT-NO              PIC 9(07).
           05  ST-TRAN-CODE                PIC X(01).
               88  ST-DEMAND                  VALUE "D".
               88  ST-NEGOTIATE               VALUE "N".
               88  ST-SETTLE                  VALUE "S".
               88  ST-CLOSE                   VALUE "C".
               88  ST-RECOVERY                VALUE "R".
               88  ST-VALID-CODE              VALUE "D" "N" "S" "C"
                                                    "R".
           05  ST-TRAN-DATE                PIC 9(08).
           05  ST-AMOUNT                   PIC 9(7)V99.
           05  ST-REFERENCE                PIC X(10).
           05  ST-EXAMINER                 PIC X(08).
           05  ST-NOTE                     PIC X(30).
           05  FILLER                      PIC X(07).

       FD  SUBRO-CASE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY SUBRCASE.

       FD  CLAIM-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CLMHIST.

       FD  SUBRO-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUBRO-REPORT-REC.
       01  SUBRO-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  ST-STATUS               PIC X(2).
               88 END-OF-TRANS    VALUE "10".
           05  SB-STATUS-CD            PIC X(2).
               88 END-OF-CASES    VALUE "10".
           05  CH-STATUS               PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-AS-OF-DATE               PIC 9(08) VALUE ZERO.
           05  WS-AS-OF-INT                PIC S9(8) COMP.
           05  WS-OPEN-INT                 PIC S9(8) COMP.
           05  WS-AGE-DAYS                 PIC S9(5) VALUE ZERO.
           05  WS-NEW-RECOVERED            PIC 9(8)V99 VALUE ZERO.
           05  WS-OUTSTANDING              PIC S9(8)V99 VALUE ZERO.
           05  WS-STATUS-TEXT              PIC X(11) VALUE SPACES.

       01  SUBRO-COUNTERS.
           05  WS-TRANS-READ               PIC 9(06) VALUE ZERO.
           05  WS-TRANS-APPLIED            PIC 9(06) VALUE ZERO.
           05  WS-TRANS-REJECTED           PIC 9(06) VALUE ZERO.
           05  WS-POSTED-AMT               PIC 9(10)V99 VALUE ZERO.
           05  WS-OPEN-CASES               PIC 9(06) VALUE ZERO.
           05  WS-OPEN-SOUGHT              PIC 9(10)V99 VALUE ZERO.
           05  WS-OPEN-RECOVERED           PIC 9(10)V99 VALUE ZERO.
           05  WS-OPEN-OUTSTANDING         PIC 9(10)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(36)
                 VALUE "SUBROGATION RECOVERY CASES - AS OF ".
           05  HDG-AS-OF-DATE              PIC 9(08).
           05  FILLER                      PIC X(89) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SEC-TITLE                   PIC X(50).
           05  FILLER                      PIC X(83) VALUE SPACES.

       01  WS-TRAN-COLUMN-LINE.
           05  FILLER                      PIC X(11)
                 VALUE "  CONTRACT ".
           05  FILLER                      PIC X(12)
                 VALUE "TRANSACTION ".
           05  FILLER                      PIC X(10) VALUE "DATE".
           05  FILLER                      PIC X(10) VALUE "EXAMINER".
           05  FILLER                      PIC X(12) VALUE "REFERENCE".
           05  FILLER                      PIC X(15)
                 VALUE "       AMOUNT  ".
           05  FILLER                      PIC X(13)
                 VALUE "CASE STATUS  ".
           05  FILLER                      PIC X(40) VALUE "RESULT".
           05  FILLER                      PIC X(10) VALUE SPACES.

       01  WS-TRAN-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  STL-CONTRACT-NO             PIC X(07).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  STL-TRAN                    PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  STL-TRAN-DATE               PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  STL-EXAMINER                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  STL-REFERENCE               PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  STL-AMOUNT                  PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  STL-CASE-STATUS             PIC X(11).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  STL-RESULT                  PIC X(40).
           05  FILLER                      PIC X(10) VALUE SPACES.

       01  WS-CASE-COLUMN-LINE.
           05  FILLER                      PIC X(11)
                 VALUE "  CONTRACT ".
           05  FILLER                      PIC X(13) VALUE "STATUS".
           05  FILLER                      PIC X(10) VALUE "OPENED".
           05  FILLER                      PIC X(07) VALUE "  AGE".
           05  FILLER                      PIC X(27)
                 VALUE "THIRD PARTY".
           05  FILLER                      PIC X(15)
                 VALUE "       SOUGHT  ".
           05  FILLER                      PIC X(15)
                 VALUE "      SETTLED  ".
           05  FILLER                      PIC X(15)
                 VALUE "    RECOVERED  ".
           05  FILLER                      PIC X(13)
                 VALUE "  OUTSTANDING".
           05  FILLER                      PIC X(07) VALUE SPACES.

       01  WS-CASE-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OCL-CONTRACT-NO             PIC 9(07).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OCL-STATUS                  PIC X(11).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OCL-OPEN-DATE               PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OCL-AGE-DAYS                PIC ZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OCL-THIRD-PARTY             PIC X(25).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OCL-SOUGHT                  PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OCL-SETTLED                 PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OCL-RECOVERED               PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OCL-OUTSTANDING             PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(07) VALUE SPACES.

       01  WS-CASE-TOTAL-LINE.
           05  FILLER                  PIC X(14) VALUE "  OPEN CASES: ".
           05  CTL-CASES               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "   SOUGHT: ".
           05  CTL-SOUGHT              PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(13) VALUE "  RECOVERED: ".
           05  CTL-RECOVERED           PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(15)
                 VALUE "  OUTSTANDING: ".
           05  CTL-OUTSTANDING         PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(18)
                 VALUE "TRANSACTIONS READ:".
           05  TOT-READ                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  APPLIED: ".
           05  TOT-APPLIED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(21)
                 VALUE "  RECOVERIES POSTED: ".
           05  TOT-POSTED-AMT          PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * APPLY THE CASE TRANSACTIONS, THEN LIST EVERY CASE STILL
      * BEING WORKED AND WHAT IS LEFT TO RECOVER ON IT.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).

           MOVE WS-AS-OF-DATE TO HDG-AS-OF-DATE.
           WRITE SUBRO-REPORT-REC FROM WS-HEADING-LINE.
           WRITE SUBRO-REPORT-REC FROM WS-BLANK-LINE.
           MOVE "CASE TRANSACTIONS" TO SEC-TITLE.
           WRITE SUBRO-REPORT-REC FROM WS-SECTION-LINE.
           WRITE SUBRO-REPORT-REC FROM WS-TRAN-COLUMN-LINE.

           READ SUBRO-TRANS-FILE
               AT END SET END-OF-TRANS TO TRUE.
           PERFORM 200-APPLY-TRAN THRU 200-EXIT
               UNTIL END-OF-TRANS.

           WRITE SUBRO-REPORT-REC FROM WS-BLANK-LINE.
           MOVE "CASES NOT YET CLOSED" TO SEC-TITLE.
           WRITE SUBRO-REPORT-REC FROM WS-SECTION-LINE.
           WRITE SUBRO-REPORT-REC FROM WS-CASE-COLUMN-LINE.
           PERFORM 400-LIST-OPEN-CASES THRU 400-EXIT.

           WRITE SUBRO-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-OPEN-CASES TO CTL-CASES.
           MOVE WS-OPEN-SOUGHT TO CTL-SOUGHT.
           MOVE WS-OPEN-RECOVERED TO CTL-RECOVERED.
           MOVE WS-OPEN-OUTSTANDING TO CTL-OUTSTANDING.
           WRITE SUBRO-REPORT-REC FROM WS-CASE-TOTAL-LINE.
           MOVE WS-TRANS-READ TO TOT-READ.
           MOVE WS-TRANS-APPLIED TO TOT-APPLIED.
           MOVE WS-TRANS-REJECTED TO TOT-REJECTED.
           MOVE WS-POSTED-AMT TO TOT-POSTED-AMT.
           WRITE SUBRO-REPORT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** AN AS-OF DATE ON THE CARD REPLACES TODAY FOR UNDATED
      **** TRANSACTIONS AND FOR THE CASE AGES.
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

       150-STATUS-TEXT.
           MOVE "150-STATUS-TEXT" TO PARA-NAME.
           EVALUATE TRUE
               WHEN SB-OPENED       MOVE "OPENED"      TO WS-STATUS-TEXT
               WHEN SB-DEMAND       MOVE "DEMAND"      TO WS-STATUS-TEXT
               WHEN SB-NEGOTIATION  MOVE "NEGOTIATION" TO WS-STATUS-TEXT
               WHEN SB-SETTLED      MOVE "SETTLED"     TO WS-STATUS-TEXT
               WHEN SB-CLOSED       MOVE "CLOSED"      TO WS-STATUS-TEXT
               WHEN OTHER           MOVE "UNKNOWN"     TO WS-STATUS-TEXT
           END-EVALUATE.
       150-EXIT.
           EXIT.

       200-APPLY-TRAN.
      **** A CASE MOVES FORWARD ONLY - DEMAND FROM OPENED, NEGOTIATION
      **** FROM DEMAND, SETTLED FROM ANY OF THOSE ONCE THE AMOUNT IS
      **** AGREED, CLOSED FROM ANYWHERE.  NOTHING POSTS TO A CLOSED
      **** CASE, AND RECOVERIES MAY NOT EXCEED WHAT WE PAID.
           MOVE "200-APPLY-TRAN" TO PARA-NAME.
           ADD 1 TO WS-TRANS-READ.
           MOVE SPACES TO WS-TRAN-LINE.
           MOVE ST-CONTRACT-NO TO STL-CONTRACT-NO.
           EVALUATE TRUE
               WHEN ST-DEMAND     MOVE "DEMAND"    TO STL-TRAN
               WHEN ST-NEGOTIATE  MOVE "NEGOTIATE" TO STL-TRAN
               WHEN ST-SETTLE     MOVE "SETTLE"    TO STL-TRAN
               WHEN ST-CLOSE      MOVE "CLOSE"     TO STL-TRAN
               WHEN ST-RECOVERY   MOVE "RECOVERY"  TO STL-TRAN
               WHEN OTHER         MOVE "INVALID"   TO STL-TRAN
           END-EVALUATE.
           MOVE ST-EXAMINER TO STL-EXAMINER.
           MOVE ST-REFERENCE TO STL-REFERENCE.
           IF ST-TRAN-DATE NOT NUMERIC OR ST-TRAN-DATE = ZERO
               MOVE WS-AS-OF-DATE TO ST-TRAN-DATE
           END-IF.
           MOVE ST-TRAN-DATE TO STL-TRAN-DATE.
           IF ST-AMOUNT NUMERIC
               MOVE ST-AMOUNT TO STL-AMOUNT
           END-IF.
           IF NOT ST-VALID-CODE
               MOVE "REJECTED - BAD TRANSACTION CODE" TO STL-RESULT
               GO TO 200-REJECT.
           IF ST-EXAMINER = SPACES
               MOVE "REJECTED - MISSING EXAMINER ID" TO STL-RESULT
               GO TO 200-REJECT.
           IF ST-CONTRACT-NO NOT NUMERIC
               MOVE "REJECTED - NO SUBROGATION CASE" TO STL-RESULT
               GO TO 200-REJECT.
           MOVE ST-CONTRACT-NO TO SB-CONTRACT-NO.
           READ SUBRO-CASE-FILE
               INVALID KEY
                   MOVE "REJECTED - NO SUBROGATION CASE" TO STL-RESULT
                   GO TO 200-REJECT
           END-READ.
           PERFORM 150-STATUS-TEXT THRU 150-EXIT.
           MOVE WS-STATUS-TEXT TO STL-CASE-STATUS.
           IF SB-CLOSED
               MOVE "REJECTED - CASE IS CLOSED" TO STL-RESULT
               GO TO 200-REJECT.
           IF ST-RECOVERY
               GO TO 200-POST-RECOVERY.

           IF ST-DEMAND AND NOT SB-OPENED
               MOVE "REJECTED - DEMAND ONLY ON AN OPENED CASE"
                   TO STL-RESULT
               GO TO 200-REJECT.
           IF ST-NEGOTIATE AND NOT SB-DEMAND
               MOVE "REJECTED - NEGOTIATION ONLY AFTER DEMAND"
                   TO STL-RESULT
               GO TO 200-REJECT.
           IF ST-SETTLE AND SB-SETTLED
               MOVE "REJECTED - CASE ALREADY SETTLED" TO STL-RESULT
               GO TO 200-REJECT.
           IF ST-SETTLE
                   AND (ST-AMOUNT NOT NUMERIC OR ST-AMOUNT = ZERO)
               MOVE "REJECTED - SETTLED AMOUNT NOT VALID" TO STL-RESULT
               GO TO 200-REJECT.
           IF ST-SETTLE AND ST-AMOUNT > SB-AMOUNT-PAID
               MOVE "REJECTED - SETTLEMENT OVER AMOUNT PAID"
                   TO STL-RESULT
               GO TO 200-REJECT.
           IF ST-SETTLE AND ST-AMOUNT < SB-RECOVERED-AMT
               MOVE "REJECTED - LESS THAN ALREADY RECOVERED"
                   TO STL-RESULT
               GO TO 200-REJECT.
           IF ST-SETTLE
               MOVE ST-AMOUNT TO SB-SETTLED-AMT
           END-IF.
      **** THE TRANSACTION CODE IS THE STATUS IT MOVES THE CASE TO.
           MOVE ST-TRAN-CODE TO SB-STATUS.
           MOVE ST-TRAN-DATE TO SB-STATUS-DATE.
           MOVE ST-EXAMINER TO SB-EXAMINER.
           IF ST-NOTE NOT = SPACES
               MOVE ST-NOTE TO SB-LAST-NOTE
           END-IF.
           REWRITE SUBROGATION-CASE-REC.
           MOVE "APPLIED" TO STL-RESULT.
           GO TO 200-APPLIED.

       200-POST-RECOVERY.
      **** THE MONEY GOES ON THE CASE AND, AS A CREDIT AGAINST WHAT
      **** WAS PAID, ON THE CONTRACT'S CLAIM HISTORY.
           IF ST-AMOUNT NOT NUMERIC OR ST-AMOUNT = ZERO
               MOVE "REJECTED - AMOUNT NOT VALID" TO STL-RESULT
               GO TO 200-REJECT.
           COMPUTE WS-NEW-RECOVERED = SB-RECOVERED-AMT + ST-AMOUNT.
           IF WS-NEW-RECOVERED > SB-AMOUNT-PAID
               MOVE "REJECTED - EXCEEDS AMOUNT PAID" TO STL-RESULT
               GO TO 200-REJECT.
           MOVE ST-CONTRACT-NO TO CH-CONTRACT-NO.
           READ CLAIM-HISTORY-FILE
               INVALID KEY
                   MOVE "REJECTED - NOT ON CLAIM HISTORY" TO STL-RESULT
                   GO TO 200-REJECT
           END-READ.
           IF CH-RECOVERED-AMT NOT NUMERIC
               MOVE ZERO TO CH-RECOVERED-AMT
           END-IF.
           ADD ST-AMOUNT TO CH-RECOVERED-AMT.
           REWRITE CLAIM-HISTORY-REC.
           MOVE WS-NEW-RECOVERED TO SB-RECOVERED-AMT.
           MOVE ST-TRAN-DATE TO SB-LAST-RECV-DATE.
           MOVE ST-REFERENCE TO SB-LAST-RECV-REF.
           IF ST-NOTE NOT = SPACES
               MOVE ST-NOTE TO SB-LAST-NOTE
           END-IF.
           REWRITE SUBROGATION-CASE-REC.
           ADD ST-AMOUNT TO WS-POSTED-AMT.
           IF SB-SETTLED AND SB-RECOVERED-AMT NOT < SB-SETTLED-AMT
               MOVE "POSTED - SETTLEMENT RECEIVED IN FULL"
                   TO STL-RESULT
           ELSE
               MOVE "POSTED - RECOVERY" TO STL-RESULT
           END-IF.

       200-APPLIED.
           PERFORM 150-STATUS-TEXT THRU 150-EXIT.
           MOVE WS-STATUS-TEXT TO STL-CASE-STATUS.
           ADD 1 TO WS-TRANS-APPLIED.
           WRITE SUBRO-REPORT-REC FROM WS-TRAN-LINE.
           GO TO 200-READ-NEXT.

       200-REJECT.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE 4 TO RETURN-CODE.
           WRITE SUBRO-REPORT-REC FROM WS-TRAN-LINE.

       200-READ-NEXT.
           READ SUBRO-TRANS-FILE
               AT END SET END-OF-TRANS TO TRUE.
       200-EXIT.
           EXIT.

       400-LIST-OPEN-CASES.
           MOVE "400-LIST-OPEN-CASES" TO PARA-NAME.
           MOVE ZERO TO SB-CONTRACT-NO.
           START SUBRO-CASE-FILE KEY IS NOT LESS THAN SB-CONTRACT-NO
               INVALID KEY SET END-OF-CASES TO TRUE
           END-START.
           IF NOT END-OF-CASES
               READ SUBRO-CASE-FILE NEXT RECORD
                   AT END SET END-OF-CASES TO TRUE
               END-READ
           END-IF.
           PERFORM 450-LIST-ONE-CASE THRU 450-EXIT
               UNTIL END-OF-CASES.
       400-EXIT.
           EXIT.

       450-LIST-ONE-CASE.
      **** WHAT IS LEFT TO COLLECT IS MEASURED AGAINST THE SETTLEMENT
      **** ONCE ONE IS AGREED, AGAINST THE AMOUNT SOUGHT BEFORE THAT.
           MOVE "450-LIST-ONE-CASE" TO PARA-NAME.
           IF SB-CLOSED
               GO TO 450-READ-NEXT.
           IF SB-OPEN-DATE NUMERIC AND SB-OPEN-DATE > ZERO
               COMPUTE WS-OPEN-INT =
                   FUNCTION INTEGER-OF-DATE(SB-OPEN-DATE)
               COMPUTE WS-AGE-DAYS = WS-AS-OF-INT - WS-OPEN-INT
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           IF SB-SETTLED
               COMPUTE WS-OUTSTANDING =
                   SB-SETTLED-AMT - SB-RECOVERED-AMT
           ELSE
               COMPUTE WS-OUTSTANDING =
                   SB-AMOUNT-SOUGHT - SB-RECOVERED-AMT
           END-IF.
           IF WS-OUTSTANDING < ZERO
               MOVE ZERO TO WS-OUTSTANDING
           END-IF.
           PERFORM 150-STATUS-TEXT THRU 150-EXIT.
           MOVE SPACES TO WS-CASE-LINE.
           MOVE SB-CONTRACT-NO TO OCL-CONTRACT-NO.
           MOVE WS-STATUS-TEXT TO OCL-STATUS.
           MOVE SB-OPEN-DATE TO OCL-OPEN-DATE.
           MOVE WS-AGE-DAYS TO OCL-AGE-DAYS.
           MOVE SB-THIRD-PARTY TO OCL-THIRD-PARTY.
           MOVE SB-AMOUNT-SOUGHT TO OCL-SOUGHT.
           MOVE SB-SETTLED-AMT TO OCL-SETTLED.
           MOVE SB-RECOVERED-AMT TO OCL-RECOVERED.
           MOVE WS-OUTSTANDING TO OCL-OUTSTANDING.
           WRITE SUBRO-REPORT-REC FROM WS-CASE-LINE.
           ADD 1 TO WS-OPEN-CASES.
           ADD SB-AMOUNT-SOUGHT TO WS-OPEN-SOUGHT.
           ADD SB-RECOVERED-AMT TO WS-OPEN-RECOVERED.
           ADD WS-OUTSTANDING TO WS-OPEN-OUTSTANDING.
       450-READ-NEXT.
           READ SUBRO-CASE-FILE NEXT RECORD
               AT END SET END-OF-CASES TO TRUE.
       450-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, SUBRO-TRANS-FILE.
           OPEN I-O SUBRO-CASE-FILE.
           IF SB-STATUS-CD = "35"
               CLOSE SUBRO-CASE-FILE
               OPEN OUTPUT SUBRO-CASE-FILE
               CLOSE SUBRO-CASE-FILE
               OPEN I-O SUBRO-CASE-FILE
           END-IF.
           OPEN I-O CLAIM-HISTORY-FILE.
           OPEN OUTPUT SUBRO-REPORT.
           DISPLAY "SUBRPOST OPEN FILES".
           DISPLAY ST-STATUS.
           DISPLAY SB-STATUS-CD.
           DISPLAY CH-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, SUBRO-TRANS-FILE, SUBRO-CASE-FILE,
                 CLAIM-HISTORY-FILE, SUBRO-REPORT.
           DISPLAY "SUBRPOST FILES CLOSED".
       900-EXIT.
           EXIT.
