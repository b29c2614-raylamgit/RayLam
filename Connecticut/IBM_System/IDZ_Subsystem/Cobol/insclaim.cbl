      ******************************************************************
      *    MOD LOG
      *    --------------------------------------------------------------
      *    2026  D.ELLIS  PREMMSTR NOW CARRIES THE CONTRACT STATUS THE
      *                   PREMIUM BILLING CYCLE MAINTAINS (120 BYTES).
      *                   A LOSS ON OR AFTER THE PAID-TO DATE OF A
      *                   LAPSED CONTRACT GOES TO REVIEW AS NOT IN
      *                   FORCE.  A LOSS IN THE GRACE PERIOD IS STILL
      *                   COVERED AND IS NOT HELD.
      *    2026  D.ELLIS  THE CLAIM-HISTORY LAYOUT IS NOW THE CLMHIST
      *                   COPY MEMBER, WITH THE TOTAL AND SUPPLEMENT
      *                   AMOUNTS PAID THAT CLAIMPAY POSTS.  A NEW
      *                   HISTORY ENTRY STARTS THEM AT ZERO.
      *    2026  D.ELLIS  THE CESSION EXTRACT LAYOUT IS NOW THE CESSEXT
      *                   COPY MEMBER AND EACH CESSION CARRIES ITS
      *                   CLAIM (LOSS) DATE AND THE RUN DATE, SO THE
      *                   QUARTERLY BORDEREAU (REINBORD) CAN SELECT
      *                   THE QUARTER FROM THE ACCUMULATED EXTRACTS AND
      *                   OPEN ONE RECOVERABLE PER CEDED CLAIM.
      *    2026  D.ELLIS  EACH CLAIM IS NOW LOOKED UP ON THE PREMIUM
      *                   MASTER (PREMMSTR).  NO PREMIUM RECORD, OR A
      *                   LOSS DATE BEFORE PM-EFF-DATE, GOES TO REVIEW
      *                   AS NOT IN FORCE; A LOSS INSIDE THE TWO-YEAR
      *                   CONTESTABLE PERIOD GOES TO REVIEW AS
      *                   CONTESTABLE, SO CLAIMPAY HOLDS IT UNTIL AN
      *                   EXAMINER CLEARS IT.  BOTH GROUPS ARE LISTED
      *                   IN THEIR OWN SECTION OF THE CLAIMRVW REPORT.
      *    2026  D.ELLIS  EVERY CLAIM SENT TO THE CLAIMRVW REVIEW
      *                   REPORT NOW ALSO OPENS A RECORD ON THE KEYED
      *                   REVIEW-STATUS FILE (CLMRVWST) SO THE
      *                   RESTART FOR THE WEEKLY RUN, A COINSURANCE
      *                   EXPOSURE LINE ON THE TOTALS, AND A PRIOR-WEEK
      *                   TREND COMPARISON.
      *    2026  D.ELLIS  CLMHIST RECORD IS NOW 80 BYTES - A NEW
      *                   CONTRACT ENTRY STARTS WITH NO SUBROGATION
      *                   RECOVERIES.
000004
000005 ENVIRONMENT DIVISION.
000006 INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RD-CONTRACT-NO
               FILE STATUS IS WS-RIDR-STATUS.
           SELECT PREMIUM-MASTER
             ASSIGN TO PREMMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-CONTRACT-NO
               FILE STATUS IS WS-PREM-STATUS.
           SELECT CESSION-EXTRACT-FILE
             ASSIGN TO CESSEXT
               ORGANIZATION IS SEQUENTIAL.
           RECORD CONTAINS 40 CHARACTERS.
       COPY CLMRIDER.

       FD  PREMIUM-MASTER
           RECORD CONTAINS 120 CHARACTERS.
       COPY PREMMSTR.

       FD  CESSION-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CESSEXT.

       FD  CESSION-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CESSION-REGISTER-LINE         PIC X(132).

       FD  CLAIM-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CLMHIST.
000022
000023 WORKING-STORAGE SECTION.
000024 01  FILLER                        PIC X(60)
           05  RVW-REASON                PIC X(40).
           05  FILLER                    PIC X(28)  VALUE SPACES.

      *    ADDED - IN-FORCE AND CONTESTABILITY CHECK AGAINST THE
      *    PREMIUM MASTER.  A LOSS WITHIN WS-CONTEST-YEARS OF THE
      *    EFFECTIVE DATE IS CONTESTABLE.  THE WEEKLY FILE CARRIES A
      *    TWO-DIGIT LOSS YEAR, ALL WITHIN 2000-2099 (SEE CLAIMEDIT).
      *    ITEMS ARE HELD IN THE TABLE BELOW AND PRINTED AS THEIR OWN
      *    SECTION AT THE END OF THE REVIEW REPORT.
       01  WS-PREM-STATUS                PIC XX      VALUE SPACES.
           88  WS-PREM-FOUND                         VALUE '00'.
       01  WS-PREM-FILE-SW               PIC X       VALUE 'N'.
           88  WS-PREM-FILE-OPEN                     VALUE 'Y'.
       01  WS-CONTEST-YEARS              PIC 9(2)    VALUE 2.
       01  WS-LOSS-DATE                  PIC 9(8)    VALUE ZEROES.
       01  WS-CONTEST-END-DATE           PIC 9(8)    VALUE ZEROES.
       01  WS-FMT-DATE                   PIC 9(8)    VALUE ZEROES.
       01  WS-FMT-DATE-R REDEFINES WS-FMT-DATE.
           05  WS-FMT-CCYY               PIC 9(4).
           05  WS-FMT-MM                 PIC 9(2).
           05  WS-FMT-DD                 PIC 9(2).
       01  WS-FMT-DATE-OUT               PIC X(10)   VALUE SPACES.
       01  WS-IF-GROUP                   PIC X       VALUE SPACE.
           88  WS-IF-NOT-IN-FORCE                    VALUE 'N'.
           88  WS-IF-CONTESTABLE                     VALUE 'C'.
       01  WS-NOT-IN-FORCE-COUNT         PIC 9(5)    VALUE ZEROES.
       01  WS-CONTESTABLE-COUNT          PIC 9(5)    VALUE ZEROES.

       01  WS-IN-FORCE-TABLE.
           05  WS-IF-ENTRY-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-IF-SUB                 PIC 9(4) COMP VALUE 1.
           05  WS-IF-ENTRY OCCURS 500 TIMES.
               10  IF-GROUP              PIC X.
               10  IF-CONTRACT-NO        PIC 9(7).
               10  IF-NAME               PIC X(25).
               10  IF-CLAIM-TOTAL        PIC 9(7)V99.
               10  IF-EFF-DATE           PIC 9(8).
               10  IF-LOSS-DATE          PIC 9(8).
               10  IF-REASON             PIC X(40).

       01  IN-FORCE-SECTION-HEADING.
           05  IFH-TITLE                 PIC X(40).
           05  FILLER                    PIC X(92)  VALUE SPACES.

       01  IN-FORCE-COLUMN-HEADING.
           05  FILLER                    PIC X(8)   VALUE 'Contract'.
           05  FILLER                    PIC X(4)   VALUE SPACES.
           05  FILLER                    PIC X(7)   VALUE 'Insured'.
           05  FILLER                    PIC X(29)  VALUE SPACES.
           05  FILLER                    PIC X(5)   VALUE 'Claim'.
           05  FILLER                    PIC X(3)   VALUE SPACES.
           05  FILLER                    PIC X(10)  VALUE 'Effective'.
           05  FILLER                    PIC X(3)   VALUE SPACES.
           05  FILLER                    PIC X(10)  VALUE 'Loss Date'.
           05  FILLER                    PIC X(3)   VALUE SPACES.
           05  FILLER                    PIC X(6)   VALUE 'Reason'.
           05  FILLER                    PIC X(44)  VALUE SPACES.

       01  IN-FORCE-DETAIL-LINE.
           05  IFD-CONTRACT-NO           PIC 9B999B99.
           05  FILLER                    PIC X(3)   VALUE SPACES.
           05  IFD-NAME                  PIC X(25).
           05  FILLER                    PIC X(3)   VALUE SPACES.
           05  IFD-CLAIM-TOTAL           PIC $$,$$$,$$9.99.
           05  FILLER                    PIC X(3)   VALUE SPACES.
           05  IFD-EFF-DATE              PIC X(10).
           05  FILLER                    PIC X(3)   VALUE SPACES.
           05  IFD-LOSS-DATE             PIC X(10).
           05  FILLER                    PIC X(3)   VALUE SPACES.
           05  IFD-REASON                PIC X(40).
           05  FILLER                    PIC X(10)  VALUE SPACES.

       01  IN-FORCE-COUNT-LINE.
           05  FILLER                    PIC X(18)
                    VALUE 'Claims Listed:    '.
           05  IFC-COUNT                 PIC ZZ,ZZ9.
           05  FILLER                    PIC X(108) VALUE SPACES.

      *    ADDED FOR CHECKPOINT/RESTART ON THE WEEKLY RUN.
       01  WS-CKPT-STATUS                PIC XX      VALUE SPACES.
       01  WS-RECORD-COUNT               PIC 9(6)    VALUE ZEROES.
           IF WS-RIDR-FOUND
              MOVE 'Y' TO WS-RIDR-FILE-SW
           END-IF.
           OPEN INPUT PREMIUM-MASTER.
           IF WS-PREM-FOUND
              MOVE 'Y' TO WS-PREM-FILE-SW
           ELSE
              DISPLAY 'PREMMSTR NOT AVAILABLE - STATUS ' WS-PREM-STATUS
                  ' - IN-FORCE CHECK NOT RUN'
              MOVE 4 TO WS-RL-RETURN-CD
           END-IF.
           MOVE 'S' TO WS-RL-EVENT.
           CALL 'RUNLOG' USING WS-RL-JOB-NAME WS-RL-EVENT
               WS-RL-RECORDS WS-RL-RETURN-CD WS-RL-BALANCED.
           PERFORM 095-CLEAR-CHECKPOINT.
           PERFORM 800-SAVE-TREND-DATA.
           PERFORM 750-CESSION-TOTALS.
           PERFORM 780-WRITE-IN-FORCE-SECTION.
           IF WS-RIDR-FILE-OPEN
              CLOSE RIDER-FILE
           END-IF.
           IF WS-PREM-FILE-OPEN
              CLOSE PREMIUM-MASTER
           END-IF.
000218     CLOSE CLAIM-FILE
                 REVIEW-FILE
                 CLAIM-HISTORY-FILE
000237
000238 200-PROCESS-CLAIM-RECORDS.
000239     PERFORM 300-COMPUTE-TOT-CLAIM.
           PERFORM 240-CHECK-IN-FORCE THRU 240-EXIT.
           PERFORM 250-CHECK-SUSPICIOUS-CLAIM.
           PERFORM 260-POST-CLAIM-HISTORY.
           PERFORM 270-WRITE-CESSION THRU 270-EXIT.
000287         END-MULTIPLY
000288     END-IF.
000289
      *    ADDED - WAS THE POLICY IN FORCE ON THE LOSS DATE, AND IS
      *    THE LOSS STILL INSIDE THE CONTESTABLE PERIOD?  EITHER WAY
      *    THE CLAIM OPENS A REVIEW ITEM SO CLAIMPAY WILL NOT RELEASE
      *    IT UNTIL AN EXAMINER APPROVES.  THIS RUNS AHEAD OF THE
      *    OTHER REVIEW CHECKS SO AN IN-FORCE REASON IS THE ONE THAT
      *    LANDS ON A NEWLY OPENED REVIEW-STATUS RECORD.
       240-CHECK-IN-FORCE.
           MOVE SPACE TO WS-IF-GROUP.
           IF NOT WS-PREM-FILE-OPEN
              GO TO 240-EXIT.
           IF POLICY-DETAILS (1:6) NOT NUMERIC
              GO TO 240-EXIT.
           MOVE POLICY-DETAILS (1:6) TO WS-LOSS-DATE.
           ADD 20000000 TO WS-LOSS-DATE.
           MOVE SPACES TO REVIEW-DETAIL-LINE.
           MOVE INSURED-CONTRACT-NO TO PM-CONTRACT-NO.
           READ PREMIUM-MASTER.
           IF NOT WS-PREM-FOUND
              MOVE ZERO TO PM-EFF-DATE
              SET WS-IF-NOT-IN-FORCE TO TRUE
              MOVE 'NOT IN FORCE - NO PREMIUM RECORD' TO RVW-REASON
           ELSE
              COMPUTE WS-CONTEST-END-DATE =
                  PM-EFF-DATE + (WS-CONTEST-YEARS * 10000)
              EVALUATE TRUE
                 WHEN WS-LOSS-DATE < PM-EFF-DATE
                    SET WS-IF-NOT-IN-FORCE TO TRUE
                    MOVE 'NOT IN FORCE - LOSS BEFORE EFF DATE'
                        TO RVW-REASON
                 WHEN PM-LAPSED AND PM-PAID-TO-DATE NUMERIC
                         AND WS-LOSS-DATE NOT < PM-PAID-TO-DATE
                    SET WS-IF-NOT-IN-FORCE TO TRUE
                    MOVE 'NOT IN FORCE - LAPSED FOR NONPAYMENT'
                        TO RVW-REASON
                 WHEN WS-LOSS-DATE < WS-CONTEST-END-DATE
                    SET WS-IF-CONTESTABLE TO TRUE
                    MOVE 'CONTESTABLE - WITHIN 2 YRS OF EFF DATE'
                        TO RVW-REASON
              END-EVALUATE
           END-IF.
           IF WS-IF-GROUP = SPACE
              GO TO 240-EXIT.
           MOVE INSURED-CONTRACT-NO TO RVW-CONTRACT-NO.
           STRING INSURED-LAST-NANE DELIMITED BY '  '
               ', ' DELIMITED BY SIZE
               INSURED-FIRST-NANE DELIMITED BY '  '
               INTO RVW-NAME
           END-STRING.
           MOVE TOT-CLAIM-TOTAL TO RVW-CLAIM-TOTAL.
           PERFORM 265-OPEN-REVIEW-STATUS.
           IF WS-IF-NOT-IN-FORCE
              ADD 1 TO WS-NOT-IN-FORCE-COUNT
           ELSE
              ADD 1 TO WS-CONTESTABLE-COUNT
           END-IF.
      *    HOLD THE ITEM FOR THE SECTION AT THE END OF THE REPORT.  IF
      *    THE TABLE IS FULL, LIST IT WITH THE OTHER REVIEW ITEMS NOW.
           IF WS-IF-ENTRY-COUNT < 500
              ADD 1 TO WS-IF-ENTRY-COUNT
              MOVE WS-IF-GROUP TO IF-GROUP (WS-IF-ENTRY-COUNT)
              MOVE INSURED-CONTRACT-NO
                  TO IF-CONTRACT-NO (WS-IF-ENTRY-COUNT)
              MOVE RVW-NAME TO IF-NAME (WS-IF-ENTRY-COUNT)
              MOVE TOT-CLAIM-TOTAL TO IF-CLAIM-TOTAL (WS-IF-ENTRY-COUNT)
              MOVE PM-EFF-DATE TO IF-EFF-DATE (WS-IF-ENTRY-COUNT)
              MOVE WS-LOSS-DATE TO IF-LOSS-DATE (WS-IF-ENTRY-COUNT)
              MOVE RVW-REASON TO IF-REASON (WS-IF-ENTRY-COUNT)
           ELSE
              WRITE REVIEW-LINE FROM REVIEW-DETAIL-LINE
           END-IF.
       240-EXIT.
           EXIT.

      *    ADDED - CHECK THIS CLAIM AGAINST THE POLICY FACE AMOUNT AND
      *    AGAINST THIS CONTRACT'S CLAIM-TYPE HISTORY FOR THE RUN AND,
      *    IF EITHER LOOKS WRONG, LOG IT TO THE REVIEW REPORT INSTEAD
              MOVE POLICY-TYPE TO CH-LAST-CLAIM-TYPE
              MOVE POLICY-CLAIM-AMOUNT TO CH-TOTAL-CLAIM-AMT
              MOVE WS-FACE-DIGITS TO CH-TOTAL-FACE-AMT
              MOVE ZERO TO CH-TOTAL-PAID-AMT CH-SUPP-PAID-AMT
                           CH-RECOVERED-AMT
              WRITE CLAIM-HISTORY-REC
           END-IF.
           IF CH-CLAIM-COUNT NOT < WS-REPEAT-CLAIM-LIMIT
           MOVE WS-CEDED-SHARE      TO CSX-CEDED-SHARE.
           MOVE WS-CEDED-CLAIM      TO CSX-CLAIM-AMOUNT.
           MOVE WS-RIDER-PORTION    TO CSX-RIDER-PORTION.
           MOVE POLICY-DETAILS (1:6) TO CSX-CLAIM-DATE.
           MOVE WS-TODAY-DATE       TO CSX-EXTRACT-DATE.
           WRITE CESSION-EXTRACT-RECORD.
           MOVE CSX-TREATY-CODE     TO CRG-TREATY-CODE.
           MOVE INSURED-CONTRACT-NO TO CRG-CONTRACT-NO.
           MOVE WS-CESSION-CEDED-TOTAL TO CTL-CEDED.
           WRITE CESSION-REGISTER-LINE FROM CESSION-TOTAL-LINE.

      *    ADDED - NOT-IN-FORCE AND CONTESTABLE SECTION OF THE REVIEW
      *    REPORT, ONE GROUP AFTER THE OTHER, EACH WITH ITS COUNT.
       780-WRITE-IN-FORCE-SECTION.
           MOVE 'Claims Not In Force On Loss Date' TO IFH-TITLE.
           WRITE REVIEW-LINE FROM IN-FORCE-SECTION-HEADING
               AFTER ADVANCING 3 LINES.
           WRITE REVIEW-LINE FROM IN-FORCE-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE 'N' TO WS-IF-GROUP.
           PERFORM 785-WRITE-IN-FORCE-ITEM
               VARYING WS-IF-SUB FROM 1 BY 1
               UNTIL WS-IF-SUB > WS-IF-ENTRY-COUNT.
           MOVE WS-NOT-IN-FORCE-COUNT TO IFC-COUNT.
           WRITE REVIEW-LINE FROM IN-FORCE-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'Claims Within The Contestable Period' TO IFH-TITLE.
           WRITE REVIEW-LINE FROM IN-FORCE-SECTION-HEADING
               AFTER ADVANCING 3 LINES.
           WRITE REVIEW-LINE FROM IN-FORCE-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE 'C' TO WS-IF-GROUP.
           PERFORM 785-WRITE-IN-FORCE-ITEM
               VARYING WS-IF-SUB FROM 1 BY 1
               UNTIL WS-IF-SUB > WS-IF-ENTRY-COUNT.
           MOVE WS-CONTESTABLE-COUNT TO IFC-COUNT.
           WRITE REVIEW-LINE FROM IN-FORCE-COUNT-LINE
               AFTER ADVANCING 2 LINES.

       785-WRITE-IN-FORCE-ITEM.
           IF IF-GROUP (WS-IF-SUB) = WS-IF-GROUP
              MOVE IF-CONTRACT-NO (WS-IF-SUB) TO IFD-CONTRACT-NO
              INSPECT IFD-CONTRACT-NO REPLACING ALL ' ' BY '-'
              MOVE IF-NAME (WS-IF-SUB) TO IFD-NAME
              MOVE IF-CLAIM-TOTAL (WS-IF-SUB) TO IFD-CLAIM-TOTAL
              MOVE IF-EFF-DATE (WS-IF-SUB) TO WS-FMT-DATE
              PERFORM 790-FORMAT-DATE
              MOVE WS-FMT-DATE-OUT TO IFD-EFF-DATE
              MOVE IF-LOSS-DATE (WS-IF-SUB) TO WS-FMT-DATE
              PERFORM 790-FORMAT-DATE
              MOVE WS-FMT-DATE-OUT TO IFD-LOSS-DATE
              MOVE IF-REASON (WS-IF-SUB) TO IFD-REASON
              WRITE REVIEW-LINE FROM IN-FORCE-DETAIL-LINE
           END-IF.

       790-FORMAT-DATE.
           MOVE SPACES TO WS-FMT-DATE-OUT.
           IF WS-FMT-DATE > ZERO
              STRING WS-FMT-MM '/' WS-FMT-DD '/' WS-FMT-CCYY
                  DELIMITED BY SIZE INTO WS-FMT-DATE-OUT
              END-STRING
           END-IF.

000290 400-WRITE-HEADING-LINES.
000291     MOVE 1 TO LINE-COUNT.
000292     ADD 1 TO PAGE-COUNT.
