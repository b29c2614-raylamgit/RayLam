       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  SANCCLR.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  SANCTIONS HOLD-QUEUE REVIEW
      *                FOR COMPLIANCE, RUN DAILY.  APPLIES THE DAY'S
      *                DECISION CARDS TO THE SANCHOLD QUEUE SANCSCRN
      *                BUILDS - C CLEARS A POTENTIAL HIT AS A FALSE
      *                POSITIVE SO THE PAYEE PAYS ON THE NEXT RUN, F
      *                CONFIRMS IT AS A TRUE MATCH SO THE PAYEE STAYS
      *                BLOCKED - MATCHED BY REFERENCE AND LIST ENTRY,
      *                WITH THE COMPLIANCE OFFICER AND DATE RECORDED.
      *                EVERY HIT STILL OPEN IS LISTED WITH ITS AGE
      *                AND ANY OLDER THAN THE PARM DAYS (DEFAULT 3) IS
      *                FLAGGED OVERDUE, ALERTED AND ENDS THE STEP RC
      *                4.  A CONFIRMED MATCH RAISES A CRITICAL ALERT.
      *                THE QUEUE CARRIES FORWARD WITH THE DECISIONS
      *                APPLIED.
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

           SELECT DECISION-FILE
           ASSIGN TO UT-S-SANCDEC
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DEC-STATUS.

           SELECT HOLD-QUEUE-IN
           ASSIGN TO SANCHLDI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS HQI-STATUS.

           SELECT HOLD-QUEUE-OUT
           ASSIGN TO SANCHLDO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS HQO-STATUS.

           SELECT REVIEW-REPORT
           ASSIGN TO UT-S-SANCRPT
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
           05  PRM-OVERDUE-DAYS            PIC 9(03).
           05  FILLER                      PIC X(77).

       FD  DECISION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DECISION-REC.
       01  DECISION-REC.
           05  DC-ACTION                   PIC X(01).
               88  DC-CLEAR                   VALUE "C".
               88  DC-CONFIRM                 VALUE "F".
           05  DC-REFERENCE                PIC X(20).
           05  DC-ENTRY-ID                 PIC X(10).
           05  DC-OFFICER-ID               PIC X(08).
           05  FILLER                      PIC X(41).

       FD  HOLD-QUEUE-IN
           RECORD CONTAINS 200 CHARACTERS.
       COPY SANCHOLD.

       FD  HOLD-QUEUE-OUT
           RECORD CONTAINS 200 CHARACTERS.
       01  HOLD-QUEUE-REC-OUT              PIC X(200).

       FD  REVIEW-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REVIEW-REPORT-REC.
       01  REVIEW-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  DEC-STATUS              PIC X(2).
               88 END-OF-DEC      VALUE "10".
           05  HQI-STATUS              PIC X(2).
               88 HQI-OPENED      VALUE "00".
               88 END-OF-HQI      VALUE "10".
           05  HQO-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-TODAY-INT                PIC 9(08) VALUE ZERO.
           05  WS-OVERDUE-DAYS             PIC 9(03) VALUE 3.
           05  WS-AGE-DAYS                 PIC S9(5) VALUE ZERO.
           05  WS-DEC-SUB                  PIC 9(3) COMP VALUE 0.
           05  WS-DEC-FOUND                PIC 9(3) COMP VALUE 0.
           05  WS-OPEN-COUNT               PIC 9(5) VALUE ZERO.
           05  WS-OVERDUE-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-CLEARED-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-CONFIRMED-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-DECIDED-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-DEC-REJECT-COUNT         PIC 9(5) VALUE ZERO.

      *    PASSED TO ALERTLOG.
       01  WS-ALERT-FIELDS.
           05  WS-AL-JOB                   PIC X(08) VALUE "SANCCLR".
           05  WS-AL-SEV                   PIC X(01).
           05  WS-AL-TEXT                  PIC X(60).

      *    THE DAY'S DECISION CARDS.
       01  DECISION-TABLE-AREA.
           05  WS-DEC-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-DEC-ENTRY OCCURS 200 TIMES.
               10  DCT-ACTION              PIC X(01).
               10  DCT-REFERENCE           PIC X(20).
               10  DCT-ENTRY-ID            PIC X(10).
               10  DCT-OFFICER-ID          PIC X(08).
               10  DCT-USED-SW             PIC X(01).
                   88  DCT-USED               VALUE "Y".

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(48) VALUE
               "SANCTIONS HOLD QUEUE - COMPLIANCE REVIEW  RUN ".
           05  HDG-TODAY-O             PIC 9(08).
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(35) VALUE "STATUS".
           05  FILLER                  PIC X(09) VALUE "HELD".
           05  FILLER                  PIC X(09) VALUE "SOURCE".
           05  FILLER                  PIC X(21) VALUE "REFERENCE".
           05  FILLER                  PIC X(31) VALUE "PAYEE".
           05  FILLER                  PIC X(11) VALUE "LIST ENTRY".
           05  FILLER                  PIC X(05) VALUE "SCORE".
           05  FILLER                  PIC X(05) VALUE "  AGE".
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-HOLD-LINE.
           05  HDL-NOTE-O              PIC X(34).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  HDL-HOLD-DATE-O         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  HDL-SOURCE-O            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  HDL-REFERENCE-O         PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  HDL-PAYEE-O             PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  HDL-ENTRY-ID-O          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HDL-SCORE-O             PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  HDL-AGE-O               PIC ZZZ9.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-LIST-NAME-LINE.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "ON LIST AS:   ".
           05  LNL-LIST-NAME-O         PIC X(60).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-DEC-REJECT-LINE.
           05  FILLER                  PIC X(18) VALUE
               "DECISION CARD:    ".
           05  DRL-ACTION-O            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DRL-REFERENCE-O         PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DRL-ENTRY-ID-O          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DRL-OFFICER-O           PIC X(08).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  DRL-MESSAGE-O           PIC X(40).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(06) VALUE "OPEN: ".
           05  TOT-OPEN-O              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  OVERDUE: ".
           05  TOT-OVERDUE-O           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  CLEARED: ".
           05  TOT-CLEARED-O           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE "  CONFIRMED: ".
           05  TOT-CONFIRMED-O         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(18)
                 VALUE "  DECIDED BEFORE: ".
           05  TOT-DECIDED-O           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20)
                 VALUE "  CARDS REJECTED:   ".
           05  TOT-DEC-REJ-O           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * LOAD AND EDIT THE DECISIONS, APPLY THEM AS THE QUEUE CARRIES
      * FORWARD, LIST WHAT IS STILL OPEN, THEN ANY DECISION THAT
      * FOUND NOTHING TO DECIDE.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           MOVE WS-TODAY TO HDG-TODAY-O.

           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           WRITE REVIEW-REPORT-REC FROM WS-HEADING-LINE.
           WRITE REVIEW-REPORT-REC FROM WS-BLANK-LINE.

           READ DECISION-FILE
               AT END SET END-OF-DEC TO TRUE.
           PERFORM 100-LOAD-ONE-DECISION THRU 100-EXIT
               UNTIL END-OF-DEC.

           WRITE REVIEW-REPORT-REC FROM WS-BLANK-LINE.
           WRITE REVIEW-REPORT-REC FROM WS-COLUMN-LINE.
           IF HQI-OPENED
               READ HOLD-QUEUE-IN
                   AT END SET END-OF-HQI TO TRUE
               END-READ
               PERFORM 200-REVIEW-ONE-HOLD THRU 200-EXIT
                   UNTIL END-OF-HQI
           END-IF.

           WRITE REVIEW-REPORT-REC FROM WS-BLANK-LINE.
           PERFORM 300-UNUSED-DECISION THRU 300-EXIT
               VARYING WS-DEC-SUB FROM 1 BY 1
               UNTIL WS-DEC-SUB > WS-DEC-COUNT.

           WRITE REVIEW-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-OPEN-COUNT TO TOT-OPEN-O.
           MOVE WS-OVERDUE-COUNT TO TOT-OVERDUE-O.
           MOVE WS-CLEARED-COUNT TO TOT-CLEARED-O.
           MOVE WS-CONFIRMED-COUNT TO TOT-CONFIRMED-O.
           MOVE WS-DECIDED-COUNT TO TOT-DECIDED-O.
           MOVE WS-DEC-REJECT-COUNT TO TOT-DEC-REJ-O.
           WRITE REVIEW-REPORT-REC FROM WS-TOTALS-LINE.

           IF WS-OVERDUE-COUNT > ZERO
               MOVE "W" TO WS-AL-SEV
               MOVE SPACES TO WS-AL-TEXT
               STRING WS-OVERDUE-COUNT
                   " SANCTIONS HITS OPEN PAST " WS-OVERDUE-DAYS
                   " DAYS - PAYMENTS HELD"
                   DELIMITED BY SIZE INTO WS-AL-TEXT
               END-STRING
               CALL "ALERTLOG" USING WS-AL-JOB WS-AL-SEV WS-AL-TEXT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      *    DAYS A HIT MAY STAY OPEN BEFORE IT IS OVERDUE.  NO CARD
      *    MEANS 3.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM AND PRM-OVERDUE-DAYS NUMERIC
               MOVE PRM-OVERDUE-DAYS TO WS-OVERDUE-DAYS.
       050-EXIT.
           EXIT.

       100-LOAD-ONE-DECISION.
      *    A DECISION NEEDS C OR F, THE REFERENCE AND LIST ENTRY OFF
      *    THE REVIEW REPORT, AND THE OFFICER MAKING IT.
           MOVE "100-LOAD-ONE-DECISION" TO PARA-NAME.
           MOVE SPACES TO DRL-MESSAGE-O.
           EVALUATE TRUE
               WHEN NOT DC-CLEAR AND NOT DC-CONFIRM
                   MOVE "REJECTED - ACTION NOT C OR F"
                       TO DRL-MESSAGE-O
               WHEN DC-REFERENCE = SPACES OR DC-ENTRY-ID = SPACES
                   MOVE "REJECTED - REFERENCE OR ENTRY MISSING"
                       TO DRL-MESSAGE-O
               WHEN DC-OFFICER-ID = SPACES
                   MOVE "REJECTED - NO OFFICER ID" TO DRL-MESSAGE-O
               WHEN WS-DEC-COUNT NOT < 200
                   MOVE "REJECTED - OVER 200 CARDS, RESUBMIT"
                       TO DRL-MESSAGE-O
           END-EVALUATE.
           IF DRL-MESSAGE-O = SPACES
               ADD 1 TO WS-DEC-COUNT
               MOVE DC-ACTION TO DCT-ACTION (WS-DEC-COUNT)
               MOVE DC-REFERENCE TO DCT-REFERENCE (WS-DEC-COUNT)
               MOVE DC-ENTRY-ID TO DCT-ENTRY-ID (WS-DEC-COUNT)
               MOVE DC-OFFICER-ID TO DCT-OFFICER-ID (WS-DEC-COUNT)
               MOVE "N" TO DCT-USED-SW (WS-DEC-COUNT)
           ELSE
               ADD 1 TO WS-DEC-REJECT-COUNT
               MOVE DC-ACTION TO DRL-ACTION-O
               MOVE DC-REFERENCE TO DRL-REFERENCE-O
               MOVE DC-ENTRY-ID TO DRL-ENTRY-ID-O
               MOVE DC-OFFICER-ID TO DRL-OFFICER-O
               WRITE REVIEW-REPORT-REC FROM WS-DEC-REJECT-LINE
           END-IF.
           READ DECISION-FILE
               AT END SET END-OF-DEC TO TRUE.
       100-EXIT.
           EXIT.

       200-REVIEW-ONE-HOLD.
           MOVE "200-REVIEW-ONE-HOLD" TO PARA-NAME.

      **** THE LAST CARD FOR THIS REFERENCE AND ENTRY DECIDES IT -
      **** COMPLIANCE MAY ALSO REVERSE AN EARLIER DECISION.
           MOVE ZERO TO WS-DEC-FOUND.
           PERFORM 210-FIND-DECISION THRU 210-EXIT
               VARYING WS-DEC-SUB FROM 1 BY 1
               UNTIL WS-DEC-SUB > WS-DEC-COUNT.

           MOVE SH-HOLD-DATE TO HDL-HOLD-DATE-O.
           MOVE SH-SOURCE TO HDL-SOURCE-O.
           MOVE SH-REFERENCE TO HDL-REFERENCE-O.
           MOVE SH-PAYEE-NAME TO HDL-PAYEE-O.
           MOVE SH-ENTRY-ID TO HDL-ENTRY-ID-O.
           MOVE SH-SCORE TO HDL-SCORE-O.
           MOVE SH-LIST-NAME TO LNL-LIST-NAME-O.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(SH-HOLD-DATE).
           MOVE WS-AGE-DAYS TO HDL-AGE-O.

           EVALUATE TRUE
               WHEN WS-DEC-FOUND > ZERO
                   PERFORM 250-APPLY-DECISION THRU 250-EXIT
               WHEN SH-PENDING AND WS-AGE-DAYS > WS-OVERDUE-DAYS
                   ADD 1 TO WS-OPEN-COUNT
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE "** OPEN - OVERDUE **" TO HDL-NOTE-O
                   WRITE REVIEW-REPORT-REC FROM WS-HOLD-LINE
                   WRITE REVIEW-REPORT-REC FROM WS-LIST-NAME-LINE
               WHEN SH-PENDING
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE "OPEN - AWAITING COMPLIANCE" TO HDL-NOTE-O
                   WRITE REVIEW-REPORT-REC FROM WS-HOLD-LINE
                   WRITE REVIEW-REPORT-REC FROM WS-LIST-NAME-LINE
               WHEN OTHER
                   ADD 1 TO WS-DECIDED-COUNT
           END-EVALUATE.

           MOVE SANCTION-HOLD-REC TO HOLD-QUEUE-REC-OUT.
           WRITE HOLD-QUEUE-REC-OUT.

           READ HOLD-QUEUE-IN
               AT END SET END-OF-HQI TO TRUE.
       200-EXIT.
           EXIT.

       210-FIND-DECISION.
           IF DCT-REFERENCE (WS-DEC-SUB) = SH-REFERENCE
                   AND DCT-ENTRY-ID (WS-DEC-SUB) = SH-ENTRY-ID
               MOVE WS-DEC-SUB TO WS-DEC-FOUND.
       210-EXIT.
           EXIT.

       250-APPLY-DECISION.
      *    CLEARED PAYS ON THE NEXT RUN; CONFIRMED STAYS BLOCKED AND
      *    GOES TO THE OPERATORS AS A CRITICAL.
           MOVE "250-APPLY-DECISION" TO PARA-NAME.
           MOVE "Y" TO DCT-USED-SW (WS-DEC-FOUND).
           MOVE DCT-ACTION (WS-DEC-FOUND) TO SH-STATUS.
           MOVE DCT-OFFICER-ID (WS-DEC-FOUND) TO SH-DECIDED-BY.
           MOVE WS-TODAY TO SH-DECIDED-DATE.
           IF SH-CLEARED
               ADD 1 TO WS-CLEARED-COUNT
               MOVE "CLEARED - FALSE POSITIVE" TO HDL-NOTE-O
               WRITE REVIEW-REPORT-REC FROM WS-HOLD-LINE
               WRITE REVIEW-REPORT-REC FROM WS-LIST-NAME-LINE
               GO TO 250-EXIT.
           ADD 1 TO WS-CONFIRMED-COUNT.
           MOVE "** CONFIRMED - PAYMENTS BLOCKED **" TO HDL-NOTE-O.
           WRITE REVIEW-REPORT-REC FROM WS-HOLD-LINE.
           WRITE REVIEW-REPORT-REC FROM WS-LIST-NAME-LINE.
           MOVE "C" TO WS-AL-SEV.
           MOVE SPACES TO WS-AL-TEXT.
           STRING "SANCTIONS MATCH CONFIRMED - " SH-SOURCE " "
               SH-REFERENCE
               DELIMITED BY SIZE INTO WS-AL-TEXT
           END-STRING.
           CALL "ALERTLOG" USING WS-AL-JOB WS-AL-SEV WS-AL-TEXT.
       250-EXIT.
           EXIT.

       300-UNUSED-DECISION.
           IF DCT-USED (WS-DEC-SUB)
               GO TO 300-EXIT.
           ADD 1 TO WS-DEC-REJECT-COUNT.
           MOVE DCT-ACTION (WS-DEC-SUB) TO DRL-ACTION-O.
           MOVE DCT-REFERENCE (WS-DEC-SUB) TO DRL-REFERENCE-O.
           MOVE DCT-ENTRY-ID (WS-DEC-SUB) TO DRL-ENTRY-ID-O.
           MOVE DCT-OFFICER-ID (WS-DEC-SUB) TO DRL-OFFICER-O.
           MOVE "REJECTED - NO SUCH HOLD ON THE QUEUE" TO DRL-MESSAGE-O.
           WRITE REVIEW-REPORT-REC FROM WS-DEC-REJECT-LINE.
       300-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, DECISION-FILE.
           OPEN INPUT HOLD-QUEUE-IN.
           OPEN OUTPUT HOLD-QUEUE-OUT, REVIEW-REPORT.
           DISPLAY "SANCCLR OPEN FILES".
           DISPLAY DEC-STATUS.
           DISPLAY HQI-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, DECISION-FILE, HOLD-QUEUE-OUT,
                 REVIEW-REPORT.
           IF END-OF-HQI
               CLOSE HOLD-QUEUE-IN
           END-IF.
           DISPLAY "SANCCLR FILES CLOSED".
       900-EXIT.
           EXIT.
