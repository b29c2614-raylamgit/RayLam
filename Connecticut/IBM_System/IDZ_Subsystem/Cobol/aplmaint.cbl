      *                UNDERWRITING, APPROVED, DOCS OUT, CLOSED.  ONLY
      *                FORWARD MOVES ARE LEGAL.  EVERYTHING AFTER THE
      *                SAVED QUOTE USED TO LIVE ON PAPER.
      * 2026  D.ELLIS  ADDED THE DECLINED (X), WITHDRAWN (W) AND
      *                INCOMPLETE (I) OUTCOMES.  AN OUTCOME CAN BE SET
      *                FROM ANY OPEN STAGE AND IS FINAL.  A DECLINE OR
      *                INCOMPLETE MUST CARRY AT LEAST ONE ADVERSE-
      *                ACTION REASON CODE FROM THE ADVRSN TABLE (UP TO
      *                FOUR).  THE APPLICANT NAME AND MAILING ADDRESS
      *                NOW COME IN ON THE OPEN, OR ON A NEW 'N'
      *                TRANSACTION, FOR THE ADVNOTC NOTICE LETTERS.
      *                TRANSACTION WIDENED FROM 80 TO 160 BYTES.
      * 2026  D.ELLIS  CAPTURE THE LOAN APPLICATION REGISTER DATA FOR
      *                LARXTRCT.  THE OPEN TAKES THE PROPERTY STATE AND
      *                COUNTY FROM THE QUOTE'S ESCROW STATE/COUNTY AND
      *                DEFAULTS THE PURPOSE TO REFINANCE ON A REFI
      *                QUOTE.  PURPOSE, OCCUPANCY AND THE APPLICANT
      *                MONITORING FIELDS COME IN ON THE OPEN OR ON A
      *                NEW 'G' TRANSACTION, WHICH REPLACES ONLY THE
      *                FIELDS KEYED.  A BAD CODE REJECTS THE 'G'
      *                TRANSACTION; ON AN OPEN THE APPLICATION IS STILL
      *                OPENED WITHOUT THE REGISTER DATA.
      * 2026  D.ELLIS  UNDERWRITING CONDITIONS GATE THE STATUS MOVES.
      *                A MOVE TO APPROVED OR BEYOND IS REFUSED WHILE
      *                ANY PRIOR-TO-APPROVAL CONDITION ON UWCOND IS
      *                OUTSTANDING, AND A MOVE TO DOCS OUT OR BEYOND
      *                WHILE ANY PRIOR-TO-DOCS CONDITION IS.
      * 2026  D.ELLIS  UWCOND OPEN - ANY STATUS OTHER THAN 00 LEAVES
      *                THE FILE TREATED AS NOT OPEN, SO IT IS NEITHER
      *                READ NOR CLOSED; ONLY 35 (NO FILE YET) IS QUIET.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             RECORD KEY IS EPSQ-QUOTE-NUMBER
             FILE STATUS IS SQ-STATUS.

           SELECT CONDITION-FILE
           ASSIGN TO UWCOND
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS UC-KEY
             FILE STATUS IS UC-STATUS-CODE.

           SELECT MAINT-REPORT
           ASSIGN TO UT-S-APLMRPT
             ACCESS MODE IS SEQUENTIAL
       FD  APPL-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPL-TRANS-REC.
       01  APPL-TRANS-REC.
           05  AT-ACTION                   PIC X(01).
               88  AT-OPEN                    VALUE "O".
               88  AT-MOVE                    VALUE "S".
               88  AT-NAME-ADDRESS            VALUE "N".
               88  AT-LAR-DATA                VALUE "G".
           05  AT-QUOTE-NUMBER             PIC X(14).
           05  AT-NEW-STATUS               PIC X(01).
               88  AT-OUTCOME                 VALUE "X" "W" "I".
           05  AT-OFFICER                  PIC X(08).
           05  AT-REASON-CODE              PIC X(02) OCCURS 4 TIMES.
           05  AT-APPLICANT-NAME           PIC X(30).
           05  AT-MAIL-STREET              PIC X(30).
           05  AT-MAIL-CITY                PIC X(20).
           05  AT-MAIL-STATE               PIC X(02).
           05  AT-MAIL-ZIP                 PIC X(10).
           05  AT-PROP-STATE               PIC X(02).
           05  AT-PROP-COUNTY              PIC X(15).
           05  AT-LOAN-PURPOSE             PIC X(02).
           05  AT-OCCUPANCY                PIC X(01).
           05  AT-ETHNICITY                PIC X(01).
           05  AT-RACE                     PIC X(01).
           05  AT-SEX                      PIC X(01).
           05  AT-AGE                      PIC X(03).
           05  AT-INCOME                   PIC X(05).
           05  FILLER                      PIC X(05).

       FD  APPLICATION-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY LOANAPPL.

       FD  SAVED-QUOTE-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY EPSQUOTE.

       FD  CONDITION-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY UWCOND.

       FD  MAINT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
               88 APL-FOUND       VALUE "00".
           05  SQ-STATUS               PIC X(2).
               88 SQ-FOUND        VALUE "00".
           05  UC-STATUS-CODE          PIC X(2).
               88 UC-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

           05  WS-OPENED-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-MOVED-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-OUTCOME-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-ADDRESS-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-LAR-COUNT                PIC 9(05) VALUE ZERO.
           05  WS-LAR-SAVE                 PIC X(31).
           05  WS-LAR-BAD-SW               PIC X(01) VALUE "N".
               88  WS-LAR-BAD                 VALUE "Y".
           05  WS-COND-FILE-SW             PIC X(01) VALUE "Y".
               88  WS-COND-FILE-OPEN          VALUE "Y".
           05  WS-COND-DONE-SW             PIC X(01) VALUE "N".
               88  WS-COND-DONE               VALUE "Y".
           05  WS-OPEN-APPROVAL-CONDS      PIC 9(03) VALUE ZERO.
           05  WS-OPEN-DOCS-CONDS          PIC 9(03) VALUE ZERO.
           05  WS-RSN-SUB                  PIC 9(02) COMP VALUE ZERO.
           05  WS-TBL-SUB                  PIC 9(02) COMP VALUE ZERO.
           05  WS-RSN-KEYED                PIC 9(02) COMP VALUE ZERO.
           05  WS-RSN-BAD-SW               PIC X(01) VALUE "N".
               88  WS-RSN-BAD                 VALUE "Y".
           05  WS-RSN-HIT-SW               PIC X(01) VALUE "N".
               88  WS-RSN-HIT                 VALUE "Y".

       COPY ADVRSN.

       01  WS-AUDIT-LINE.
           05  FILLER                  PIC X(07) VALUE "QUOTE ".
           05  TOT-MOVED               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  OUTCOMES: ".
           05  TOT-OUTCOMES            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  ADDRESS: ".
           05  TOT-ADDRESS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  LAR DATA: ".
           05  TOT-LAR                 PIC ZZ,ZZ9.
           05  FILLER                  PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
      *
           MOVE WS-OPENED-COUNT TO TOT-OPENED.
           MOVE WS-MOVED-COUNT TO TOT-MOVED.
           MOVE WS-REJECT-COUNT TO TOT-REJECTED.
           MOVE WS-OUTCOME-COUNT TO TOT-OUTCOMES.
           MOVE WS-ADDRESS-COUNT TO TOT-ADDRESS.
           MOVE WS-LAR-COUNT TO TOT-LAR.
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.
               WHEN AT-MOVE
                   MOVE "MOVE" TO AUD-ACTION
                   PERFORM 300-MOVE-STATUS THRU 300-EXIT
               WHEN AT-NAME-ADDRESS
                   MOVE "ADDR" TO AUD-ACTION
                   PERFORM 500-NAME-ADDRESS THRU 500-EXIT
               WHEN AT-LAR-DATA
                   MOVE "LAR" TO AUD-ACTION
                   PERFORM 600-LAR-DATA THRU 600-EXIT
               WHEN OTHER
                   MOVE "??????" TO AUD-ACTION
                   ADD 1 TO WS-REJECT-COUNT
           MOVE EPSQ-RATE TO LA-RATE.
           MOVE EPSQ-YEARS TO LA-YEARS.
           MOVE AT-OFFICER TO LA-OFFICER.
           MOVE ZERO TO LA-NOTICE-DATE.
           MOVE AT-APPLICANT-NAME TO LA-APPLICANT-NAME.
           MOVE AT-MAIL-STREET TO LA-MAIL-STREET.
           MOVE AT-MAIL-CITY TO LA-MAIL-CITY.
           MOVE AT-MAIL-STATE TO LA-MAIL-STATE.
           MOVE AT-MAIL-ZIP TO LA-MAIL-ZIP.
           MOVE ZERO TO LA-LOAN-PURPOSE LA-OCCUPANCY LA-APPL-ETHNICITY
                        LA-APPL-RACE LA-APPL-SEX LA-APPL-AGE
                        LA-APPL-INCOME.
           MOVE EPSQ-ESCROW-STATE TO LA-PROP-STATE.
           MOVE EPSQ-ESCROW-COUNTY TO LA-PROP-COUNTY.
           IF EPSQ-REFI-QUOTE
               MOVE 31 TO LA-LOAN-PURPOSE
           END-IF.
           PERFORM 650-APPLY-LAR-FIELDS THRU 650-EXIT.
           WRITE LOAN-APPL-REC.
           ADD 1 TO WS-OPENED-COUNT.
           IF WS-LAR-BAD
               MOVE "OPENED - BAD LAR DATA NOT TAKEN" TO AUD-RESULT
           ELSE
               MOVE "OPENED - RECEIVED" TO AUD-RESULT
           END-IF.
       200-EXIT.
           EXIT.

      **** STATUS MOVES RUN FORWARD ONLY - RECEIVED, UNDERWRITING,
      **** APPROVED, DOCS OUT, CLOSED.  A BACKWARD OR SIDEWAYS MOVE
      **** IS REJECTED SO THE PIPELINE REPORT CANNOT BE GAMED.
      **** DECLINED, WITHDRAWN AND INCOMPLETE CAN BE SET FROM ANY
      **** OPEN STAGE AND END THE APPLICATION - NOTHING MOVES AFTER.
           MOVE "300-MOVE-STATUS" TO PARA-NAME.

           MOVE AT-QUOTE-NUMBER TO LA-QUOTE-NUMBER.
           MOVE LA-STATUS TO WS-RANK-IN.
           PERFORM 350-RANK-STATUS THRU 350-EXIT.
           MOVE WS-RANK-OUT TO WS-OLD-RANK.
           IF LA-FINAL-OUTCOME
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - APPLICATION ALREADY FINAL" TO
                   AUD-RESULT
               GO TO 300-EXIT.
           IF AT-OUTCOME
               PERFORM 400-SET-OUTCOME THRU 400-EXIT
               GO TO 300-EXIT.
           MOVE AT-NEW-STATUS TO WS-RANK-IN.
           PERFORM 350-RANK-STATUS THRU 350-EXIT.
           MOVE WS-RANK-OUT TO WS-NEW-RANK.
               MOVE "REJECTED - BACKWARD STATUS MOVE" TO AUD-RESULT
               GO TO 300-EXIT.

      **** A SKIP FORWARD CANNOT GET ROUND A CONDITION - ANY MOVE THAT
      **** PASSES APPROVED OR DOCS OUT IS HELD TO THAT STAGE'S GATE.
           IF WS-NEW-RANK NOT < 3
               PERFORM 370-COUNT-OPEN-CONDITIONS THRU 370-EXIT
               IF WS-OPEN-APPROVAL-CONDS > ZERO
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - PRIOR-TO-APPROVAL CONDS OPEN" TO
                       AUD-RESULT
                   GO TO 300-EXIT
               END-IF
               IF WS-NEW-RANK NOT < 4 AND WS-OPEN-DOCS-CONDS > ZERO
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - PRIOR-TO-DOCS CONDS OPEN" TO
                       AUD-RESULT
                   GO TO 300-EXIT
               END-IF
           END-IF.

           MOVE AT-NEW-STATUS TO LA-STATUS.
           MOVE WS-RUN-DATE TO LA-STATUS-DATE.
           IF AT-OFFICER NOT = SPACES
               WHEN "A" MOVE 3 TO WS-RANK-OUT
               WHEN "D" MOVE 4 TO WS-RANK-OUT
               WHEN "C" MOVE 5 TO WS-RANK-OUT
               WHEN "X" MOVE 9 TO WS-RANK-OUT
               WHEN "W" MOVE 9 TO WS-RANK-OUT
               WHEN "I" MOVE 9 TO WS-RANK-OUT
               WHEN OTHER MOVE 0 TO WS-RANK-OUT
           END-EVALUATE.
       350-EXIT.
           EXIT.

       370-COUNT-OPEN-CONDITIONS.
      **** COUNT THE OUTSTANDING (OPEN OR RECEIVED, NOT YET CLEARED)
      **** PRIOR-TO-APPROVAL AND PRIOR-TO-DOCS CONDITIONS ON THE
      **** APPLICATION.
           MOVE "370-COUNT-OPEN-CONDITIONS" TO PARA-NAME.
           MOVE ZERO TO WS-OPEN-APPROVAL-CONDS WS-OPEN-DOCS-CONDS.
           IF NOT WS-COND-FILE-OPEN
               GO TO 370-EXIT.
           MOVE "N" TO WS-COND-DONE-SW.
           MOVE LA-QUOTE-NUMBER TO UC-QUOTE-NUMBER.
           MOVE ZERO TO UC-SEQ.
           START CONDITION-FILE KEY NOT < UC-KEY
               INVALID KEY SET WS-COND-DONE TO TRUE
           END-START.
           PERFORM 375-NEXT-CONDITION THRU 375-EXIT
               UNTIL WS-COND-DONE.
       370-EXIT.
           EXIT.

       375-NEXT-CONDITION.
           READ CONDITION-FILE NEXT RECORD
               AT END
                   SET WS-COND-DONE TO TRUE
                   GO TO 375-EXIT
           END-READ.
           IF UC-QUOTE-NUMBER NOT = LA-QUOTE-NUMBER
               SET WS-COND-DONE TO TRUE
               GO TO 375-EXIT.
           IF UC-OUTSTANDING AND UC-PRIOR-TO-APPROVAL
               ADD 1 TO WS-OPEN-APPROVAL-CONDS
           END-IF.
           IF UC-OUTSTANDING AND UC-PRIOR-TO-DOCS
               ADD 1 TO WS-OPEN-DOCS-CONDS
           END-IF.
       375-EXIT.
           EXIT.

       400-SET-OUTCOME.
      **** A CLOSED LOAN CANNOT BE DECLINED OR WITHDRAWN.  A DECLINE OR
      **** INCOMPLETE NEEDS THE PRINCIPAL REASONS FOR THE NOTICE; A
      **** WITHDRAWAL MAY CARRY THEM BUT NEEDS NONE.  THE STATUS DATE
      **** BECOMES THE DECISION DATE THE 30-DAY NOTICE CLOCK RUNS FROM.
           MOVE "400-SET-OUTCOME" TO PARA-NAME.

           IF LA-CLOSED
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - APPLICATION ALREADY CLOSED" TO
                   AUD-RESULT
               GO TO 400-EXIT.

           PERFORM 450-EDIT-REASONS THRU 450-EXIT.
           IF WS-RSN-BAD
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - BAD ADVERSE-ACTION REASON" TO
                   AUD-RESULT
               GO TO 400-EXIT.
           IF WS-RSN-KEYED = ZERO AND AT-NEW-STATUS NOT = "W"
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - REASON CODE REQUIRED" TO AUD-RESULT
               GO TO 400-EXIT.

           MOVE AT-NEW-STATUS TO LA-STATUS.
           MOVE WS-RUN-DATE TO LA-STATUS-DATE.
           MOVE ZERO TO LA-NOTICE-DATE.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > 4
               MOVE AT-REASON-CODE (WS-RSN-SUB)
                   TO LA-REASON-CODE (WS-RSN-SUB)
           END-PERFORM.
           IF AT-OFFICER NOT = SPACES
               MOVE AT-OFFICER TO LA-OFFICER
           END-IF.
           REWRITE LOAN-APPL-REC.
           ADD 1 TO WS-OUTCOME-COUNT.
           EVALUATE TRUE
               WHEN LA-DECLINED  MOVE "DECLINED" TO AUD-RESULT
               WHEN LA-WITHDRAWN MOVE "WITHDRAWN" TO AUD-RESULT
               WHEN OTHER        MOVE "CLOSED INCOMPLETE" TO AUD-RESULT
           END-EVALUATE.
       400-EXIT.
           EXIT.

       450-EDIT-REASONS.
      **** EVERY NON-BLANK REASON KEYED MUST BE ON THE ADVRSN TABLE.
           MOVE "450-EDIT-REASONS" TO PARA-NAME.
           MOVE "N" TO WS-RSN-BAD-SW.
           MOVE ZERO TO WS-RSN-KEYED.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > 4
               IF AT-REASON-CODE (WS-RSN-SUB) NOT = SPACES
                   ADD 1 TO WS-RSN-KEYED
                   MOVE "N" TO WS-RSN-HIT-SW
                   PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                           UNTIL WS-TBL-SUB > AR-ENTRY-COUNT
                       IF AR-CODE (WS-TBL-SUB) =
                               AT-REASON-CODE (WS-RSN-SUB)
                           MOVE "Y" TO WS-RSN-HIT-SW
                       END-IF
                   END-PERFORM
                   IF NOT WS-RSN-HIT
                       MOVE "Y" TO WS-RSN-BAD-SW
                   END-IF
               END-IF
           END-PERFORM.
       450-EXIT.
           EXIT.

       500-NAME-ADDRESS.
      **** KEEP THE APPLICANT'S NAME AND MAILING ADDRESS CURRENT FOR
      **** THE NOTICES.  ONLY THE FIELDS KEYED ARE REPLACED.
           MOVE "500-NAME-ADDRESS" TO PARA-NAME.

           MOVE AT-QUOTE-NUMBER TO LA-QUOTE-NUMBER.
           READ APPLICATION-FILE.
           IF NOT APL-FOUND
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - NOT ON APPL FILE" TO AUD-RESULT
               GO TO 500-EXIT.
           IF AT-APPLICANT-NAME = SPACES AND AT-MAIL-STREET = SPACES
                   AND AT-MAIL-CITY = SPACES AND AT-MAIL-STATE = SPACES
                   AND AT-MAIL-ZIP = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - NO NAME OR ADDRESS KEYED" TO AUD-RESULT
               GO TO 500-EXIT.

           IF AT-APPLICANT-NAME NOT = SPACES
               MOVE AT-APPLICANT-NAME TO LA-APPLICANT-NAME
           END-IF.
           IF AT-MAIL-STREET NOT = SPACES
               MOVE AT-MAIL-STREET TO LA-MAIL-STREET
           END-IF.
           IF AT-MAIL-CITY NOT = SPACES
               MOVE AT-MAIL-CITY TO LA-MAIL-CITY
           END-IF.
           IF AT-MAIL-STATE NOT = SPACES
               MOVE AT-MAIL-STATE TO LA-MAIL-STATE
           END-IF.
           IF AT-MAIL-ZIP NOT = SPACES
               MOVE AT-MAIL-ZIP TO LA-MAIL-ZIP
           END-IF.
           REWRITE LOAN-APPL-REC.
           ADD 1 TO WS-ADDRESS-COUNT.
           MOVE "NAME/ADDRESS UPDATED" TO AUD-RESULT.
       500-EXIT.
           EXIT.

       600-LAR-DATA.
      **** REGISTER DATA KEYED AFTER THE OPEN.  THE APPLICATION MAY BE
      **** IN ANY STATUS - THE REGISTER REPORTS FINISHED FILES TOO.
           MOVE "600-LAR-DATA" TO PARA-NAME.

           MOVE AT-QUOTE-NUMBER TO LA-QUOTE-NUMBER.
           READ APPLICATION-FILE.
           IF NOT APL-FOUND
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - NOT ON APPL FILE" TO AUD-RESULT
               GO TO 600-EXIT.

           PERFORM 650-APPLY-LAR-FIELDS THRU 650-EXIT.
           IF WS-LAR-BAD
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - BAD LAR CODE" TO AUD-RESULT
               GO TO 600-EXIT.

           REWRITE LOAN-APPL-REC.
           ADD 1 TO WS-LAR-COUNT.
           MOVE "LAR DATA UPDATED" TO AUD-RESULT.
       600-EXIT.
           EXIT.

       650-APPLY-LAR-FIELDS.
      **** MOVE EACH REGISTER FIELD KEYED ONTO THE APPLICATION, THEN
      **** CHECK THE CODES.  ONE BAD FIELD PUTS THEM ALL BACK.
           MOVE "650-APPLY-LAR-FIELDS" TO PARA-NAME.
           MOVE "N" TO WS-LAR-BAD-SW.
           MOVE LA-LAR-DATA TO WS-LAR-SAVE.

           IF AT-PROP-STATE NOT = SPACES
               MOVE AT-PROP-STATE TO LA-PROP-STATE
           END-IF.
           IF AT-PROP-COUNTY NOT = SPACES
               MOVE AT-PROP-COUNTY TO LA-PROP-COUNTY
           END-IF.
           IF AT-LOAN-PURPOSE NOT = SPACES
               IF AT-LOAN-PURPOSE NUMERIC
                   MOVE AT-LOAN-PURPOSE TO LA-LOAN-PURPOSE
                   IF NOT LA-PURPOSE-VALID
                       MOVE "Y" TO WS-LAR-BAD-SW
                   END-IF
               ELSE
                   MOVE "Y" TO WS-LAR-BAD-SW
               END-IF
           END-IF.
           IF AT-OCCUPANCY NOT = SPACES
               IF AT-OCCUPANCY NUMERIC
                   MOVE AT-OCCUPANCY TO LA-OCCUPANCY
                   IF NOT LA-OCCUPANCY-VALID
                       MOVE "Y" TO WS-LAR-BAD-SW
                   END-IF
               ELSE
                   MOVE "Y" TO WS-LAR-BAD-SW
               END-IF
           END-IF.
           IF AT-ETHNICITY NOT = SPACES
               IF AT-ETHNICITY NUMERIC
                   MOVE AT-ETHNICITY TO LA-APPL-ETHNICITY
                   IF NOT LA-ETHNICITY-VALID
                       MOVE "Y" TO WS-LAR-BAD-SW
                   END-IF
               ELSE
                   MOVE "Y" TO WS-LAR-BAD-SW
               END-IF
           END-IF.
           IF AT-RACE NOT = SPACES
               IF AT-RACE NUMERIC
                   MOVE AT-RACE TO LA-APPL-RACE
                   IF NOT LA-RACE-VALID
                       MOVE "Y" TO WS-LAR-BAD-SW
                   END-IF
               ELSE
                   MOVE "Y" TO WS-LAR-BAD-SW
               END-IF
           END-IF.
           IF AT-SEX NOT = SPACES
               IF AT-SEX NUMERIC
                   MOVE AT-SEX TO LA-APPL-SEX
                   IF NOT LA-SEX-VALID
                       MOVE "Y" TO WS-LAR-BAD-SW
                   END-IF
               ELSE
                   MOVE "Y" TO WS-LAR-BAD-SW
               END-IF
           END-IF.
           IF AT-AGE NOT = SPACES
               IF AT-AGE NUMERIC
                   MOVE AT-AGE TO LA-APPL-AGE
               ELSE
                   MOVE "Y" TO WS-LAR-BAD-SW
               END-IF
           END-IF.
           IF AT-INCOME NOT = SPACES
               IF AT-INCOME NUMERIC
                   MOVE AT-INCOME TO LA-APPL-INCOME
               ELSE
                   MOVE "Y" TO WS-LAR-BAD-SW
               END-IF
           END-IF.

           IF WS-LAR-BAD
               MOVE WS-LAR-SAVE TO LA-LAR-DATA
           END-IF.
       650-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT APPL-TRANS-FILE, SAVED-QUOTE-FILE.
               CLOSE APPLICATION-FILE
               OPEN I-O APPLICATION-FILE
           END-IF.
      **** NO CONDITIONS FILE YET MEANS NO CONDITIONS TO GATE ON.
           OPEN INPUT CONDITION-FILE.
           IF UC-STATUS-CODE NOT = "00"
               MOVE "N" TO WS-COND-FILE-SW
               IF UC-STATUS-CODE NOT = "35"
                   DISPLAY "APLMAINT UWCOND OPEN FAILED " UC-STATUS-CODE
               END-IF
           END-IF.
           OPEN OUTPUT MAINT-REPORT.
           DISPLAY "APLMAINT OPEN FILES".
           DISPLAY TRANS-STATUS.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE APPL-TRANS-FILE, SAVED-QUOTE-FILE,
                 APPLICATION-FILE, MAINT-REPORT.
           IF WS-COND-FILE-OPEN
               CLOSE CONDITION-FILE
           END-IF.
           DISPLAY "APLMAINT FILES CLOSED".
       900-EXIT.
           EXIT.
