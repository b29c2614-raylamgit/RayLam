       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  LARXTRCT.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  YEAR-END LOAN APPLICATION
      *                REGISTER EXTRACT FOR GOVERNMENT MONITORING.
      *                WALKS LOANAPPL AND WRITES ONE REGISTER RECORD IN
      *                THE REGULATOR'S FIXED LAYOUT FOR EVERY
      *                APPLICATION ACTED ON IN THE REPORTING YEAR -
      *                CLOSED, DECLINED, WITHDRAWN OR CLOSED INCOMPLETE
      *                - WITH THE LOAN AMOUNT, RATE, PROPERTY LOCATION
      *                AND APPLICANT MONITORING DATA.  AN EDIT REPORT
      *                LISTS EVERY MISSING OR INVALID FIELD SO THE DESK
      *                CAN WORK THEM THROUGH APLMAINT AND RERUN BEFORE
      *                SUBMITTING.  THE SYSIN CARD GIVES THE REPORTING
      *                YEAR (DEFAULT LAST YEAR) AND RESPONDENT ID.
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

           SELECT APPLICATION-FILE
           ASSIGN TO LOANAPPL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS LA-QUOTE-NUMBER
             FILE STATUS IS APL-STATUS.

           SELECT LAR-EXTRACT-FILE
           ASSIGN TO UT-S-LAREXTR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LAR-STATUS.

           SELECT EDIT-REPORT
           ASSIGN TO UT-S-LAREDIT
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
           05  PRM-REPORT-YEAR             PIC 9(04).
           05  PRM-RESPONDENT-ID           PIC X(10).
           05  FILLER                      PIC X(66).

       FD  APPLICATION-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY LOANAPPL.

      *    THE REGISTER FILE - ONE TRANSMITTAL RECORD (TYPE 1) THEN ONE
      *    RECORD PER APPLICATION (TYPE 2).  ACTION TAKEN: 1 ORIGINATED,
      *    3 DENIED, 4 WITHDRAWN, 5 CLOSED FOR INCOMPLETENESS.  DENIAL
      *    REASONS: 1 DEBT-TO-INCOME, 2 EMPLOYMENT HISTORY, 3 CREDIT
      *    HISTORY, 4 COLLATERAL, 6 UNVERIFIABLE INFORMATION, 7 CREDIT
      *    APPLICATION INCOMPLETE, 9 OTHER.
       FD  LAR-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LAR-DETAIL-REC.
       01  LAR-DETAIL-REC.
           05  LR-RECORD-TYPE              PIC X(01).
           05  LR-RESPONDENT-ID            PIC X(10).
           05  LR-APPL-ID                  PIC X(25).
           05  LR-APPL-DATE                PIC 9(08).
           05  LR-LOAN-TYPE                PIC 9(01).
           05  LR-PROPERTY-TYPE            PIC 9(01).
           05  LR-LOAN-PURPOSE             PIC 9(02).
           05  LR-OCCUPANCY                PIC 9(01).
           05  LR-LOAN-AMOUNT              PIC 9(09).
           05  LR-ACTION-TAKEN             PIC 9(01).
           05  LR-ACTION-DATE              PIC 9(08).
           05  LR-PROP-STATE               PIC X(02).
           05  LR-PROP-COUNTY              PIC X(15).
           05  LR-ETHNICITY                PIC 9(01).
           05  LR-RACE                     PIC 9(01).
           05  LR-SEX                      PIC 9(01).
           05  LR-AGE                      PIC 9(03).
           05  LR-INCOME                   PIC 9(05).
           05  LR-RATE                     PIC 9(02)V999.
           05  LR-TERM-MONTHS              PIC 9(03).
           05  LR-DENIAL-REASON            PIC 9(01) OCCURS 4 TIMES.
           05  FILLER                      PIC X(43).
       01  LAR-TRANSMITTAL-REC.
           05  LT-RECORD-TYPE              PIC X(01).
           05  LT-RESPONDENT-ID            PIC X(10).
           05  LT-REPORT-YEAR              PIC 9(04).
           05  LT-CREATED-DATE             PIC 9(08).
           05  FILLER                      PIC X(127).

       FD  EDIT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDIT-REPORT-REC.
       01  EDIT-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  APL-STATUS              PIC X(2).
               88 APL-FOUND       VALUE "00".
               88 END-OF-APPL     VALUE "10".
           05  LAR-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR             PIC 9(04).
               10  FILLER                  PIC 9(04).
           05  WS-REPORT-YEAR              PIC 9(04) VALUE ZERO.
           05  WS-RESPONDENT-ID            PIC X(10) VALUE SPACES.
           05  WS-ACTION-YEAR              PIC 9(04) VALUE ZERO.
           05  WS-RSN-SUB                  PIC 9(02) COMP VALUE ZERO.
           05  WS-OUT-SUB                  PIC 9(02) COMP VALUE ZERO.
           05  WS-APPL-ERRORS              PIC 9(03) VALUE ZERO.
           05  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-REPORTED-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-ERROR-APPL-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-ERROR-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-PENDING-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-ACTION-COUNT             PIC 9(05) VALUE ZERO
                                           OCCURS 5 TIMES.

       01  EDIT-HEADING.
           05  FILLER     PIC X(36)
                 VALUE "LOAN APPLICATION REGISTER EDIT - ".
           05  EH-YEAR                     PIC 9(04).
           05  FILLER     PIC X(16) VALUE "   RESPONDENT ".
           05  EH-RESPONDENT               PIC X(10).
           05  FILLER     PIC X(10) VALUE "   RUN ".
           05  EH-RUN-DATE                 PIC 9(08).
           05  FILLER     PIC X(49) VALUE SPACES.

       01  EDIT-ERROR-LINE.
           05  FILLER     PIC X(07) VALUE "QUOTE ".
           05  EE-QUOTE-NUMBER             PIC X(14).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  EE-OFFICER                  PIC X(08).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  EE-FIELD                    PIC X(16).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  EE-VALUE                    PIC X(15).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  EE-MESSAGE                  PIC X(30).
           05  FILLER     PIC X(35) VALUE SPACES.

       01  EDIT-TOTALS-1.
           05  FILLER     PIC X(14) VALUE "APPLS READ: ".
           05  ET-READ                     PIC ZZ,ZZ9.
           05  FILLER     PIC X(12) VALUE "  REPORTED: ".
           05  ET-REPORTED                 PIC ZZ,ZZ9.
           05  FILLER     PIC X(15) VALUE "  WITH ERRORS: ".
           05  ET-ERROR-APPLS              PIC ZZ,ZZ9.
           05  FILLER     PIC X(15) VALUE "  FIELD ERRORS:".
           05  ET-ERRORS                   PIC ZZ,ZZ9.
           05  FILLER     PIC X(27)
                 VALUE "  IN PROCESS, NOT REPORTED:".
           05  ET-PENDING                  PIC ZZ,ZZ9.
           05  FILLER     PIC X(20) VALUE SPACES.

       01  EDIT-TOTALS-2.
           05  FILLER     PIC X(14) VALUE "ORIGINATED:   ".
           05  ET-ORIGINATED               PIC ZZ,ZZ9.
           05  FILLER     PIC X(10) VALUE "  DENIED: ".
           05  ET-DENIED                   PIC ZZ,ZZ9.
           05  FILLER     PIC X(13) VALUE "  WITHDRAWN: ".
           05  ET-WITHDRAWN                PIC ZZ,ZZ9.
           05  FILLER     PIC X(14) VALUE "  INCOMPLETE: ".
           05  ET-INCOMPLETE               PIC ZZ,ZZ9.
           05  FILLER     PIC X(58) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * EXTRACT EVERY APPLICATION ACTED ON IN THE REPORTING YEAR AND
      * EDIT ITS REGISTER FIELDS.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           MOVE WS-REPORT-YEAR TO EH-YEAR.
           MOVE WS-RESPONDENT-ID TO EH-RESPONDENT.
           MOVE WS-RUN-DATE TO EH-RUN-DATE.
           WRITE EDIT-REPORT-REC FROM EDIT-HEADING.
           WRITE EDIT-REPORT-REC FROM WS-BLANK-LINE.

           MOVE SPACES TO LAR-TRANSMITTAL-REC.
           MOVE "1" TO LT-RECORD-TYPE.
           MOVE WS-RESPONDENT-ID TO LT-RESPONDENT-ID.
           MOVE WS-REPORT-YEAR TO LT-REPORT-YEAR.
           MOVE WS-RUN-DATE TO LT-CREATED-DATE.
           WRITE LAR-TRANSMITTAL-REC.

           READ APPLICATION-FILE
               AT END SET END-OF-APPL TO TRUE.

           PERFORM 100-EXTRACT-ONE-APPL THRU 100-EXIT
               UNTIL END-OF-APPL.

           MOVE WS-READ-COUNT TO ET-READ.
           MOVE WS-REPORTED-COUNT TO ET-REPORTED.
           MOVE WS-ERROR-APPL-COUNT TO ET-ERROR-APPLS.
           MOVE WS-ERROR-COUNT TO ET-ERRORS.
           MOVE WS-PENDING-COUNT TO ET-PENDING.
           MOVE WS-ACTION-COUNT (1) TO ET-ORIGINATED.
           MOVE WS-ACTION-COUNT (3) TO ET-DENIED.
           MOVE WS-ACTION-COUNT (4) TO ET-WITHDRAWN.
           MOVE WS-ACTION-COUNT (5) TO ET-INCOMPLETE.
           WRITE EDIT-REPORT-REC FROM WS-BLANK-LINE.
           WRITE EDIT-REPORT-REC FROM EDIT-TOTALS-1.
           WRITE EDIT-REPORT-REC FROM EDIT-TOTALS-2.

      **** ANY EDIT ERROR MEANS THE FILE IS NOT READY TO SUBMIT.
           IF WS-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** THE REGISTER IS RUN IN JANUARY FOR THE YEAR JUST ENDED, SO
      **** WITH NO CARD THE REPORTING YEAR IS LAST YEAR.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           COMPUTE WS-REPORT-YEAR = WS-RUN-YEAR - 1.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-REPORT-YEAR NUMERIC AND PRM-REPORT-YEAR > ZERO
                   MOVE PRM-REPORT-YEAR TO WS-REPORT-YEAR
               END-IF
               MOVE PRM-RESPONDENT-ID TO WS-RESPONDENT-ID
           END-IF.
       050-EXIT.
           EXIT.

       100-EXTRACT-ONE-APPL.
      **** ONLY APPLICATIONS WITH A FINAL ACTION DATED IN THE YEAR ARE
      **** REPORTED.  ONES STILL IN PROCESS ARE COUNTED AND WILL BE
      **** REPORTED IN THE YEAR THEY ARE ACTED ON.
           MOVE "100-EXTRACT-ONE-APPL" TO PARA-NAME.
           ADD 1 TO WS-READ-COUNT.

           IF LA-IN-PROCESS
               ADD 1 TO WS-PENDING-COUNT
               GO TO 100-READ-NEXT.
           IF NOT LA-CLOSED AND NOT LA-FINAL-OUTCOME
               GO TO 100-READ-NEXT.
           IF LA-STATUS-DATE NOT NUMERIC
               GO TO 100-READ-NEXT.
           MOVE LA-STATUS-DATE (1:4) TO WS-ACTION-YEAR.
           IF WS-ACTION-YEAR NOT = WS-REPORT-YEAR
               GO TO 100-READ-NEXT.

           PERFORM 200-BUILD-LAR-RECORD THRU 200-EXIT.
           PERFORM 300-EDIT-LAR-FIELDS THRU 300-EXIT.
           WRITE LAR-DETAIL-REC.
           ADD 1 TO WS-REPORTED-COUNT.
           ADD 1 TO WS-ACTION-COUNT (LR-ACTION-TAKEN).

       100-READ-NEXT.
           READ APPLICATION-FILE
               AT END SET END-OF-APPL TO TRUE.

       100-EXIT.
           EXIT.

       200-BUILD-LAR-RECORD.
      **** EVERY LOAN THIS DESK QUOTES IS A CONVENTIONAL FIRST LIEN ON
      **** A ONE-TO-FOUR FAMILY DWELLING.  FIELDS NOT YET KEYED GO OUT
      **** AS ZERO AND ARE CAUGHT BY THE EDIT.
           MOVE "200-BUILD-LAR-RECORD" TO PARA-NAME.
           MOVE SPACES TO LAR-DETAIL-REC.
           MOVE "2" TO LR-RECORD-TYPE.
           MOVE WS-RESPONDENT-ID TO LR-RESPONDENT-ID.
           MOVE LA-QUOTE-NUMBER TO LR-APPL-ID.
           MOVE LA-RECEIVED-DATE TO LR-APPL-DATE.
           MOVE 1 TO LR-LOAN-TYPE LR-PROPERTY-TYPE.
           COMPUTE LR-LOAN-AMOUNT ROUNDED = LA-PRINCIPLE.
           MOVE LA-STATUS-DATE TO LR-ACTION-DATE.
           EVALUATE TRUE
               WHEN LA-CLOSED    MOVE 1 TO LR-ACTION-TAKEN
               WHEN LA-DECLINED  MOVE 3 TO LR-ACTION-TAKEN
               WHEN LA-WITHDRAWN MOVE 4 TO LR-ACTION-TAKEN
               WHEN OTHER        MOVE 5 TO LR-ACTION-TAKEN
           END-EVALUATE.
           MOVE LA-PROP-STATE TO LR-PROP-STATE.
           MOVE LA-PROP-COUNTY TO LR-PROP-COUNTY.
           MOVE LA-RATE TO LR-RATE.
           COMPUTE LR-TERM-MONTHS = LA-YEARS * 12.

           MOVE ZERO TO LR-LOAN-PURPOSE LR-OCCUPANCY LR-ETHNICITY
                        LR-RACE LR-SEX LR-AGE LR-INCOME.
           IF LA-LOAN-PURPOSE NUMERIC
               MOVE LA-LOAN-PURPOSE TO LR-LOAN-PURPOSE
           END-IF.
           IF LA-OCCUPANCY NUMERIC
               MOVE LA-OCCUPANCY TO LR-OCCUPANCY
           END-IF.
           IF LA-APPL-ETHNICITY NUMERIC
               MOVE LA-APPL-ETHNICITY TO LR-ETHNICITY
           END-IF.
           IF LA-APPL-RACE NUMERIC
               MOVE LA-APPL-RACE TO LR-RACE
           END-IF.
           IF LA-APPL-SEX NUMERIC
               MOVE LA-APPL-SEX TO LR-SEX
           END-IF.
           IF LA-APPL-AGE NUMERIC
               MOVE LA-APPL-AGE TO LR-AGE
           END-IF.
           IF LA-APPL-INCOME NUMERIC
               MOVE LA-APPL-INCOME TO LR-INCOME
           END-IF.

           MOVE ZERO TO WS-OUT-SUB.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > 4
               MOVE ZERO TO LR-DENIAL-REASON (WS-RSN-SUB)
           END-PERFORM.
           IF LA-DECLINED
               PERFORM 250-MAP-DENIAL-REASON THRU 250-EXIT
                   VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > 4
           END-IF.
       200-EXIT.
           EXIT.

       250-MAP-DENIAL-REASON.
      **** FOLD OUR ADVERSE-ACTION REASON CODES (ADVRSN) INTO THE
      **** REGISTER'S DENIAL-REASON CATEGORIES.
           IF LA-REASON-CODE (WS-RSN-SUB) = SPACES
               GO TO 250-EXIT.
           ADD 1 TO WS-OUT-SUB.
           EVALUATE LA-REASON-CODE (WS-RSN-SUB)
               WHEN "01"
                   MOVE 7 TO LR-DENIAL-REASON (WS-OUT-SUB)
               WHEN "02" WHEN "03"
               WHEN "13" THRU "20"
                   MOVE 3 TO LR-DENIAL-REASON (WS-OUT-SUB)
               WHEN "04" THRU "06"
                   MOVE 2 TO LR-DENIAL-REASON (WS-OUT-SUB)
               WHEN "07" WHEN "08"
                   MOVE 1 TO LR-DENIAL-REASON (WS-OUT-SUB)
               WHEN "09" WHEN "12"
                   MOVE 6 TO LR-DENIAL-REASON (WS-OUT-SUB)
               WHEN "21" WHEN "22"
                   MOVE 4 TO LR-DENIAL-REASON (WS-OUT-SUB)
               WHEN OTHER
                   MOVE 9 TO LR-DENIAL-REASON (WS-OUT-SUB)
           END-EVALUATE.
       250-EXIT.
           EXIT.

       300-EDIT-LAR-FIELDS.
      **** ONE EDIT LINE PER MISSING OR INVALID FIELD.
           MOVE "300-EDIT-LAR-FIELDS" TO PARA-NAME.
           MOVE ZERO TO WS-APPL-ERRORS.
           MOVE LA-QUOTE-NUMBER TO EE-QUOTE-NUMBER.
           MOVE LA-OFFICER TO EE-OFFICER.

           IF LA-PROP-STATE = SPACES OR LOW-VALUES
               MOVE "PROPERTY STATE" TO EE-FIELD
               MOVE LA-PROP-STATE TO EE-VALUE
               MOVE "MISSING" TO EE-MESSAGE
               PERFORM 350-WRITE-ERROR THRU 350-EXIT
           END-IF.
           IF LA-PROP-COUNTY = SPACES OR LOW-VALUES
               MOVE "PROPERTY COUNTY" TO EE-FIELD
               MOVE LA-PROP-COUNTY TO EE-VALUE
               MOVE "MISSING" TO EE-MESSAGE
               PERFORM 350-WRITE-ERROR THRU 350-EXIT
           END-IF.
           IF LA-LOAN-PURPOSE NOT NUMERIC OR NOT LA-PURPOSE-VALID
               MOVE "LOAN PURPOSE" TO EE-FIELD
               MOVE LA-LOAN-PURPOSE TO EE-VALUE
               MOVE "MISSING OR NOT 1/2/4/31/32" TO EE-MESSAGE
               PERFORM 350-WRITE-ERROR THRU 350-EXIT
           END-IF.
           IF LA-OCCUPANCY NOT NUMERIC OR NOT LA-OCCUPANCY-VALID
               MOVE "OCCUPANCY" TO EE-FIELD
               MOVE LA-OCCUPANCY TO EE-VALUE
               MOVE "MISSING OR NOT 1-3" TO EE-MESSAGE
               PERFORM 350-WRITE-ERROR THRU 350-EXIT
           END-IF.
           IF LA-APPL-ETHNICITY NOT NUMERIC
                   OR NOT LA-ETHNICITY-VALID
               MOVE "ETHNICITY" TO EE-FIELD
               MOVE LA-APPL-ETHNICITY TO EE-VALUE
               MOVE "MISSING OR NOT 1-4" TO EE-MESSAGE
               PERFORM 350-WRITE-ERROR THRU 350-EXIT
           END-IF.
           IF LA-APPL-RACE NOT NUMERIC OR NOT LA-RACE-VALID
               MOVE "RACE" TO EE-FIELD
               MOVE LA-APPL-RACE TO EE-VALUE
               MOVE "MISSING OR NOT 1-7" TO EE-MESSAGE
               PERFORM 350-WRITE-ERROR THRU 350-EXIT
           END-IF.
           IF LA-APPL-SEX NOT NUMERIC OR NOT LA-SEX-VALID
               MOVE "SEX" TO EE-FIELD
               MOVE LA-APPL-SEX TO EE-VALUE
               MOVE "MISSING OR NOT 1-4" TO EE-MESSAGE
               PERFORM 350-WRITE-ERROR THRU 350-EXIT
           END-IF.
           IF LA-APPL-AGE NOT NUMERIC OR LA-APPL-AGE < 18
               MOVE "APPLICANT AGE" TO EE-FIELD
               MOVE LA-APPL-AGE TO EE-VALUE
               MOVE "MISSING OR UNDER 18" TO EE-MESSAGE
               PERFORM 350-WRITE-ERROR THRU 350-EXIT
           END-IF.
           IF LA-APPL-INCOME NOT NUMERIC OR LA-APPL-INCOME = ZERO
               MOVE "INCOME (000)" TO EE-FIELD
               MOVE LA-APPL-INCOME TO EE-VALUE
               MOVE "MISSING" TO EE-MESSAGE
               PERFORM 350-WRITE-ERROR THRU 350-EXIT
           END-IF.
           IF LR-LOAN-AMOUNT = ZERO
               MOVE "LOAN AMOUNT" TO EE-FIELD
               MOVE SPACES TO EE-VALUE
               MOVE "ZERO" TO EE-MESSAGE
               PERFORM 350-WRITE-ERROR THRU 350-EXIT
           END-IF.
           IF LA-RECEIVED-DATE NOT NUMERIC OR LA-RECEIVED-DATE = ZERO
               MOVE "APPLICATION DATE" TO EE-FIELD
               MOVE SPACES TO EE-VALUE
               MOVE "MISSING" TO EE-MESSAGE
               PERFORM 350-WRITE-ERROR THRU 350-EXIT
           END-IF.
           IF LA-DECLINED AND LR-DENIAL-REASON (1) = ZERO
               MOVE "DENIAL REASON" TO EE-FIELD
               MOVE SPACES TO EE-VALUE
               MOVE "DENIED WITH NO REASON CODE" TO EE-MESSAGE
               PERFORM 350-WRITE-ERROR THRU 350-EXIT
           END-IF.

           IF WS-APPL-ERRORS > ZERO
               ADD 1 TO WS-ERROR-APPL-COUNT
           END-IF.
       300-EXIT.
           EXIT.

       350-WRITE-ERROR.
           WRITE EDIT-REPORT-REC FROM EDIT-ERROR-LINE.
           ADD 1 TO WS-APPL-ERRORS WS-ERROR-COUNT.
       350-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, APPLICATION-FILE.
           OPEN OUTPUT LAR-EXTRACT-FILE, EDIT-REPORT.
           DISPLAY "LARXTRCT OPEN FILES".
           DISPLAY APL-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, APPLICATION-FILE,
                 LAR-EXTRACT-FILE, EDIT-REPORT.
           DISPLAY "LARXTRCT FILES CLOSED".
       900-EXIT.
           EXIT.
