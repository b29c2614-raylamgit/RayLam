       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  ADVNOTC.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  ADVERSE-ACTION NOTICES FOR
      *                LOAN APPLICATIONS.  WALKS LOANAPPL FOR EVERY
      *                DECLINED OR INCOMPLETE APPLICATION WHOSE NOTICE
      *                HAS NOT GONE OUT, PRINTS THE NOTICE LETTER -
      *                PRINCIPAL REASONS FROM THE ADVRSN TABLE PLUS THE
      *                EQUAL CREDIT OPPORTUNITY AND CREDIT REPORTING
      *                DISCLOSURES - STAMPS THE NOTICE DATE ON THE
      *                APPLICATION, AND WRITES THE NOTICE REGISTER
      *                SHOWING THE DAYS FROM DECISION TO NOTICE AGAINST
      *                THE 30-DAY LIMIT.  WITHDRAWN APPLICATIONS NEED
      *                NO NOTICE AND ARE REGISTERED AS SUCH.  A NOTICE
      *                HELD FOR WANT OF A MAILING ADDRESS STAYS ON THE
      *                REGISTER EVERY RUN WITH ITS AGE, AND ONE PAST
      *                THE LIMIT RAISES AN OPERATOR ALERT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT APPLICATION-FILE
           ASSIGN TO LOANAPPL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LA-QUOTE-NUMBER
             FILE STATUS IS APL-STATUS.

           SELECT LETTER-FILE
           ASSIGN TO UT-S-ADVLTRS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LTR-STATUS.

           SELECT NOTICE-REGISTER
           ASSIGN TO UT-S-ADVNREG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  APPLICATION-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY LOANAPPL.

       FD  LETTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LETTER-LINE.
       01  LETTER-LINE                     PIC X(80).

       FD  NOTICE-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NOTICE-REGISTER-REC.
       01  NOTICE-REGISTER-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  APL-STATUS              PIC X(2).
               88 APL-FOUND       VALUE "00".
           05  LTR-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-BROWSE-DONE-SW           PIC X(01) VALUE "N".
               88  WS-BROWSE-DONE             VALUE "Y".
           05  WS-FCRA-SW                  PIC X(01) VALUE "N".
               88  WS-FCRA-NOTICE             VALUE "Y".
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-RUN-INT                  PIC S9(8) COMP.
           05  WS-DECISION-INT             PIC S9(8) COMP.
           05  WS-DAYS-TO-NOTICE           PIC S9(5) VALUE ZERO.
           05  WS-RSN-SUB                  PIC 9(02) COMP VALUE ZERO.
           05  WS-TBL-SUB                  PIC 9(02) COMP VALUE ZERO.
           05  WS-SENT-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-LATE-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-WITHDRAWN-COUNT          PIC 9(05) VALUE ZERO.
      *    THE NOTICE MUST GO OUT WITHIN THIS MANY DAYS OF THE
      *    DECISION.
           05  WS-NOTICE-LIMIT             PIC 9(03) VALUE 30.

       COPY ADVRSN.

      *    ONE OPERATOR ALERT PER HELD NOTICE PAST THE LIMIT, THROUGH
      *    THE SHARED ALERTLOG QUEUE (SEE ALRTDSP).
       01  ALERTLOG-CALL-FIELDS.
           05  WS-AL-JOB               PIC X(08) VALUE "ADVNOTC ".
           05  WS-AL-SEV               PIC X(01) VALUE "C".
           05  WS-AL-TEXT              PIC X(60).

       01  LETTER-WORK-FIELDS.
           05  WS-LETTER-TEXT              PIC X(80) VALUE SPACES.
           05  WS-AMOUNT-EDIT              PIC $$,$$$,$$9.99.

       01  LETTER-DATE-LINE.
           05  FILLER                      PIC X(06) VALUE "DATE: ".
           05  LTR-DATE                    PIC 9(08).
           05  FILLER                      PIC X(66) VALUE SPACES.

       01  LETTER-RE-LINE.
           05  FILLER                      PIC X(25)
                 VALUE "RE: LOAN APPLICATION NO. ".
           05  LTR-QUOTE-NUMBER            PIC X(14).
           05  FILLER                      PIC X(41) VALUE SPACES.

       01  LETTER-REASON-LINE.
           05  FILLER                      PIC X(06) VALUE "    - ".
           05  LTR-REASON                  PIC X(50).
           05  FILLER                      PIC X(24) VALUE SPACES.

       01  LETTER-SEPARATOR-LINE.
           05  FILLER                      PIC X(80) VALUE ALL "-".

       01  REGISTER-HEADING.
           05  FILLER     PIC X(35)
                 VALUE "ADVERSE-ACTION NOTICE REGISTER - ".
           05  RGH-RUN-DATE                PIC 9(08).
           05  FILLER     PIC X(20) VALUE "   NOTICE LIMIT ".
           05  RGH-LIMIT                   PIC ZZ9.
           05  FILLER     PIC X(05) VALUE " DAYS".
           05  FILLER     PIC X(62) VALUE SPACES.

       01  REGISTER-DETAIL.
           05  FILLER     PIC X(07) VALUE "QUOTE ".
           05  RGD-QUOTE-NUMBER            PIC X(14).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  RGD-NAME                    PIC X(25).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  RGD-OUTCOME                 PIC X(10).
           05  FILLER     PIC X(10) VALUE " DECIDED ".
           05  RGD-DECISION-DATE           PIC 9(08).
           05  FILLER     PIC X(08) VALUE " MAILED ".
           05  RGD-NOTICE-DATE             PIC 9(08).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  RGD-DAYS                    PIC ZZZZ9.
           05  FILLER     PIC X(06) VALUE " DAYS ".
           05  RGD-RESULT                  PIC X(24).
           05  FILLER     PIC X(02) VALUE SPACES.

       01  REGISTER-TOTALS.
           05  FILLER     PIC X(14) VALUE "NOTICES SENT: ".
           05  RGT-SENT                    PIC ZZ,ZZ9.
           05  FILLER     PIC X(19) VALUE "  OVER THE LIMIT: ".
           05  RGT-LATE                    PIC ZZ,ZZ9.
           05  FILLER     PIC X(10) VALUE "  HELD: ".
           05  RGT-HELD                    PIC ZZ,ZZ9.
           05  FILLER     PIC X(24)
                 VALUE "  WITHDRAWN, NO NOTICE: ".
           05  RGT-WITHDRAWN               PIC ZZ,ZZ9.
           05  FILLER     PIC X(42) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * WALK THE APPLICATION FILE AND SEND THE NOTICE FOR EVERY
      * DECISION THAT DOES NOT HAVE ONE YET, THEN TOTAL THE REGISTER.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE WS-RUN-DATE TO RGH-RUN-DATE.
           MOVE WS-NOTICE-LIMIT TO RGH-LIMIT.
           WRITE NOTICE-REGISTER-REC FROM REGISTER-HEADING.
           WRITE NOTICE-REGISTER-REC FROM WS-BLANK-LINE.

           MOVE LOW-VALUES TO LA-QUOTE-NUMBER.
           START APPLICATION-FILE KEY > LA-QUOTE-NUMBER
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.

           PERFORM 100-CHECK-ONE-APPL THRU 100-EXIT
               UNTIL WS-BROWSE-DONE.

           MOVE WS-SENT-COUNT TO RGT-SENT.
           MOVE WS-LATE-COUNT TO RGT-LATE.
           MOVE WS-HELD-COUNT TO RGT-HELD.
           MOVE WS-WITHDRAWN-COUNT TO RGT-WITHDRAWN.
           WRITE NOTICE-REGISTER-REC FROM WS-BLANK-LINE.
           WRITE NOTICE-REGISTER-REC FROM REGISTER-TOTALS.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       100-CHECK-ONE-APPL.
           MOVE "100-CHECK-ONE-APPL" TO PARA-NAME.

           READ APPLICATION-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 100-EXIT
           END-READ.

           IF NOT LA-FINAL-OUTCOME
               GO TO 100-EXIT.
           IF LA-NOTICE-DATE NUMERIC AND LA-NOTICE-DATE > ZERO
               GO TO 100-EXIT.

           IF LA-STATUS-DATE NUMERIC AND LA-STATUS-DATE > ZERO
               COMPUTE WS-DECISION-INT =
                   FUNCTION INTEGER-OF-DATE(LA-STATUS-DATE)
               COMPUTE WS-DAYS-TO-NOTICE = WS-RUN-INT - WS-DECISION-INT
           ELSE
               MOVE ZERO TO WS-DAYS-TO-NOTICE
           END-IF.

           MOVE SPACES TO RGD-RESULT.
           MOVE LA-QUOTE-NUMBER TO RGD-QUOTE-NUMBER.
           MOVE LA-APPLICANT-NAME TO RGD-NAME.
           MOVE LA-STATUS-DATE TO RGD-DECISION-DATE.
           MOVE WS-DAYS-TO-NOTICE TO RGD-DAYS.
           EVALUATE TRUE
               WHEN LA-DECLINED  MOVE "DECLINED" TO RGD-OUTCOME
               WHEN LA-WITHDRAWN MOVE "WITHDRAWN" TO RGD-OUTCOME
               WHEN OTHER        MOVE "INCOMPLETE" TO RGD-OUTCOME
           END-EVALUATE.

      **** A WITHDRAWAL IS THE MEMBER'S OWN DECISION - NO NOTICE IS
      **** OWED, BUT IT IS REGISTERED AND MARKED DONE.
           IF LA-WITHDRAWN
               MOVE WS-RUN-DATE TO LA-NOTICE-DATE RGD-NOTICE-DATE
               REWRITE LOAN-APPL-REC
               ADD 1 TO WS-WITHDRAWN-COUNT
               MOVE "NO NOTICE REQUIRED" TO RGD-RESULT
               WRITE NOTICE-REGISTER-REC FROM REGISTER-DETAIL
               GO TO 100-EXIT.

           IF LA-APPLICANT-NAME = SPACES OR LA-MAIL-STREET = SPACES
               MOVE ZERO TO RGD-NOTICE-DATE
               ADD 1 TO WS-HELD-COUNT
               IF WS-DAYS-TO-NOTICE > WS-NOTICE-LIMIT
                   MOVE "HELD - NO ADDRESS, LATE" TO RGD-RESULT
                   MOVE SPACES TO WS-AL-TEXT
                   STRING "ADVERSE NOTICE PAST 30 DAYS - APPL "
                       LA-QUOTE-NUMBER
                       DELIMITED BY SIZE INTO WS-AL-TEXT
                   END-STRING
                   CALL "ALERTLOG" USING WS-AL-JOB WS-AL-SEV
                       WS-AL-TEXT
               ELSE
                   MOVE "HELD - NO ADDRESS" TO RGD-RESULT
               END-IF
               WRITE NOTICE-REGISTER-REC FROM REGISTER-DETAIL
               GO TO 100-EXIT.

           PERFORM 200-WRITE-NOTICE THRU 200-EXIT.

           MOVE WS-RUN-DATE TO LA-NOTICE-DATE RGD-NOTICE-DATE.
           REWRITE LOAN-APPL-REC.
           ADD 1 TO WS-SENT-COUNT.
           IF WS-DAYS-TO-NOTICE > WS-NOTICE-LIMIT
               ADD 1 TO WS-LATE-COUNT
               MOVE "*** OVER 30-DAY LIMIT" TO RGD-RESULT
           ELSE
               MOVE "WITHIN LIMIT" TO RGD-RESULT
           END-IF.
           WRITE NOTICE-REGISTER-REC FROM REGISTER-DETAIL.

       100-EXIT.
           EXIT.

       200-WRITE-NOTICE.
      **** THE NOTICE ITSELF - ADDRESS BLOCK, THE DECISION, THE
      **** PRINCIPAL REASONS, AND THE REQUIRED DISCLOSURES.  A DECLINE
      **** ON CREDIT-HISTORY GROUNDS ALSO CARRIES THE CREDIT REPORTING
      **** NOTICE.
           MOVE "200-WRITE-NOTICE" TO PARA-NAME.
           WRITE LETTER-LINE FROM LETTER-SEPARATOR-LINE.
           MOVE WS-RUN-DATE TO LTR-DATE.
           WRITE LETTER-LINE FROM LETTER-DATE-LINE.
           MOVE SPACES TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE LA-APPLICANT-NAME TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE LA-MAIL-STREET TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE SPACES TO WS-LETTER-TEXT.
           STRING LA-MAIL-CITY DELIMITED BY "  "
                  ", " LA-MAIL-STATE "  " LA-MAIL-ZIP
                  DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE SPACES TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE LA-QUOTE-NUMBER TO LTR-QUOTE-NUMBER.
           WRITE LETTER-LINE FROM LETTER-RE-LINE.
           MOVE SPACES TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.

           IF LA-DECLINED
               MOVE "STATEMENT OF CREDIT DENIAL" TO WS-LETTER-TEXT
           ELSE
               MOVE "NOTICE OF INCOMPLETE APPLICATION" TO
                   WS-LETTER-TEXT
           END-IF.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE SPACES TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           STRING "DEAR " LA-APPLICANT-NAME
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE LA-PRINCIPLE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-LETTER-TEXT.
           STRING "THANK YOU FOR YOUR APPLICATION FOR A MORTGAGE "
                  "LOAN OF " WS-AMOUNT-EDIT "."
                  DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           IF LA-DECLINED
               MOVE "AFTER CAREFUL REVIEW WE ARE UNABLE TO APPROVE"
                   TO WS-LETTER-TEXT
               WRITE LETTER-LINE FROM WS-LETTER-TEXT
               MOVE "YOUR APPLICATION.  THE PRINCIPAL REASONS FOR OUR"
                   TO WS-LETTER-TEXT
               WRITE LETTER-LINE FROM WS-LETTER-TEXT
               MOVE "DECISION ARE:" TO WS-LETTER-TEXT
               WRITE LETTER-LINE FROM WS-LETTER-TEXT
           ELSE
               MOVE "WE ARE UNABLE TO COMPLETE OUR REVIEW AND HAVE"
                   TO WS-LETTER-TEXT
               WRITE LETTER-LINE FROM WS-LETTER-TEXT
               MOVE "CLOSED YOUR APPLICATION AS INCOMPLETE, FOR THE"
                   TO WS-LETTER-TEXT
               WRITE LETTER-LINE FROM WS-LETTER-TEXT
               MOVE "FOLLOWING REASONS.  YOU ARE WELCOME TO REAPPLY"
                   TO WS-LETTER-TEXT
               WRITE LETTER-LINE FROM WS-LETTER-TEXT
               MOVE "WITH THE INFORMATION NEEDED:" TO WS-LETTER-TEXT
               WRITE LETTER-LINE FROM WS-LETTER-TEXT
           END-IF.

           MOVE "N" TO WS-FCRA-SW.
           PERFORM 250-WRITE-REASON THRU 250-EXIT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 4.

           MOVE SPACES TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           IF WS-FCRA-NOTICE
               PERFORM 300-WRITE-FCRA-NOTICE THRU 300-EXIT
           END-IF.
           PERFORM 350-WRITE-ECOA-NOTICE THRU 350-EXIT.

           MOVE SPACES TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "MORTGAGE LENDING DEPARTMENT" TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
       200-EXIT.
           EXIT.

       250-WRITE-REASON.
      **** ONE LINE PER REASON CODE ON THE APPLICATION.  REASONS 13
      **** THROUGH 20 COME FROM THE CREDIT REPORT.
           IF LA-REASON-CODE (WS-RSN-SUB) = SPACES
               GO TO 250-EXIT.
           MOVE SPACES TO LTR-REASON.
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > AR-ENTRY-COUNT
               IF AR-CODE (WS-TBL-SUB) = LA-REASON-CODE (WS-RSN-SUB)
                   MOVE AR-TEXT (WS-TBL-SUB) TO LTR-REASON
               END-IF
           END-PERFORM.
           IF LTR-REASON = SPACES
               GO TO 250-EXIT.
           WRITE LETTER-LINE FROM LETTER-REASON-LINE.
           IF LA-REASON-CODE (WS-RSN-SUB) NOT < "13"
                   AND LA-REASON-CODE (WS-RSN-SUB) NOT > "20"
               MOVE "Y" TO WS-FCRA-SW
           END-IF.
       250-EXIT.
           EXIT.

       300-WRITE-FCRA-NOTICE.
           MOVE "OUR DECISION WAS BASED IN WHOLE OR IN PART ON"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "INFORMATION OBTAINED IN A REPORT FROM A CONSUMER"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "REPORTING AGENCY. UNDER THE FAIR CREDIT REPORTING"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "ACT YOU HAVE THE RIGHT TO A FREE COPY OF YOUR"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "REPORT FROM THAT AGENCY IF YOU ASK FOR IT WITHIN"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "60 DAYS, AND TO DISPUTE ANY INACCURATE OR"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "INCOMPLETE INFORMATION IN IT. THE AGENCY DID NOT"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "MAKE THIS DECISION AND CANNOT EXPLAIN IT."
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE SPACES TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
       300-EXIT.
           EXIT.

       350-WRITE-ECOA-NOTICE.
           MOVE "NOTICE: THE FEDERAL EQUAL CREDIT OPPORTUNITY ACT"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "PROHIBITS CREDITORS FROM DISCRIMINATING AGAINST"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "CREDIT APPLICANTS ON THE BASIS OF RACE, COLOR,"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "RELIGION, NATIONAL ORIGIN, SEX, MARITAL STATUS OR"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "AGE (PROVIDED THE APPLICANT HAS THE CAPACITY TO"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "CONTRACT); BECAUSE ALL OR PART OF THE APPLICANT'S"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "INCOME DERIVES FROM ANY PUBLIC ASSISTANCE PROGRAM;"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "OR BECAUSE THE APPLICANT HAS IN GOOD FAITH"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "EXERCISED ANY RIGHT UNDER THE CONSUMER CREDIT"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "PROTECTION ACT. THE FEDERAL AGENCY THAT"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "ADMINISTERS COMPLIANCE WITH THIS LAW CONCERNING"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "THIS CREDITOR IS THE NATIONAL CREDIT UNION"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "ADMINISTRATION, OFFICE OF CONSUMER FINANCIAL"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "PROTECTION, 1775 DUKE STREET, ALEXANDRIA, VA"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "22314."
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
       350-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN I-O APPLICATION-FILE.
           OPEN OUTPUT LETTER-FILE, NOTICE-REGISTER.
           DISPLAY "ADVNOTC OPEN FILES".
           DISPLAY APL-STATUS.
           DISPLAY LTR-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE APPLICATION-FILE, LETTER-FILE, NOTICE-REGISTER.
           DISPLAY "ADVNOTC FILES CLOSED".
       900-EXIT.
           EXIT.
