       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  CHKESCH.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  UNCLAIMED-PROPERTY DORMANCY
      *                CYCLE FOR UNCASHED CLAIM CHECKS ON THE CHKREG
      *                REGISTER.  USING THE PER-STATE DORMTBL TABLE IT
      *                WRITES A DUE-DILIGENCE LETTER WHEN A CHECK
      *                REACHES ITS STATE'S NOTICE AGE AND STAMPS THE
      *                LETTER DATE ON THE REGISTER.  ON THE ANNUAL
      *                ESCHEAT RUN (PARM CARD 'E') EVERY CHECK PAST
      *                DORMANCY AND PAST ITS LETTER WINDOW IS MARKED
      *                ESCHEATED ON THE REGISTER, VOIDED AT THE BANK
      *                ON THE POSITIVE-PAY FILE, AND LISTED BY STATE
      *                ON THE ESCHEAT REPORT AND THE ESCHREM
      *                REMITTANCE FILE.
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

           SELECT DORMANCY-TABLE-FILE
           ASSIGN TO DORMTBL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DM-STATUS.

           SELECT CHECK-REGISTER-IN
           ASSIGN TO CHKREGI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CRI-STATUS.

           SELECT CHECK-REGISTER-OUT
           ASSIGN TO CHKREGO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CRO-STATUS.

           SELECT LETTER-FILE
           ASSIGN TO UT-S-DDLTRS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LTR-STATUS.

           SELECT POSITIVE-PAY-FILE
           ASSIGN TO POSPAY
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PPY-STATUS.

           SELECT REMIT-FILE
           ASSIGN TO UT-S-ESCHREM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ER-STATUS.

           SELECT ESCHEAT-REPORT
           ASSIGN TO UT-S-ESCHRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT ESCHEAT-SORT-FILE
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
           05  PRM-RUN-TYPE                PIC X(01).
               88  PRM-ESCHEAT-RUN            VALUE "E".
           05  PRM-AS-OF-DATE              PIC 9(08).
           05  PRM-HOLDER-STATE            PIC X(02).
           05  FILLER                      PIC X(69).

       FD  DORMANCY-TABLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY DORMTBL.

       FD  CHECK-REGISTER-IN
           RECORD CONTAINS 80 CHARACTERS.
       COPY CHKREG.

       FD  CHECK-REGISTER-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  CHECK-REGISTER-REC-OUT          PIC X(80).

       FD  LETTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LETTER-LINE.
       01  LETTER-LINE                     PIC X(80).

       FD  POSITIVE-PAY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY POSPAY.

       FD  REMIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ESCHEAT-REMIT-REC.
       COPY ESCHREM.

       FD  ESCHEAT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ESCHEAT-REPORT-REC.
       01  ESCHEAT-REPORT-REC  PIC X(133).

      **** ONE RECORD PER CHECK ESCHEATED ON THIS RUN, SORTED BY
      **** STATE FOR THE PER-STATE REPORT AND REMITTANCE.
       SD  ESCHEAT-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ESCHEAT-SORT-REC.
       01  ESCHEAT-SORT-REC.
           05  EX-STATE                    PIC X(02).
           05  EX-CHECK-NO                 PIC 9(08).
           05  EX-ISSUE-DATE               PIC 9(08).
           05  EX-CONTRACT-NO              PIC 9(07).
           05  EX-PAYEE-NAME               PIC X(27).
           05  EX-AMOUNT                   PIC 9(7)V99.
           05  EX-NOTICE-DATE              PIC 9(08).
           05  FILLER                      PIC X(11).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  DM-STATUS               PIC X(2).
               88 END-OF-DORM     VALUE "10".
           05  CRI-STATUS              PIC X(2).
               88 END-OF-CRI      VALUE "10".
           05  CRO-STATUS              PIC X(2).
           05  LTR-STATUS              PIC X(2).
           05  PPY-STATUS              PIC X(2).
           05  ER-STATUS               PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-RUN-INT                  PIC S9(8) COMP.
           05  WS-ISSUE-INT                PIC S9(8) COMP.
           05  WS-NOTICE-INT               PIC S9(8) COMP.
           05  WS-REPLY-INT                PIC S9(8) COMP.
           05  WS-REPLY-DATE               PIC 9(08) VALUE ZERO.
           05  WS-CHECK-AGE                PIC S9(5) VALUE ZERO.
           05  WS-LETTER-AGE               PIC S9(5) VALUE ZERO.
           05  WS-DORMANT-DATE             PIC 9(08) VALUE ZERO.
           05  WS-CHECK-STATE              PIC X(02) VALUE SPACES.
      *    AN OWNER WITH NO KNOWN ADDRESS IS REPORTED TO THE HOLDER'S
      *    STATE OF DOMICILE.  OVERRIDE ON THE PARM CARD.
           05  WS-HOLDER-STATE             PIC X(02) VALUE "CT".
           05  WS-ESCHEAT-RUN-SW           PIC X(01) VALUE "N".
               88  WS-ESCHEAT-RUN             VALUE "Y".
           05  WS-SORT-DONE-SW             PIC X(01) VALUE "N".
               88  WS-SORT-DONE               VALUE "Y".
           05  WS-DM-SUB                   PIC 9(03) VALUE ZERO.
           05  WS-DM-FOUND-SW              PIC X(01) VALUE "N".
               88  WS-DM-FOUND                VALUE "Y".
           05  WS-PREV-STATE               PIC X(02) VALUE SPACES.
           05  WS-PREV-STATE-NAME          PIC X(20) VALUE SPACES.
           05  WS-LETTER-TEXT              PIC X(80) VALUE SPACES.

       01  DORMANCY-COUNTERS.
           05  WS-REG-READ                 PIC 9(06) VALUE ZERO.
           05  WS-LETTER-COUNT             PIC 9(06) VALUE ZERO.
           05  WS-ESCHEAT-COUNT            PIC 9(06) VALUE ZERO.
           05  WS-NO-RULE-COUNT            PIC 9(06) VALUE ZERO.
           05  WS-ESCHEAT-AMT              PIC 9(10)V99 VALUE ZERO.
           05  WS-STATE-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-STATE-AMT                PIC 9(10)V99 VALUE ZERO.

      **** THE DORMTBL ROWS, ONE PER STATE.
       01  DORMANCY-TABLE-AREA.
           05  WS-DM-COUNT                 PIC 9(03) VALUE ZERO.
           05  WS-DM-ENTRY OCCURS 60 TIMES.
               10  DMT-STATE               PIC X(02).
               10  DMT-STATE-NAME          PIC X(20).
               10  DMT-DORMANCY-YEARS      PIC 9(02).
               10  DMT-NOTICE-AGE-DAYS     PIC 9(04).
               10  DMT-LETTER-WINDOW-DAYS  PIC 9(03).
               10  DMT-MIN-NOTICE-AMT      PIC 9(5)V99.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(42)
                 VALUE "UNCLAIMED PROPERTY DORMANCY RUN - AS OF ".
           05  HDG-RUN-DATE                PIC 9(08).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  HDG-RUN-TYPE                PIC X(20).
           05  FILLER                      PIC X(60) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SEC-TITLE                   PIC X(50).
           05  FILLER                      PIC X(83) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DTL-ACTION                  PIC X(10).
           05  FILLER                      PIC X(04) VALUE "CHK ".
           05  DTL-CHECK-NO                PIC 9(08).
           05  FILLER                      PIC X(08) VALUE " ISSUED ".
           05  DTL-ISSUE-DATE              PIC 9(08).
           05  FILLER                      PIC X(05) VALUE " AMT ".
           05  DTL-AMOUNT                  PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-PAYEE                   PIC X(27).
           05  FILLER                      PIC X(08) VALUE "  STATE ".
           05  DTL-STATE                   PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-NOTE                    PIC X(30).
           05  FILLER                      PIC X(06) VALUE SPACES.

       01  WS-STATE-TOTAL-LINE.
           05  FILLER                      PIC X(06) VALUE "STATE ".
           05  STL-STATE                   PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  STL-STATE-NAME              PIC X(20).
           05  FILLER                      PIC X(14)
                 VALUE "  PROPERTIES: ".
           05  STL-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(14)
                 VALUE "  REMITTANCE: ".
           05  STL-AMOUNT                  PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(53) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(15)
                 VALUE "REGISTER READ: ".
           05  TOT-READ                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  LETTERS: ".
           05  TOT-LETTERS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13)
                 VALUE "  ESCHEATED: ".
           05  TOT-ESCHEATED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  NO RULE: ".
           05  TOT-NO-RULE             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(19)
                 VALUE "  ESCHEAT DOLLARS: ".
           05  TOT-ESCHEAT-AMT         PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       01  LETTER-DATE-LINE.
           05  FILLER                  PIC X(06) VALUE "DATE: ".
           05  LTR-DATE                PIC 9(08).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  LETTER-CHECK-LINE.
           05  FILLER                  PIC X(10) VALUE "RE: CHECK ".
           05  LTR-CHECK-NO            PIC 9(08).
           05  FILLER                  PIC X(11) VALUE "  CONTRACT ".
           05  LTR-CONTRACT-NO         PIC 9(07).
           05  FILLER                  PIC X(09) VALUE "  ISSUED ".
           05  LTR-ISSUE-DATE          PIC 9(08).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  LETTER-AMOUNT-LINE.
           05  FILLER                  PIC X(17)
                 VALUE "CHECK AMOUNT:    ".
           05  LTR-AMOUNT              PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  LETTER-REPLY-LINE.
           05  FILLER                  PIC X(32)
                 VALUE "PLEASE CONTACT US NO LATER THAN ".
           05  LTR-REPLY-DATE          PIC 9(08).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  LETTER-SEPARATOR-LINE.
           05  FILLER                  PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
      *
      * LOAD THE STATE DORMANCY RULES, WALK THE CHECK REGISTER
      * WRITING DUE-DILIGENCE LETTERS AND, ON THE ANNUAL RUN,
      * ESCHEATING WHAT IS PAST DORMANCY, CARRY THE REGISTER
      * FORWARD, AND REPORT AND REMIT THE ESCHEATED CHECKS BY STATE.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM 060-LOAD-DORMANCY-TABLE THRU 060-EXIT
               UNTIL END-OF-DORM.

           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           IF WS-ESCHEAT-RUN
               MOVE "ANNUAL ESCHEAT RUN" TO HDG-RUN-TYPE
           ELSE
               MOVE "NOTICE RUN" TO HDG-RUN-TYPE
           END-IF.
           WRITE ESCHEAT-REPORT-REC FROM WS-HEADING-LINE.
           WRITE ESCHEAT-REPORT-REC FROM WS-BLANK-LINE.
           MOVE "DUE-DILIGENCE LETTERS AND REGISTER EXCEPTIONS"
               TO SEC-TITLE.
           WRITE ESCHEAT-REPORT-REC FROM WS-SECTION-LINE.

           IF WS-ESCHEAT-RUN
               SORT ESCHEAT-SORT-FILE
                   ASCENDING KEY EX-STATE EX-CHECK-NO
                   INPUT PROCEDURE 200-SCAN-REGISTER THRU 200-EXIT
                   OUTPUT PROCEDURE 500-LIST-ESCHEATS THRU 500-EXIT
           ELSE
               PERFORM 200-SCAN-REGISTER THRU 200-EXIT
           END-IF.

           WRITE ESCHEAT-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-REG-READ TO TOT-READ.
           MOVE WS-LETTER-COUNT TO TOT-LETTERS.
           MOVE WS-ESCHEAT-COUNT TO TOT-ESCHEATED.
           MOVE WS-NO-RULE-COUNT TO TOT-NO-RULE.
           MOVE WS-ESCHEAT-AMT TO TOT-ESCHEAT-AMT.
           WRITE ESCHEAT-REPORT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** NO CARD IS A NOTICE RUN AS OF TODAY.  'E' IN COLUMN 1 IS
      **** THE ANNUAL ESCHEAT RUN; AN AS-OF DATE REPLACES TODAY (THE
      **** STATES' REPORTING CUT-OFF) AND A STATE CODE REPLACES THE
      **** HOLDER'S STATE OF DOMICILE.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF END-OF-PRM
               GO TO 050-EXIT.
           IF PRM-ESCHEAT-RUN
               SET WS-ESCHEAT-RUN TO TRUE
           END-IF.
           IF PRM-AS-OF-DATE NUMERIC AND PRM-AS-OF-DATE > ZERO
               MOVE PRM-AS-OF-DATE TO WS-RUN-DATE
           END-IF.
           IF PRM-HOLDER-STATE NOT = SPACES
               MOVE PRM-HOLDER-STATE TO WS-HOLDER-STATE
           END-IF.
       050-EXIT.
           EXIT.

       060-LOAD-DORMANCY-TABLE.
      **** A ROW THAT IS NOT NUMERIC OR REPEATS A STATE IS DROPPED -
      **** THE FIRST ROW FOR A STATE IS THE ONE THAT COUNTS.
           MOVE "060-LOAD-DORMANCY-TABLE" TO PARA-NAME.
           READ DORMANCY-TABLE-FILE
               AT END
                   SET END-OF-DORM TO TRUE
                   GO TO 060-EXIT
           END-READ.
           IF DM-DORMANCY-YEARS NOT NUMERIC
                   OR DM-NOTICE-AGE-DAYS NOT NUMERIC
                   OR DM-LETTER-WINDOW-DAYS NOT NUMERIC
                   OR DM-MIN-NOTICE-AMT NOT NUMERIC
                   OR DM-DORMANCY-YEARS = ZERO
               DISPLAY "CHKESCH DORMTBL ROW NOT VALID - IGNORED "
                   DM-STATE
               MOVE 4 TO RETURN-CODE
               GO TO 060-EXIT.
           MOVE DM-STATE TO WS-CHECK-STATE.
           PERFORM 150-FIND-STATE-RULE THRU 150-EXIT.
           IF WS-DM-FOUND
               DISPLAY "CHKESCH DORMTBL DUPLICATE STATE - IGNORED "
                   DM-STATE
               MOVE 4 TO RETURN-CODE
               GO TO 060-EXIT.
           IF WS-DM-COUNT < 60
               ADD 1 TO WS-DM-COUNT
               MOVE DM-STATE TO DMT-STATE (WS-DM-COUNT)
               MOVE DM-STATE-NAME TO DMT-STATE-NAME (WS-DM-COUNT)
               MOVE DM-DORMANCY-YEARS
                   TO DMT-DORMANCY-YEARS (WS-DM-COUNT)
               MOVE DM-NOTICE-AGE-DAYS
                   TO DMT-NOTICE-AGE-DAYS (WS-DM-COUNT)
               MOVE DM-LETTER-WINDOW-DAYS
                   TO DMT-LETTER-WINDOW-DAYS (WS-DM-COUNT)
               MOVE DM-MIN-NOTICE-AMT
                   TO DMT-MIN-NOTICE-AMT (WS-DM-COUNT)
           ELSE
               DISPLAY "CHKESCH DORMTBL TABLE FULL AT 60 - IGNORED "
                   DM-STATE
               MOVE 4 TO RETURN-CODE
           END-IF.
       060-EXIT.
           EXIT.

       150-FIND-STATE-RULE.
           MOVE "150-FIND-STATE-RULE" TO PARA-NAME.
           MOVE "N" TO WS-DM-FOUND-SW.
           PERFORM VARYING WS-DM-SUB FROM 1 BY 1
                   UNTIL WS-DM-SUB > WS-DM-COUNT
                      OR WS-DM-FOUND
               IF DMT-STATE (WS-DM-SUB) = WS-CHECK-STATE
                   SET WS-DM-FOUND TO TRUE
               END-IF
           END-PERFORM.
      **** THE VARYING LEAVES THE SUBSCRIPT ONE PAST THE MATCH.
           IF WS-DM-FOUND
               SUBTRACT 1 FROM WS-DM-SUB
           END-IF.
       150-EXIT.
           EXIT.

       200-SCAN-REGISTER.
           MOVE "200-SCAN-REGISTER" TO PARA-NAME.
           READ CHECK-REGISTER-IN
               AT END SET END-OF-CRI TO TRUE.
           PERFORM 250-CHECK-ONE THRU 250-EXIT
               UNTIL END-OF-CRI.
       200-EXIT.
           EXIT.

       250-CHECK-ONE.
      **** ONLY AN OUTSTANDING CHECK CAN GO DORMANT.  CLEARED,
      **** RETURNED AND ALREADY-ESCHEATED CHECKS CARRY FORWARD.
           MOVE "250-CHECK-ONE" TO PARA-NAME.
           ADD 1 TO WS-REG-READ.
           IF NOT CKR-OUTSTANDING
               GO TO 250-CARRY.
           IF CKR-ISSUE-DATE NOT NUMERIC OR CKR-ISSUE-DATE = ZERO
               GO TO 250-CARRY.
           IF CKR-NOTICE-DATE NOT NUMERIC
               MOVE ZERO TO CKR-NOTICE-DATE
           END-IF.
           IF CKR-PAYEE-STATE = SPACES OR LOW-VALUES
               MOVE WS-HOLDER-STATE TO WS-CHECK-STATE
           ELSE
               MOVE CKR-PAYEE-STATE TO WS-CHECK-STATE
           END-IF.
           PERFORM 150-FIND-STATE-RULE THRU 150-EXIT.
           IF NOT WS-DM-FOUND
               PERFORM 260-NO-RULE THRU 260-EXIT
               GO TO 250-CARRY.

           COMPUTE WS-ISSUE-INT =
               FUNCTION INTEGER-OF-DATE(CKR-ISSUE-DATE).
           COMPUTE WS-CHECK-AGE = WS-RUN-INT - WS-ISSUE-INT.
           COMPUTE WS-DORMANT-DATE = CKR-ISSUE-DATE
               + (DMT-DORMANCY-YEARS (WS-DM-SUB) * 10000).

      **** NO LETTER YET - SEND ONE ONCE THE CHECK REACHES THE NOTICE
      **** AGE, UNLESS IT IS UNDER THE STATE'S DUE-DILIGENCE MINIMUM.
           IF CKR-NOTICE-DATE = ZERO
                   AND CKR-AMOUNT NOT < DMT-MIN-NOTICE-AMT (WS-DM-SUB)
               IF WS-CHECK-AGE NOT < DMT-NOTICE-AGE-DAYS (WS-DM-SUB)
                   PERFORM 300-WRITE-LETTER THRU 300-EXIT
               END-IF
               GO TO 250-CARRY.

      **** ESCHEAT ONLY ON THE ANNUAL RUN, ONLY PAST DORMANCY, AND
      **** ONLY ONCE THE LETTER WINDOW HAS RUN OUT.
           IF NOT WS-ESCHEAT-RUN
               GO TO 250-CARRY.
           IF WS-RUN-DATE < WS-DORMANT-DATE
               GO TO 250-CARRY.
           IF CKR-NOTICE-DATE > ZERO
               COMPUTE WS-NOTICE-INT =
                   FUNCTION INTEGER-OF-DATE(CKR-NOTICE-DATE)
               COMPUTE WS-LETTER-AGE = WS-RUN-INT - WS-NOTICE-INT
               IF WS-LETTER-AGE < DMT-LETTER-WINDOW-DAYS (WS-DM-SUB)
                   GO TO 250-CARRY
               END-IF
           END-IF.
           PERFORM 400-ESCHEAT-CHECK THRU 400-EXIT.

       250-CARRY.
           MOVE CHECK-REGISTER-RECORD TO CHECK-REGISTER-REC-OUT.
           WRITE CHECK-REGISTER-REC-OUT.
           READ CHECK-REGISTER-IN
               AT END SET END-OF-CRI TO TRUE.
       250-EXIT.
           EXIT.

       260-NO-RULE.
      **** WITH NO DORMANCY ROW FOR THE STATE THE CHECK CANNOT BE
      **** PROCESSED - LIST IT SO DORMTBL GETS THE MISSING ROW.
           MOVE "260-NO-RULE" TO PARA-NAME.
           ADD 1 TO WS-NO-RULE-COUNT.
           MOVE "NO RULE" TO DTL-ACTION.
           PERFORM 600-FILL-DETAIL THRU 600-EXIT.
           MOVE "NO DORMTBL ROW FOR STATE" TO DTL-NOTE.
           WRITE ESCHEAT-REPORT-REC FROM WS-DETAIL-LINE.
           MOVE 4 TO RETURN-CODE.
       260-EXIT.
           EXIT.

       300-WRITE-LETTER.
      **** THE DUE-DILIGENCE NOTICE, ADDRESSED BY PAYEE NAME THE SAME
      **** WAY THE DENIAL LETTERS ARE.  THE REPLY DATE IS THE END OF
      **** THE LETTER WINDOW, AND THE LETTER DATE GOES ON THE
      **** REGISTER SO THE WINDOW CAN BE MEASURED NEXT TIME.
           MOVE "300-WRITE-LETTER" TO PARA-NAME.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE WS-RUN-DATE TO CKR-NOTICE-DATE.
           COMPUTE WS-REPLY-INT = WS-RUN-INT
               + DMT-LETTER-WINDOW-DAYS (WS-DM-SUB).
           COMPUTE WS-REPLY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-REPLY-INT).
           WRITE LETTER-LINE FROM LETTER-SEPARATOR-LINE.
           MOVE WS-RUN-DATE TO LTR-DATE.
           WRITE LETTER-LINE FROM LETTER-DATE-LINE.
           MOVE CKR-CHECK-NO TO LTR-CHECK-NO.
           MOVE CKR-CONTRACT-NO TO LTR-CONTRACT-NO.
           MOVE CKR-ISSUE-DATE TO LTR-ISSUE-DATE.
           WRITE LETTER-LINE FROM LETTER-CHECK-LINE.
           MOVE SPACES TO WS-LETTER-TEXT.
           STRING "DEAR " CKR-PAYEE-NAME
               DELIMITED BY SIZE INTO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "OUR RECORDS SHOW THAT THE CLAIM CHECK ABOVE HAS NOT"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "BEEN CASHED." TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE CKR-AMOUNT TO LTR-AMOUNT.
           WRITE LETTER-LINE FROM LETTER-AMOUNT-LINE.
           MOVE WS-REPLY-DATE TO LTR-REPLY-DATE.
           WRITE LETTER-LINE FROM LETTER-REPLY-LINE.
           MOVE "TO CLAIM THESE FUNDS.  IF WE DO NOT HEAR FROM YOU, THE"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "MONEY WILL BE REPORTED AND PAID OVER TO"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE SPACES TO WS-LETTER-TEXT.
           STRING "THE STATE OF " DELIMITED BY SIZE
               DMT-STATE-NAME (WS-DM-SUB) DELIMITED BY "  "
               " AS UNCLAIMED PROPERTY." DELIMITED BY SIZE
               INTO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "CLAIMS DEPARTMENT" TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "LETTER" TO DTL-ACTION.
           PERFORM 600-FILL-DETAIL THRU 600-EXIT.
           MOVE "REPLY BY " TO DTL-NOTE.
           MOVE WS-REPLY-DATE TO DTL-NOTE (10:8).
           WRITE ESCHEAT-REPORT-REC FROM WS-DETAIL-LINE.
       300-EXIT.
           EXIT.

       400-ESCHEAT-CHECK.
      **** MARK THE CHECK ESCHEATED SO IT CAN NEVER BE PAID OR
      **** REISSUED, TELL THE BANK TO REFUSE IT, AND PASS IT TO THE
      **** SORT FOR THE STATE REPORT AND REMITTANCE.
           MOVE "400-ESCHEAT-CHECK" TO PARA-NAME.
           MOVE "E" TO CKR-STATUS.
           ADD 1 TO WS-ESCHEAT-COUNT.
           ADD CKR-AMOUNT TO WS-ESCHEAT-AMT.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           MOVE CKR-CHECK-NO TO PPY-CHECK-NO.
           MOVE CKR-ISSUE-DATE TO PPY-ISSUE-DATE.
           MOVE CKR-AMOUNT TO PPY-AMOUNT.
           MOVE CKR-PAYEE-NAME TO PPY-PAYEE-NAME.
           MOVE "V" TO PPY-ACTION.
           WRITE POSITIVE-PAY-RECORD.
           MOVE SPACES TO ESCHEAT-SORT-REC.
           MOVE WS-CHECK-STATE TO EX-STATE.
           MOVE CKR-CHECK-NO TO EX-CHECK-NO.
           MOVE CKR-ISSUE-DATE TO EX-ISSUE-DATE.
           MOVE CKR-CONTRACT-NO TO EX-CONTRACT-NO.
           MOVE CKR-PAYEE-NAME TO EX-PAYEE-NAME.
           MOVE CKR-AMOUNT TO EX-AMOUNT.
           MOVE CKR-NOTICE-DATE TO EX-NOTICE-DATE.
           RELEASE ESCHEAT-SORT-REC.
       400-EXIT.
           EXIT.

       500-LIST-ESCHEATS.
           MOVE "500-LIST-ESCHEATS" TO PARA-NAME.
           WRITE ESCHEAT-REPORT-REC FROM WS-BLANK-LINE.
           MOVE "CHECKS ESCHEATED - BY STATE" TO SEC-TITLE.
           WRITE ESCHEAT-REPORT-REC FROM WS-SECTION-LINE.
           RETURN ESCHEAT-SORT-FILE
               AT END SET WS-SORT-DONE TO TRUE.
           PERFORM 550-LIST-ONE THRU 550-EXIT
               UNTIL WS-SORT-DONE.
           IF WS-PREV-STATE NOT = SPACES
               PERFORM 580-STATE-TOTAL THRU 580-EXIT
           END-IF.
       500-EXIT.
           EXIT.

       550-LIST-ONE.
           MOVE "550-LIST-ONE" TO PARA-NAME.
           IF EX-STATE NOT = WS-PREV-STATE
               IF WS-PREV-STATE NOT = SPACES
                   PERFORM 580-STATE-TOTAL THRU 580-EXIT
               END-IF
               MOVE EX-STATE TO WS-PREV-STATE WS-CHECK-STATE
               PERFORM 150-FIND-STATE-RULE THRU 150-EXIT
               MOVE DMT-STATE-NAME (WS-DM-SUB) TO WS-PREV-STATE-NAME
               MOVE ZERO TO WS-STATE-COUNT WS-STATE-AMT
           END-IF.
           ADD 1 TO WS-STATE-COUNT.
           ADD EX-AMOUNT TO WS-STATE-AMT.
           MOVE "ESCHEATED" TO DTL-ACTION.
           MOVE EX-CHECK-NO TO DTL-CHECK-NO.
           MOVE EX-ISSUE-DATE TO DTL-ISSUE-DATE.
           MOVE EX-AMOUNT TO DTL-AMOUNT.
           MOVE EX-PAYEE-NAME TO DTL-PAYEE.
           MOVE EX-STATE TO DTL-STATE.
           MOVE SPACES TO DTL-NOTE.
           IF EX-NOTICE-DATE > ZERO
               MOVE "LETTER SENT " TO DTL-NOTE
               MOVE EX-NOTICE-DATE TO DTL-NOTE (13:8)
           ELSE
               MOVE "UNDER NOTICE MINIMUM" TO DTL-NOTE
           END-IF.
           WRITE ESCHEAT-REPORT-REC FROM WS-DETAIL-LINE.
           MOVE SPACES TO ESCHEAT-REMIT-REC.
           SET ER-DETAIL TO TRUE.
           MOVE EX-STATE TO ER-STATE.
           MOVE WS-RUN-DATE TO ER-REPORT-DATE.
           MOVE EX-CHECK-NO TO ER-CHECK-NO.
           MOVE EX-ISSUE-DATE TO ER-ISSUE-DATE.
           MOVE EX-CONTRACT-NO TO ER-CONTRACT-NO.
           MOVE EX-PAYEE-NAME TO ER-PAYEE-NAME.
           MOVE EX-AMOUNT TO ER-AMOUNT.
           WRITE ESCHEAT-REMIT-REC.
           RETURN ESCHEAT-SORT-FILE
               AT END SET WS-SORT-DONE TO TRUE.
       550-EXIT.
           EXIT.

       580-STATE-TOTAL.
           MOVE "580-STATE-TOTAL" TO PARA-NAME.
           MOVE WS-PREV-STATE TO STL-STATE.
           MOVE WS-PREV-STATE-NAME TO STL-STATE-NAME.
           MOVE WS-STATE-COUNT TO STL-COUNT.
           MOVE WS-STATE-AMT TO STL-AMOUNT.
           WRITE ESCHEAT-REPORT-REC FROM WS-STATE-TOTAL-LINE.
           WRITE ESCHEAT-REPORT-REC FROM WS-BLANK-LINE.
           MOVE SPACES TO ESCHEAT-REMIT-REC.
           SET ER-TRAILER TO TRUE.
           MOVE WS-PREV-STATE TO ER-STATE.
           MOVE WS-RUN-DATE TO ER-REPORT-DATE.
           MOVE WS-STATE-COUNT TO ER-PROPERTY-COUNT.
           MOVE WS-STATE-AMT TO ER-REMIT-TOTAL.
           WRITE ESCHEAT-REMIT-REC.
       580-EXIT.
           EXIT.

       600-FILL-DETAIL.
           MOVE "600-FILL-DETAIL" TO PARA-NAME.
           MOVE CKR-CHECK-NO TO DTL-CHECK-NO.
           MOVE CKR-ISSUE-DATE TO DTL-ISSUE-DATE.
           MOVE CKR-AMOUNT TO DTL-AMOUNT.
           MOVE CKR-PAYEE-NAME TO DTL-PAYEE.
           MOVE WS-CHECK-STATE TO DTL-STATE.
           MOVE SPACES TO DTL-NOTE.
       600-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, DORMANCY-TABLE-FILE,
                      CHECK-REGISTER-IN.
           OPEN OUTPUT CHECK-REGISTER-OUT, LETTER-FILE,
                       POSITIVE-PAY-FILE, REMIT-FILE, ESCHEAT-REPORT.
           DISPLAY "CHKESCH OPEN FILES".
           DISPLAY DM-STATUS.
           DISPLAY CRI-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, DORMANCY-TABLE-FILE, CHECK-REGISTER-IN,
                 CHECK-REGISTER-OUT, LETTER-FILE, POSITIVE-PAY-FILE,
                 REMIT-FILE, ESCHEAT-REPORT.
           DISPLAY "CHKESCH FILES CLOSED".
       900-EXIT.
           EXIT.
