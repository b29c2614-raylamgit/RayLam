       ID DIVISION.
       PROGRAM-ID. PATONQ.
      *
      *    ONLINE PATIENT BENEFITS INQUIRY, KEYED BY PATIENT ID.
      *    ON INITIAL ENTRY DISPLAY THE MAP.
      *    ON SUBSEQUENT ENTRY:
      *       ENTER  - LOOK UP THE ENTERED PATIENT AND SHOW PAGE ONE -
      *                NAME, GUARANTOR, COVERAGE DATES, PLAN TERMS
      *                AND THE YEAR-TO-DATE ACCUMULATORS.  FROM PAGE
      *                TWO, ENTER RETURNS TO PAGE ONE.
      *       PF8    - PAGE TWO, THE CHARGE LINES WITH THEIR PRIOR
      *                AUTHORIZATIONS, AND THE NEXT PAGE OF LINES.
      *       PF7    - BACK TO PAGE ONE FROM PAGE TWO.
      *       CLEAR  - END THE TRANSACTION.
      *    NOTHING IS UPDATED, SO NO OPRAUTH MAINTENANCE AUTHORITY
      *    IS NEEDED TO RUN IT.
      *
      *    MOD LOG
      *    -------------------------------------------------------
      *    2026  D.ELLIS  ORIGINAL PROGRAM.  A PROVIDER'S OFFICE
      *                   CHECKING BENEFITS IS ANSWERED ON THE PHONE
      *                   INSTEAD OF FROM THE PATSTMT OUTPUT OR A
      *                   PATSWEEP RUN - THE PRSNMSTR NAME AND
      *                   GUARANTOR, THE ELIGMSTR COVERAGE DATES, THE
      *                   PATINS PRIMARY AND SECONDARY PLANS WITH THE
      *                   HEALTH_PLAN DEDUCTIBLE, COPAY, COINSURANCE
      *                   AND OOP MAXIMUM, AND THE PATACCUM DEDUCTIBLE
      *                   MET, OUT-OF-POCKET PAID AND LIFETIME PAID.
      *                   PAGE TWO LISTS THE PATMSTR CHARGE LINES WITH
      *                   ANY PRAUTH AUTHORIZATION ON FILE.
      *    2026  D.ELLIS  EVERY BENEFITS PAGE AND CHARGE-LINE PAGE
      *                   SHOWN IS NOW LOGGED THROUGH INQLOG
      *                   (TERMINAL, USER, TRANSACTION, PATIENT ID)
      *                   FOR THE ACCREVW ACCESS REVIEW.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. Z196.
       OBJECT-COMPUTER. Z196.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRSNMSTR
                  ASSIGN       to PRSNMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PRSN-KEY
                  FILE STATUS  is PRSN-STATUS.
           SELECT ELIG-MASTER
                  ASSIGN       to ELIGMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is EL-KEY
                  FILE STATUS  is EL-STATUS.
           SELECT PATINS
                  ASSIGN       to PATINS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-INS-KEY
                  FILE STATUS  is PATINS-STATUS.
           SELECT PATIENT-ACCUM-FILE
                  ASSIGN       to PATACCUM
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PB-KEY
                  FILE STATUS  is PB-STATUS.
           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.
           SELECT AUTH-FILE
                  ASSIGN       to PRAUTH
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is AU-KEY
                  FILE STATUS  is AU-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PRSNMSTR
           DATA RECORD IS PRSNMSTR-REC.
       01  PRSNMSTR-REC.
           05 PRSN-KEY      PIC X(06).
           05 FILLER           PIC X(794).
      *
       FD  ELIG-MASTER
           RECORD CONTAINS 60 CHARACTERS.
       COPY ELIGMSTR.
      *
       FD  PATINS
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATIENT-INS-KEY      PIC X(06).
           05 FILLER               PIC X(696).
      *
       FD  PATIENT-ACCUM-FILE
           DATA RECORD IS PATIENT-ACCUM-REC.
       COPY PATACCUM.
      *
       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(2958).
      *
       FD  AUTH-FILE
           DATA RECORD IS PRIOR-AUTH-REC.
       COPY PRAUTH.
      *
       WORKING-STORAGE SECTION.
      *
       01  W-FLAGS.
           10  W-SEND-FLAG                    PIC X.
               88  SEND-ERASE                   VALUE '1'.
               88  SEND-DATAONLY                VALUE '2'.

       01  W-COMAREA-LENGTH                  PIC 9(4) COMP.
      *
       01  END-OF-TRANS-MSG                  PIC X(30)
             VALUE 'END OF TRANSACTION - THANK YOU'.
           COPY DFHAID.
           COPY PATA0.
      *
       01  PRSN-STATUS                       PIC X(02).
           88  PRSN-FOUND                      VALUE '00'.
       01  PRSN-OPEN-SW                      PIC X VALUE 'N'.
           88  PRSN-OPENED                     VALUE 'Y'.
       01  EL-STATUS                         PIC X(02).
           88  EL-OK                           VALUE '00'.
       01  EL-OPEN-SW                        PIC X VALUE 'N'.
           88  EL-OPENED                       VALUE 'Y'.
       01  PATINS-STATUS                     PIC X(02).
           88  PATINS-FOUND                    VALUE '00'.
       01  PATINS-OPEN-SW                    PIC X VALUE 'N'.
           88  PATINS-OPENED                   VALUE 'Y'.
       01  PB-STATUS                         PIC X(02).
           88  PB-FOUND                        VALUE '00'.
       01  PB-OPEN-SW                        PIC X VALUE 'N'.
           88  PB-OPENED                       VALUE 'Y'.
       01  PATMSTR-STATUS                    PIC X(02).
           88  PATMSTR-FOUND                   VALUE '00'.
       01  PATMSTR-OPEN-SW                   PIC X VALUE 'N'.
           88  PATMSTR-OPENED                  VALUE 'Y'.
       01  AU-STATUS                         PIC X(02).
           88  AU-FOUND                        VALUE '00'.
       01  AU-OPEN-SW                        PIC X VALUE 'N'.
           88  AU-OPENED                       VALUE 'Y'.
      *
       01  WS-BAD-ENTRY-SW                   PIC X VALUE 'N'.
           88  BAD-ENTRY-ENTERED                 VALUE 'Y'.
      *
       01  WS-INQUIRY-FIELDS.
           05  WS-PATIENT-ID                 PIC X(08) VALUE SPACES.
           05  WS-TODAY                      PIC 9(08) VALUE ZERO.
           05  WS-SERVICE-DATE               PIC 9(08) VALUE ZERO.
           05  WS-FOUND-SW                   PIC X VALUE 'N'.
               88  WS-PATIENT-FOUND            VALUE 'Y'.
           05  WS-BROWSE-DONE-SW             PIC X VALUE 'N'.
               88  WS-BROWSE-DONE              VALUE 'Y'.
           05  WS-EL-SUB                     PIC 9 VALUE 0.
           05  WS-PLAN-SUB                   PIC 9 VALUE 0.
           05  WS-PLAN-WANT                  PIC X(10) VALUE SPACES.
           05  WS-PLAN-LABEL                 PIC X(04) VALUE SPACES.
           05  ROW-SUB                       PIC 9(3) VALUE 0.
           05  WS-MAX-LINE-ITEMS             PIC 9(3) VALUE 50.
           05  WS-LINE-COUNT                 PIC 9(4) VALUE 0.
           05  WS-LINES-FILLED               PIC 9(2) VALUE 0.
           05  WS-LINE-TYPE                  PIC X(05) VALUE SPACES.
           05  WS-LINE-SERVICE               PIC X(08) VALUE SPACES.
           05  WS-LINE-CHARGE                PIC S9(5)V99 COMP-3.
           05  WS-LINE-PHYS                  PIC X(08) VALUE SPACES.
           05  WS-NAME-LINE.
               10  WS-NL-FIRST               PIC X(15).
               10  FILLER                    PIC X(01) VALUE SPACE.
               10  WS-NL-LAST                PIC X(20).
           05  WS-ELIG-LINE.
               10  FILLER                    PIC X(05) VALUE 'PLAN '.
               10  WS-EL-PLAN                PIC X(10).
               10  FILLER                    PIC X(12)
                     VALUE '  EFFECTIVE '.
               10  WS-EL-EFF                 PIC 9(08).
               10  FILLER                    PIC X(08) VALUE '  TERM '.
               10  WS-EL-TERM                PIC X(08).
               10  FILLER                    PIC X(02) VALUE SPACES.
               10  WS-EL-IN-FORCE            PIC X(07).
           05  WS-PLAN-LINE.
               10  WS-PN-LABEL               PIC X(04).
               10  WS-PN-PLAN                PIC X(10).
               10  WS-PN-TERMS.
                   15  FILLER                PIC X(05) VALUE ' DED '.
                   15  WS-PN-DEDUCT          PIC $$$,$$9.99.
                   15  FILLER                PIC X(07) VALUE ' COPAY '.
                   15  WS-PN-COPAY           PIC $$,$$9.99.
                   15  FILLER                PIC X(07) VALUE ' COINS '.
                   15  WS-PN-COINS           PIC ZZ9.99.
                   15  FILLER                PIC X(01) VALUE '%'.
                   15  FILLER                PIC X(05) VALUE ' OOP '.
                   15  WS-PN-OOP-MAX         PIC $$$,$$9.99.
           05  WS-ACCUM-LINE.
               10  WS-AC-LABEL               PIC X(04).
               10  WS-AC-FIGURES.
                   15  FILLER                PIC X(08)
                         VALUE 'DED MET '.
                   15  WS-AC-DEDUCT-MET      PIC $$$,$$9.99.
                   15  FILLER                PIC X(11)
                         VALUE '  OOP PAID '.
                   15  WS-AC-OOP-PAID        PIC $$$,$$9.99.
                   15  FILLER                PIC X(16)
                         VALUE '  LIFETIME PAID '.
                   15  WS-AC-LIFETIME        PIC $$$,$$$,$$9.99.
           05  WS-CHARGE-LINE.
               10  WS-CL-TYPE                PIC X(05).
               10  FILLER                    PIC X(01) VALUE SPACE.
               10  WS-CL-SERVICE             PIC X(08).
               10  FILLER                    PIC X(01) VALUE SPACE.
               10  WS-CL-CHARGE              PIC $$,$$9.99.
               10  FILLER                    PIC X(01) VALUE SPACE.
               10  WS-CL-PHYS                PIC X(08).
               10  FILLER                    PIC X(01) VALUE SPACE.
               10  WS-CL-AUTH-NO             PIC X(10).
               10  FILLER                    PIC X(01) VALUE SPACE.
               10  WS-CL-AUTH-FROM           PIC X(08).
               10  FILLER                    PIC X(01) VALUE '-'.
               10  WS-CL-AUTH-THRU           PIC X(08).
               10  FILLER                    PIC X(01) VALUE SPACE.
               10  WS-CL-AUTH-STATUS         PIC X(11).
      *
       COPY HLTHPLAN.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY PATPERSN.
       COPY PATINS.
       COPY PATMSTR.
      *
      *    PASSED TO INQLOG - WHO LOOKED AT WHAT, FOR ACCREVW.
       01  WS-INQLOG-FIELDS.
           05  WS-IL-TERMINAL                PIC X(04).
           05  WS-IL-USER                    PIC X(08).
           05  WS-IL-TRANS                   PIC X(04).
           05  WS-IL-PROGRAM                 PIC X(08) VALUE 'PATONQ'.
           05  WS-IL-KEY-TYPE                PIC X(08).
           05  WS-IL-KEY                     PIC X(20).
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05  LK-PROCESS-INDICATOR          PIC X.
           05  LK-SKIP-COUNT                 PIC 9(4).
           05  LK-PATIENT-ID                 PIC X(08).
           05  LK-PAGE                       PIC X.
               88  LK-PAGE-ONE                 VALUE '1'.
               88  LK-PAGE-TWO                 VALUE '2'.
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
       A000-MAINLINE SECTION.
       A000-10.
           MOVE LENGTH OF DFHCOMMAREA TO W-COMAREA-LENGTH.
      * Pseudo-conversational re-invocations come back in with a fresh
      * task and no open files, so every file is opened on every
      * entry, the same way CLMONQ does.  All input only.
           PERFORM A050-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           EVALUATE TRUE
               WHEN EIBCALEN = ZERO
      * First time in - show the blank screen.
                   MOVE LOW-VALUES TO PATONQO
                   MOVE 'ENTER A PATIENT ID.' TO MSGOUTO
                   SET SEND-ERASE TO TRUE
                   PERFORM A300-SEND-PAGE-ONE
                   MOVE '1' TO LK-PROCESS-INDICATOR
                   MOVE ZERO TO LK-SKIP-COUNT
                   MOVE SPACES TO LK-PATIENT-ID
                   SET LK-PAGE-ONE TO TRUE
               WHEN EIBAID = DFHCLEAR
      * Process CLEAR key - close the files and end the transaction.
                   PERFORM A950-CLOSE-FILES
                   EXEC CICS
                       SEND TEXT FROM (END-OF-TRANS-MSG)
                       ERASE
                       FREEKB
                   END-EXEC
                   EXEC CICS
                       RETURN
                   END-EXEC
               WHEN EIBAID = DFHENTER
      * Process ENTER key - a fresh inquiry from page one, or back to
      * page one for the same patient from page two.
                   IF LK-PAGE-TWO
                       PERFORM A200-BACK-TO-PAGE-ONE
                   ELSE
                       PERFORM A100-PROCESS-MAP
                   END-IF
                   MOVE '1' TO LK-PROCESS-INDICATOR
               WHEN EIBAID = DFHPF8
      * Process PF8 - the charge lines, a page at a time.
                   PERFORM A150-NEXT-PAGE
                   MOVE '1' TO LK-PROCESS-INDICATOR
               WHEN EIBAID = DFHPF7 AND LK-PAGE-TWO
      * Process PF7 - back to the benefits page.
                   PERFORM A200-BACK-TO-PAGE-ONE
                   MOVE '1' TO LK-PROCESS-INDICATOR
               WHEN OTHER
      * Invalid key.
                   IF LK-PAGE-TWO
                       MOVE LOW-VALUES TO PATONLO
                       MOVE 'INVALID KEY PRESSED.' TO PLERRO
                       SET SEND-DATAONLY TO TRUE
                       PERFORM A310-SEND-PAGE-TWO
                   ELSE
                       MOVE LOW-VALUES TO PATONQO
                       MOVE 'INVALID KEY PRESSED.' TO MSGERRO
                       SET SEND-DATAONLY TO TRUE
                       PERFORM A300-SEND-PAGE-ONE
                   END-IF
                   MOVE '1' TO LK-PROCESS-INDICATOR
           END-EVALUATE.
           EXEC CICS
               RETURN TRANSID(EIBTRNID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(W-COMAREA-LENGTH)
           END-EXEC.
      * NEVER EXECUTED BECAUSE OF ABOVE EXEC CICS RETURN
       A000-EXIT.
           GOBACK.
      *
       A050-OPEN-FILES SECTION.
       A050-10.
      * A file that will not open just leaves its part of the screen
      * blank - the rest of the inquiry still answers the call.
           OPEN INPUT PRSNMSTR.
           IF PRSN-STATUS = '00'
               SET PRSN-OPENED TO TRUE
           END-IF.
           OPEN INPUT ELIG-MASTER.
           IF EL-STATUS = '00'
               SET EL-OPENED TO TRUE
           END-IF.
           OPEN INPUT PATINS.
           IF PATINS-STATUS = '00'
               SET PATINS-OPENED TO TRUE
           END-IF.
           OPEN INPUT PATIENT-ACCUM-FILE.
           IF PB-STATUS = '00'
               SET PB-OPENED TO TRUE
           END-IF.
           OPEN INPUT PATMSTR.
           IF PATMSTR-STATUS = '00'
               SET PATMSTR-OPENED TO TRUE
           END-IF.
           OPEN INPUT AUTH-FILE.
           IF AU-STATUS = '00'
               SET AU-OPENED TO TRUE
           END-IF.
       A050-EXIT.
           EXIT.
      *
       A100-PROCESS-MAP SECTION.
       A100-10.
           PERFORM A400-RECEIVE-MAP.
           IF BAD-ENTRY-ENTERED
               SET SEND-DATAONLY TO TRUE
               PERFORM A300-SEND-PAGE-ONE
               GO TO A100-EXIT
           END-IF.
           MOVE PQPATI TO LK-PATIENT-ID.
           MOVE ZERO TO LK-SKIP-COUNT.
           SET LK-PAGE-ONE TO TRUE.
           PERFORM A500-SHOW-BENEFITS.
           SET SEND-DATAONLY TO TRUE.
           PERFORM A300-SEND-PAGE-ONE.
       A100-EXIT.
           EXIT.
      *
       A150-NEXT-PAGE SECTION.
       A150-10.
      *    FROM PAGE ONE, PF8 OPENS THE CHARGE LINES AT THE TOP; ON
      *    PAGE TWO IT MOVES ON TWELVE LINES.
           IF LK-PATIENT-ID = SPACES OR LK-PATIENT-ID = LOW-VALUES
               MOVE LOW-VALUES TO PATONQO
               MOVE 'INQUIRE ON A PATIENT FIRST.' TO MSGERRO
               SET SEND-DATAONLY TO TRUE
               PERFORM A300-SEND-PAGE-ONE
               GO TO A150-EXIT
           END-IF.
           IF LK-PAGE-TWO
               ADD 12 TO LK-SKIP-COUNT
           ELSE
               MOVE ZERO TO LK-SKIP-COUNT
               SET LK-PAGE-TWO TO TRUE
           END-IF.
           PERFORM A600-SHOW-CHARGES.
           SET SEND-ERASE TO TRUE.
           PERFORM A310-SEND-PAGE-TWO.
       A150-EXIT.
           EXIT.
      *
       A200-BACK-TO-PAGE-ONE SECTION.
       A200-10.
           SET LK-PAGE-ONE TO TRUE.
           MOVE ZERO TO LK-SKIP-COUNT.
           PERFORM A500-SHOW-BENEFITS.
           SET SEND-ERASE TO TRUE.
           PERFORM A300-SEND-PAGE-ONE.
       A200-EXIT.
           EXIT.
      *
       A300-SEND-PAGE-ONE SECTION.
       A300-10.
           EVALUATE TRUE
              WHEN SEND-ERASE
                   EXEC CICS
                     SEND MAP ('PATONQ')
                         MAPSET('PATA0')
                         FROM(PATONQO)
                         ERASE
                         FREEKB
                         CURSOR
                   END-EXEC
              WHEN SEND-DATAONLY
                   EXEC CICS
                     SEND MAP ('PATONQ')
                         MAPSET('PATA0')
                         FROM(PATONQO)
                         DATAONLY
                         CURSOR
                         FREEKB
                   END-EXEC
           END-EVALUATE.
       A300-EXIT.
           EXIT.
      *
       A310-SEND-PAGE-TWO SECTION.
       A310-10.
           EVALUATE TRUE
              WHEN SEND-ERASE
                   EXEC CICS
                     SEND MAP ('PATONL')
                         MAPSET('PATA0')
                         FROM(PATONLO)
                         ERASE
                         FREEKB
                   END-EXEC
              WHEN SEND-DATAONLY
                   EXEC CICS
                     SEND MAP ('PATONL')
                         MAPSET('PATA0')
                         FROM(PATONLO)
                         DATAONLY
                         FREEKB
                   END-EXEC
           END-EVALUATE.
       A310-EXIT.
           EXIT.
      *
       A400-RECEIVE-MAP SECTION.
       A400-10.
           MOVE 'N' TO WS-BAD-ENTRY-SW.
           EXEC CICS
                RECEIVE MAP('PATONQ')
                   MAPSET('PATA0')
                   INTO (PATONQI)
           END-EXEC.
           IF PQPATI = SPACES OR PQPATI = LOW-VALUES
               MOVE LOW-VALUES TO PATONQO
               MOVE 'PATIENT ID IS REQUIRED.' TO MSGERRO
               SET BAD-ENTRY-ENTERED TO TRUE
           END-IF.
       A400-EXIT.
           EXIT.
      *
       A500-SHOW-BENEFITS SECTION.
       A500-10.
      *    REBUILD PAGE ONE FOR THE PATIENT IN THE COMMAREA.
           MOVE LOW-VALUES TO PATONQO.
           MOVE LK-PATIENT-ID TO WS-PATIENT-ID PQPATO.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM A510-GET-PERSON.
           MOVE WS-NAME-LINE TO PQNAMEO.
           IF PRSN-FOUND
               IF GUARANTOR-ID = SPACES OR GUARANTOR-ID = LOW-VALUES
                   MOVE 'SELF' TO PQGUARO
               ELSE
                   MOVE GUARANTOR-ID TO PQGUARO
               END-IF
           END-IF.
           PERFORM A520-SHOW-ELIGIBILITY.
           PERFORM A530-SHOW-PLANS.
           IF WS-PATIENT-FOUND
               MOVE 'PF8 FOR CHARGE LINES.' TO MSGOUTO
               MOVE 'PATIENT' TO WS-IL-KEY-TYPE
               MOVE LK-PATIENT-ID TO WS-IL-KEY
               PERFORM A900-LOG-ACCESS
           ELSE
               MOVE 'PATIENT NOT ON FILE.' TO MSGOUTO
           END-IF.
       A500-EXIT.
           EXIT.
      *
       A510-GET-PERSON SECTION.
       A510-10.
           MOVE SPACES TO WS-NL-FIRST WS-NL-LAST.
           MOVE '99' TO PRSN-STATUS.
           IF NOT PRSN-OPENED
               MOVE 'NAME NOT AVAILABLE' TO WS-NL-LAST
               GO TO A510-EXIT
           END-IF.
           MOVE WS-PATIENT-ID TO PRSN-KEY IN PRSNMSTR-REC.
           READ PRSNMSTR INTO PATIENT-PERSONAL-MASTER-REC
               INVALID KEY NEXT SENTENCE.
           IF NOT PRSN-FOUND
               MOVE 'NOT ON PRSNMSTR' TO WS-NL-LAST
               GO TO A510-EXIT
           END-IF.
           SET WS-PATIENT-FOUND TO TRUE.
           MOVE FIRST-NAME TO WS-NL-FIRST.
           MOVE LAST-NAME TO WS-NL-LAST.
       A510-EXIT.
           EXIT.
      *
       A520-SHOW-ELIGIBILITY SECTION.
       A520-10.
      *    EVERY ELIGMSTR COVERAGE ROW FOR THE PATIENT, UP TO THREE,
      *    EACH MARKED WHETHER IT IS IN FORCE TODAY.
           IF NOT EL-OPENED
               MOVE 'COVERAGE DATES NOT AVAILABLE' TO PQELG1O
               GO TO A520-EXIT
           END-IF.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE ZERO TO WS-EL-SUB.
           MOVE WS-PATIENT-ID TO EL-PATIENT-ID.
           MOVE LOW-VALUES TO EL-PLAN-ID.
           START ELIG-MASTER KEY NOT LESS EL-KEY
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-BROWSE-DONE OR WS-EL-SUB = 3
               READ ELIG-MASTER NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF EL-PATIENT-ID NOT = WS-PATIENT-ID
                           SET WS-BROWSE-DONE TO TRUE
                       ELSE
                           SET WS-PATIENT-FOUND TO TRUE
                           ADD 1 TO WS-EL-SUB
                           PERFORM A525-FORMAT-ELIG-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-EL-SUB = ZERO
               MOVE 'NO COVERAGE ON ELIGMSTR' TO PQELG1O
           END-IF.
       A520-EXIT.
           EXIT.
      *
       A525-FORMAT-ELIG-LINE SECTION.
       A525-10.
           MOVE EL-PLAN-ID TO WS-EL-PLAN.
           MOVE EL-EFF-DATE TO WS-EL-EFF.
           IF EL-TERM-DATE = ZERO
               MOVE 'OPEN' TO WS-EL-TERM
           ELSE
               MOVE EL-TERM-DATE TO WS-EL-TERM
           END-IF.
           IF EL-EFF-DATE NOT > WS-TODAY
                   AND (EL-TERM-DATE = ZERO
                        OR EL-TERM-DATE NOT < WS-TODAY)
               MOVE 'ACTIVE' TO WS-EL-IN-FORCE
           ELSE
               MOVE 'LAPSED' TO WS-EL-IN-FORCE
           END-IF.
           IF EL-EFF-DATE > WS-TODAY
               MOVE 'FUTURE' TO WS-EL-IN-FORCE
           END-IF.
           EVALUATE WS-EL-SUB
               WHEN 1 MOVE WS-ELIG-LINE TO PQELG1O
               WHEN 2 MOVE WS-ELIG-LINE TO PQELG2O
               WHEN 3 MOVE WS-ELIG-LINE TO PQELG3O
           END-EVALUATE.
       A525-EXIT.
           EXIT.
      *
       A530-SHOW-PLANS SECTION.
       A530-10.
      *    THE PRIMARY AND (IF ANY) SECONDARY PLAN FROM PATINS, EACH
      *    WITH ITS HEALTH_PLAN TERMS AND THE PATIENT'S PATACCUM
      *    POSITION UNDER IT.
           IF NOT PATINS-OPENED
               MOVE 'PLANS NOT AVAILABLE' TO PQPLN1O
               GO TO A530-EXIT
           END-IF.
           MOVE WS-PATIENT-ID TO PATIENT-INS-KEY.
           READ PATINS INTO PATIENT-INSURANCE
               INVALID KEY NEXT SENTENCE.
           IF NOT PATINS-FOUND
               MOVE 'NO PLAN ON PATINS' TO PQPLN1O
               GO TO A530-EXIT
           END-IF.
           SET WS-PATIENT-FOUND TO TRUE.
           MOVE 1 TO WS-PLAN-SUB.
           MOVE 'PRI ' TO WS-PLAN-LABEL.
           MOVE INS-IDENT-NBR IN INS-COMPANY-PRIMARY (1:10)
               TO WS-PLAN-WANT.
           PERFORM A540-SHOW-ONE-PLAN.
           IF INS-IDENT-NBR-2 NOT = SPACES
                   AND INS-IDENT-NBR-2 NOT = LOW-VALUES
               MOVE 2 TO WS-PLAN-SUB
               MOVE 'SEC ' TO WS-PLAN-LABEL
               MOVE INS-IDENT-NBR-2 (1:10) TO WS-PLAN-WANT
               PERFORM A540-SHOW-ONE-PLAN
           END-IF.
       A530-EXIT.
           EXIT.
      *
       A540-SHOW-ONE-PLAN SECTION.
       A540-10.
           MOVE WS-PLAN-LABEL TO WS-PN-LABEL WS-AC-LABEL.
           MOVE WS-PLAN-WANT TO WS-PN-PLAN.
           MOVE WS-PLAN-WANT TO PLAN-ID IN DCLHEALTH-PLAN.
           EXEC SQL
           SELECT
             PLAN_ID,
             DEDUCTIBLE,
             COPAYMENT,
             CO_INSURANCE,
             OOP_MAX
           INTO
           :PLAN-ID               ,
           :DEDUCTIBLE            ,
           :COPAYMENT             ,
           :CO-INSURANCE          ,
           :OOP-MAX
              FROM DDS0001.HEALTH_PLAN
              WHERE PLAN_ID = :PLAN-ID
           END-EXEC.
           IF SQLCODE = -811 OR 0
               MOVE DEDUCTIBLE TO WS-PN-DEDUCT
               MOVE COPAYMENT TO WS-PN-COPAY
               MOVE CO-INSURANCE TO WS-PN-COINS
               MOVE OOP-MAX TO WS-PN-OOP-MAX
           ELSE
               MOVE ' NOT ON HEALTH_PLAN' TO WS-PN-TERMS
           END-IF.

           IF NOT PB-OPENED
               MOVE 'ACCUMULATORS NOT AVAILABLE' TO WS-AC-FIGURES
           ELSE
               MOVE WS-PATIENT-ID TO PB-PATIENT-ID
               MOVE WS-PLAN-WANT TO PB-PLAN-ID
               READ PATIENT-ACCUM-FILE
                   INVALID KEY NEXT SENTENCE
               END-READ
               IF PB-FOUND
                   IF PB-LIFETIME-PAID NOT NUMERIC
                       MOVE ZERO TO PB-LIFETIME-PAID
                   END-IF
                   MOVE PB-DEDUCT-MET TO WS-AC-DEDUCT-MET
                   MOVE PB-OOP-PAID TO WS-AC-OOP-PAID
                   MOVE PB-LIFETIME-PAID TO WS-AC-LIFETIME
               ELSE
                   MOVE 'NOTHING APPLIED THIS PLAN YEAR'
                       TO WS-AC-FIGURES
               END-IF
           END-IF.

           EVALUATE WS-PLAN-SUB
               WHEN 1
                   MOVE WS-PLAN-LINE TO PQPLN1O
                   MOVE WS-ACCUM-LINE TO PQACC1O
               WHEN 2
                   MOVE WS-PLAN-LINE TO PQPLN2O
                   MOVE WS-ACCUM-LINE TO PQACC2O
           END-EVALUATE.
       A540-EXIT.
           EXIT.
      *
       A600-SHOW-CHARGES SECTION.
       A600-10.
      *    REBUILD PAGE TWO - THE PATIENT'S PATMSTR LAB LINES THEN
      *    EQUIPMENT LINES, SKIPPING THOSE EARLIER PAGES SHOWED, UP TO
      *    TWELVE PER PAGE.
           MOVE LOW-VALUES TO PATONLO.
           MOVE LK-PATIENT-ID TO WS-PATIENT-ID PLPATO.
           PERFORM A510-GET-PERSON.
           MOVE WS-NAME-LINE TO PLNAMEO.
           IF NOT PATMSTR-OPENED
               MOVE 'CHARGES NOT AVAILABLE.' TO PLMSGO
               GO TO A600-EXIT
           END-IF.
           MOVE WS-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC
               INVALID KEY NEXT SENTENCE.
           IF NOT PATMSTR-FOUND
               MOVE 'NO CHARGES ON PATMSTR.' TO PLMSGO
               GO TO A600-EXIT
           END-IF.
           MOVE 'PATIENT' TO WS-IL-KEY-TYPE.
           MOVE LK-PATIENT-ID TO WS-IL-KEY.
           PERFORM A900-LOG-ACCESS.
      *    THE AUTHORIZATION MUST COVER THE SERVICE DATE - THE
      *    DISCHARGE DATE, OR TODAY FOR A PATIENT STILL IN HOUSE.
           IF DATE-DISCHARGE IN PATIENT-MASTER-REC NUMERIC
                   AND DATE-DISCHARGE IN PATIENT-MASTER-REC
                       NOT = '00000000'
               MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC TO PLDSCHO
               MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                   TO WS-SERVICE-DATE
           ELSE
               MOVE 'IN HOUSE' TO PLDSCHO
               MOVE WS-TODAY TO WS-SERVICE-DATE
           END-IF.

           MOVE ZERO TO WS-LINE-COUNT WS-LINES-FILLED.
           MOVE 'LAB' TO WS-LINE-TYPE.
           PERFORM VARYING ROW-SUB FROM 1 BY 1
                   UNTIL ROW-SUB > WS-MAX-LINE-ITEMS
                      OR LAB-TEST-S-ID (ROW-SUB) = SPACES
               MOVE LAB-TEST-S-ID (ROW-SUB) TO WS-LINE-SERVICE
               MOVE TEST-CHARGES (ROW-SUB) TO WS-LINE-CHARGE
               MOVE PRESCRIBING-S-PHYS-ID (ROW-SUB) TO WS-LINE-PHYS
               PERFORM A650-ADD-CHARGE-LINE
           END-PERFORM.
           MOVE 'EQUIP' TO WS-LINE-TYPE.
           PERFORM VARYING ROW-SUB FROM 1 BY 1
                   UNTIL ROW-SUB > WS-MAX-LINE-ITEMS
                      OR EQUIPMENT-S-ID (ROW-SUB) = SPACES
               MOVE EQUIPMENT-S-ID (ROW-SUB) TO WS-LINE-SERVICE
               MOVE EQUIPMENT-CHARGES (ROW-SUB) TO WS-LINE-CHARGE
               MOVE EQUIPMENT-PRES-PHYS-ID (ROW-SUB) TO WS-LINE-PHYS
               PERFORM A650-ADD-CHARGE-LINE
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-LINE-COUNT = ZERO
                   MOVE 'NO CHARGE LINES ON FILE.' TO PLMSGO
               WHEN WS-LINE-COUNT > LK-SKIP-COUNT + 12
                   MOVE 'MORE LINES - PRESS PF8.' TO PLMSGO
               WHEN LK-SKIP-COUNT NOT < WS-LINE-COUNT
                   MOVE 'NO MORE LINES - PF7 FOR BENEFITS.' TO PLMSGO
               WHEN OTHER
                   MOVE 'END OF LINES - PF7 FOR BENEFITS.' TO PLMSGO
           END-EVALUATE.
       A600-EXIT.
           EXIT.
      *
       A650-ADD-CHARGE-LINE SECTION.
       A650-10.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT NOT > LK-SKIP-COUNT
                   OR WS-LINES-FILLED NOT < 12
               GO TO A650-EXIT
           END-IF.
           MOVE WS-LINE-TYPE TO WS-CL-TYPE.
           MOVE WS-LINE-SERVICE TO WS-CL-SERVICE.
           MOVE WS-LINE-CHARGE TO WS-CL-CHARGE.
           MOVE WS-LINE-PHYS TO WS-CL-PHYS.
           PERFORM A660-FIND-AUTH.
           ADD 1 TO WS-LINES-FILLED.
           EVALUATE WS-LINES-FILLED
               WHEN 1  MOVE WS-CHARGE-LINE TO PLLS01O
               WHEN 2  MOVE WS-CHARGE-LINE TO PLLS02O
               WHEN 3  MOVE WS-CHARGE-LINE TO PLLS03O
               WHEN 4  MOVE WS-CHARGE-LINE TO PLLS04O
               WHEN 5  MOVE WS-CHARGE-LINE TO PLLS05O
               WHEN 6  MOVE WS-CHARGE-LINE TO PLLS06O
               WHEN 7  MOVE WS-CHARGE-LINE TO PLLS07O
               WHEN 8  MOVE WS-CHARGE-LINE TO PLLS08O
               WHEN 9  MOVE WS-CHARGE-LINE TO PLLS09O
               WHEN 10 MOVE WS-CHARGE-LINE TO PLLS10O
               WHEN 11 MOVE WS-CHARGE-LINE TO PLLS11O
               WHEN 12 MOVE WS-CHARGE-LINE TO PLLS12O
           END-EVALUATE.
       A650-EXIT.
           EXIT.
      *
       A660-FIND-AUTH SECTION.
       A660-10.
      *    THE PRAUTH AUTHORIZATION FOR THE PATIENT AND SERVICE, AND
      *    WHETHER ITS APPROVED RANGE COVERS THE SERVICE DATE - THE
      *    SAME TEST MSTRCALC PRICES THE LINE BY.
           MOVE SPACES TO WS-CL-AUTH-NO WS-CL-AUTH-FROM
                          WS-CL-AUTH-THRU WS-CL-AUTH-STATUS.
           IF NOT AU-OPENED
               MOVE 'NOT AVAIL' TO WS-CL-AUTH-NO
               GO TO A660-EXIT
           END-IF.
           MOVE WS-PATIENT-ID TO AU-PATIENT-ID.
           MOVE WS-LINE-SERVICE TO AU-SERVICE-ID.
           READ AUTH-FILE
               INVALID KEY NEXT SENTENCE.
           IF NOT AU-FOUND
               MOVE 'NONE' TO WS-CL-AUTH-NO
               GO TO A660-EXIT
           END-IF.
           MOVE AU-AUTH-NUMBER TO WS-CL-AUTH-NO.
           MOVE AU-FROM-DATE TO WS-CL-AUTH-FROM.
           MOVE AU-THRU-DATE TO WS-CL-AUTH-THRU.
           IF WS-SERVICE-DATE NOT < AU-FROM-DATE
                   AND WS-SERVICE-DATE NOT > AU-THRU-DATE
               MOVE 'IN RANGE' TO WS-CL-AUTH-STATUS
           ELSE
               MOVE 'OUT OF RANGE' TO WS-CL-AUTH-STATUS
           END-IF.
       A660-EXIT.
           EXIT.
      *
       A900-LOG-ACCESS SECTION.
       A900-10.
      * One INQLOG entry per screen of data shown - the caller has set
      * the key type and key.  The signed-on user comes from CICS.
           MOVE SPACES TO WS-IL-USER.
           EXEC CICS
               ASSIGN USERID(WS-IL-USER)
           END-EXEC.
           MOVE EIBTRMID TO WS-IL-TERMINAL.
           MOVE EIBTRNID TO WS-IL-TRANS.
           CALL 'INQLOG' USING WS-IL-TERMINAL
                               WS-IL-USER
                               WS-IL-TRANS
                               WS-IL-PROGRAM
                               WS-IL-KEY-TYPE
                               WS-IL-KEY.
       A900-EXIT.
           EXIT.
      *
       A950-CLOSE-FILES SECTION.
       A950-10.
           IF PRSN-OPENED
               CLOSE PRSNMSTR
           END-IF.
           IF EL-OPENED
               CLOSE ELIG-MASTER
           END-IF.
           IF PATINS-OPENED
               CLOSE PATINS
           END-IF.
           IF PB-OPENED
               CLOSE PATIENT-ACCUM-FILE
           END-IF.
           IF PATMSTR-OPENED
               CLOSE PATMSTR
           END-IF.
           IF AU-OPENED
               CLOSE AUTH-FILE
           END-IF.
       A950-EXIT.
           EXIT.
