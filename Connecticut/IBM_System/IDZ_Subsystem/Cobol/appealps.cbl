       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  APPEALPS.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  APPEAL POSTING.  EACH
      *                TRANSACTION ON APPEALTR OPENS, ESCALATES,
      *                DECIDES OR WITHDRAWS AN APPEAL OF A DENIED
      *                PATIENT CHARGE - A DENYRPT EXCLUSION OR PENDRPT
      *                PRIOR-AUTHORIZATION LINE, OR AN ELIGRPT
      *                COVERAGE DENIAL OF THE WHOLE STAY.
      *                  O  OPEN A LEVEL-ONE APPEAL (WITHIN 180 DAYS
      *                     OF THE SERVICE DATE)
      *                  2  LEVEL-TWO REVIEW OF A LEVEL-ONE UPHOLD
      *                     (WITHIN 60 DAYS OF THAT DECISION)
      *                  D  DECISION AT THE CURRENT LEVEL - U UPHELD,
      *                     O OVERTURNED
      *                  W  WITHDRAWN BY THE APPELLANT
      *                EACH LEVEL MUST BE DECIDED WITHIN 30 DAYS OF
      *                RECEIPT, 72 HOURS WHEN FILED URGENT.  ONCE ALL
      *                TRANSACTIONS ARE POSTED, EVERY PATIENT WITH AN
      *                APPEAL OVERTURNED THIS RUN IS RE-COSTED THROUGH
      *                MSTRCALC (WHICH NOW HONORS THE OVERTURN), THE
      *                PATMSTR REWRITE IS JOURNALED TO PATJRNL AS
      *                PATRESUB DOES, AND THE APPEAL IS STAMPED WITH
      *                THE RE-COST DATE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT APPEAL-TRAN-FILE
           ASSIGN TO UT-S-APPEALTR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TRN-STATUS.

           SELECT APPEAL-FILE
                  ASSIGN       to APPEALS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is AG-KEY
                  FILE STATUS  is AG-STATUS-CD.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PRSNMSTR
                  ASSIGN       to PRSNMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PRSN-KEY IN PRSNMSTR-REC
                  FILE STATUS  is PRSN-STATUS.

           SELECT PATINS
                  ASSIGN       to PATINS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-INS-KEY
                  FILE STATUS  is PATINS-STATUS.

           SELECT PATJRNL
           ASSIGN TO UT-S-PATJRNL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS JRNL-STATUS.

           SELECT APPEAL-REGISTER
           ASSIGN TO UT-S-APPEALRG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  APPEAL-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPEAL-TRAN-REC.
       01  APPEAL-TRAN-REC.
           05  AT-TRAN-CODE                PIC X(01).
               88  AT-OPEN-APPEAL             VALUE "O".
               88  AT-LEVEL-TWO               VALUE "2".
               88  AT-DECISION                VALUE "D".
               88  AT-WITHDRAW                VALUE "W".
           05  AT-KEY.
               10  AT-PATIENT-ID           PIC X(08).
               10  AT-SERVICE-ID           PIC X(08).
               10  AT-LINE-TYPE            PIC X(01).
               10  AT-LINE-NO              PIC 9(02).
           05  AT-DATE                     PIC 9(08).
           05  AT-DENIAL-TYPE              PIC X(01).
           05  AT-APPELLANT                PIC X(01).
           05  AT-URGENT-SW                PIC X(01).
           05  AT-DECISION-CD              PIC X(01).
               88  AT-UPHELD                  VALUE "U".
               88  AT-OVERTURNED              VALUE "O".
           05  AT-REFERENCE                PIC X(12).
           05  FILLER                      PIC X(36).

       FD  APPEAL-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS APPEAL-REC.
       COPY APPEALS.

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  PRSNMSTR
           DATA RECORD IS PRSNMSTR-REC.
       01  PRSNMSTR-REC.
           05 PRSN-KEY      PIC X(06).
           05 FILLER           PIC X(794).

       FD  PATINS
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATIENT-INS-KEY      PIC X(06).
           05 FILLER               PIC X(696).

       FD  PATJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATJRNL-REC.
       01  PATJRNL-REC.
           05  JR-PATIENT-KEY               PIC X(06).
           05  JR-DATE                      PIC 9(08).
           05  JR-TIME                      PIC 9(06).
           05  JR-PROGRAM                   PIC X(08).
           05  JR-PRIOR-TOT-AMT             PIC S9(7)V99.
           05  JR-LINE-COUNT                PIC 9(03).
           05  JR-NEW-TOT-AMT               PIC S9(7)V99.
           05  FILLER                       PIC X(31).

       FD  APPEAL-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPEAL-REGISTER-REC.
       01  APPEAL-REGISTER-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  TRN-STATUS              PIC X(2).
               88 END-OF-TRN      VALUE "10".
           05  AG-STATUS-CD            PIC X(2).
               88 AG-FOUND        VALUE "00".
           05  PATMSTR-STATUS          PIC X(2).
               88 PATMSTR-FOUND   VALUE "00".
           05  PRSN-STATUS             PIC X(2).
               88 PRSN-FOUND      VALUE "00".
           05  PATINS-STATUS           PIC X(2).
               88 PATINS-FOUND    VALUE "00".
           05  JRNL-STATUS             PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-DATE-INT                 PIC S9(8) COMP.
           05  WS-LIMIT-DATE               PIC 9(08).
           05  WS-FILING-LIMIT-DAYS        PIC 9(03) VALUE 180.
           05  WS-LEVEL-TWO-LIMIT-DAYS     PIC 9(03) VALUE 60.
           05  WS-REVIEW-DAYS              PIC 9(03) VALUE 30.
           05  WS-URGENT-DAYS              PIC 9(03) VALUE 3.
           05  WS-DECIDE-DAYS              PIC 9(03).
           05  WS-LINE-SUB                 PIC 9(03) VALUE 0.
           05  WS-LINE-ITEM-KTR            PIC 9(03) VALUE 0.
           05  WS-STAY-CHARGES             PIC S9(7)V99 COMP-3.
           05  WS-PRIOR-TOT-AMT            PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-JRNL-STAMP               PIC X(14).
           05  WS-FUNCTION-CODE            PIC X(1).
           05  WS-CALC-ERROR-MSG           PIC X(40).
           05  WS-RECOST-SW                PIC X(1).
               88  WS-RECOST-DONE             VALUE "Y".
               88  WS-RECOST-FAILED           VALUE "F".

      **** THE APPEALS OVERTURNED THIS RUN, FOR THE RE-COST PASS.
       01  RECOST-TABLE-AREA.
           05  WS-RECOST-COUNT             PIC 9(4) COMP VALUE 0.
           05  WS-RECOST-SUB               PIC 9(4) COMP VALUE 0.
           05  WS-PRIOR-SUB                PIC 9(4) COMP VALUE 0.
           05  WS-RECOST-ENTRY OCCURS 500 TIMES.
               10  RC-APPEAL-KEY           PIC X(19).
               10  RC-PATIENT-ID           PIC X(08).
               10  RC-RESULT               PIC X(01).

       01  APPEAL-COUNTERS.
           05  WS-TRAN-COUNT               PIC 9(06) VALUE ZERO.
           05  WS-OPENED-COUNT             PIC 9(06) VALUE ZERO.
           05  WS-LEVEL-TWO-COUNT          PIC 9(06) VALUE ZERO.
           05  WS-UPHELD-COUNT             PIC 9(06) VALUE ZERO.
           05  WS-OVERTURNED-COUNT         PIC 9(06) VALUE ZERO.
           05  WS-WITHDRAWN-COUNT          PIC 9(06) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.
           05  WS-RECOSTED-COUNT           PIC 9(06) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(40)
                 VALUE "APPEAL POSTING REGISTER - RUN OF ".
           05  HDG-RUN-DATE                PIC 9(08).
           05  FILLER     PIC X(85) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER     PIC X(10) VALUE "PATIENT".
           05  FILLER     PIC X(10) VALUE "SERVICE".
           05  FILLER     PIC X(06) VALUE "LINE".
           05  FILLER     PIC X(05) VALUE "TRAN".
           05  FILLER     PIC X(10) VALUE "DATE".
           05  FILLER     PIC X(14) VALUE "REFERENCE".
           05  FILLER     PIC X(08) VALUE "STATUS".
           05  FILLER     PIC X(10) VALUE "DEADLINE".
           05  FILLER     PIC X(60) VALUE "RESULT".

       01  WS-REGISTER-LINE.
           05  REG-PATIENT-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  REG-SERVICE-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  REG-LINE-TYPE               PIC X(01).
           05  REG-LINE-NO                 PIC 9(02).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  REG-TRAN-CODE               PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  REG-DATE                    PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  REG-REFERENCE               PIC X(12).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  REG-STATUS                  PIC X(01).
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  REG-DEADLINE                PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  REG-RESULT                  PIC X(30).
           05  FILLER                      PIC X(30) VALUE SPACES.

       01  WS-RECOST-LINE.
           05  RCL-PATIENT-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(22)
                 VALUE "RE-COSTED - WAS      ".
           05  RCL-PRIOR-AMT               PIC $$,$$$,$$9.99-.
           05  FILLER                      PIC X(06) VALUE "  NOW ".
           05  RCL-NEW-AMT                 PIC $$,$$$,$$9.99-.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RCL-MESSAGE                 PIC X(40).
           05  FILLER                      PIC X(25) VALUE SPACES.

       01  WS-TOTALS-LINE-1.
           05  FILLER                      PIC X(14)
                 VALUE "TRANSACTIONS: ".
           05  TOT-TRANS                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE "  OPENED: ".
           05  TOT-OPENED                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(13)
                 VALUE "  LEVEL TWO: ".
           05  TOT-LEVEL-TWO               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE "  UPHELD: ".
           05  TOT-UPHELD                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(14)
                 VALUE "  OVERTURNED: ".
           05  TOT-OVERTURNED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(13)
                 VALUE "  WITHDRAWN: ".
           05  TOT-WITHDRAWN               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(17) VALUE SPACES.

       01  WS-TOTALS-LINE-2.
           05  FILLER                      PIC X(10) VALUE "REJECTED: ".
           05  TOT-REJECTED                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(22)
                 VALUE "  PATIENTS RE-COSTED: ".
           05  TOT-RECOSTED                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(87) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       COPY PATMSTR.
       COPY PATPERSN.
       COPY PATINS.

       01  RETURN-CD                      PIC 9(4) COMP.
           88 VALID-CALC     VALUE 0.

       PROCEDURE DIVISION.
      *
      * POST EVERY APPEAL TRANSACTION, THEN RE-COST THE PATIENTS
      * WHOSE DENIALS WERE OVERTURNED.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           WRITE APPEAL-REGISTER-REC FROM WS-HEADING-LINE.
           WRITE APPEAL-REGISTER-REC FROM WS-BLANK-LINE.
           WRITE APPEAL-REGISTER-REC FROM WS-COLUMN-LINE.
           WRITE APPEAL-REGISTER-REC FROM WS-BLANK-LINE.

           READ APPEAL-TRAN-FILE
               AT END SET END-OF-TRN TO TRUE.
           PERFORM 100-POST-ONE-TRANSACTION THRU 100-EXIT
               UNTIL END-OF-TRN.

      **** THE OVERTURNS MUST BE ON THE FILE BEFORE MSTRCALC OPENS IT.
           CLOSE APPEAL-FILE.
           IF WS-RECOST-COUNT > ZERO
               WRITE APPEAL-REGISTER-REC FROM WS-BLANK-LINE
               PERFORM 600-RECOST-OVERTURNED THRU 600-EXIT
           END-IF.

           WRITE APPEAL-REGISTER-REC FROM WS-BLANK-LINE.
           MOVE WS-TRAN-COUNT TO TOT-TRANS.
           MOVE WS-OPENED-COUNT TO TOT-OPENED.
           MOVE WS-LEVEL-TWO-COUNT TO TOT-LEVEL-TWO.
           MOVE WS-UPHELD-COUNT TO TOT-UPHELD.
           MOVE WS-OVERTURNED-COUNT TO TOT-OVERTURNED.
           MOVE WS-WITHDRAWN-COUNT TO TOT-WITHDRAWN.
           WRITE APPEAL-REGISTER-REC FROM WS-TOTALS-LINE-1.
           MOVE WS-REJECT-COUNT TO TOT-REJECTED.
           MOVE WS-RECOSTED-COUNT TO TOT-RECOSTED.
           WRITE APPEAL-REGISTER-REC FROM WS-TOTALS-LINE-2.
           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       100-POST-ONE-TRANSACTION.
           MOVE "100-POST-ONE-TRANSACTION" TO PARA-NAME.
           ADD 1 TO WS-TRAN-COUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE AT-PATIENT-ID TO REG-PATIENT-ID.
           MOVE AT-SERVICE-ID TO REG-SERVICE-ID.
           MOVE AT-LINE-TYPE TO REG-LINE-TYPE.
           IF AT-LINE-NO NUMERIC
               MOVE AT-LINE-NO TO REG-LINE-NO
           END-IF.
           MOVE AT-TRAN-CODE TO REG-TRAN-CODE.
           MOVE AT-REFERENCE TO REG-REFERENCE.
           IF AT-DATE NUMERIC
               MOVE AT-DATE TO REG-DATE
           END-IF.

           EVALUATE TRUE
               WHEN AT-DATE NOT NUMERIC OR AT-DATE = ZERO
                   MOVE "REJECTED - BAD DATE" TO REG-RESULT
               WHEN AT-LINE-NO NOT NUMERIC
                   MOVE "REJECTED - BAD LINE NUMBER" TO REG-RESULT
               WHEN AT-OPEN-APPEAL
                   PERFORM 200-OPEN-APPEAL THRU 200-EXIT
               WHEN AT-LEVEL-TWO OR AT-DECISION OR AT-WITHDRAW
                   MOVE AT-KEY TO AG-KEY
                   READ APPEAL-FILE
                   IF NOT AG-FOUND
                       MOVE "REJECTED - NO SUCH APPEAL" TO REG-RESULT
                   ELSE
                       EVALUATE TRUE
                           WHEN AT-LEVEL-TWO
                               PERFORM 300-LEVEL-TWO THRU 300-EXIT
                           WHEN AT-DECISION
                               PERFORM 400-DECISION THRU 400-EXIT
                           WHEN OTHER
                               PERFORM 500-WITHDRAW THRU 500-EXIT
                       END-EVALUATE
                   END-IF
               WHEN OTHER
                   MOVE "REJECTED - BAD TRAN CODE" TO REG-RESULT
           END-EVALUATE.

           IF REG-RESULT (1:8) = "REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE AG-STATUS TO REG-STATUS
               IF AG-LEVEL-2-OPEN
                   MOVE AG-L2-DEADLINE TO REG-DEADLINE
               ELSE
                   IF AG-LEVEL-1-OPEN
                       MOVE AG-L1-DEADLINE TO REG-DEADLINE
                   END-IF
               END-IF
               REWRITE APPEAL-REC
               IF NOT AG-FOUND
                   DISPLAY "APPEALPS REWRITE FAILED " AG-KEY
                       " STATUS " AG-STATUS-CD
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE APPEAL-REGISTER-REC FROM WS-REGISTER-LINE.

           READ APPEAL-TRAN-FILE
               AT END SET END-OF-TRN TO TRUE.
       100-EXIT.
           EXIT.

       200-OPEN-APPEAL.
      **** THE DENIED LINE MUST BE ON THE PATIENT'S MASTER RECORD AND
      **** THE APPEAL FILED WITHIN THE LIMIT FROM THE SERVICE DATE.
      **** THE APPEAL IS WRITTEN HERE AND REWRITTEN BY THE CALLER.
           MOVE "200-OPEN-APPEAL" TO PARA-NAME.
           MOVE AT-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT PATMSTR-FOUND
               MOVE "REJECTED - NOT ON PATMSTR" TO REG-RESULT
               GO TO 200-EXIT.
           IF AT-APPELLANT NOT = "P" AND AT-APPELLANT NOT = "M"
               MOVE "REJECTED - BAD APPELLANT" TO REG-RESULT
               GO TO 200-EXIT.

           MOVE SPACES TO APPEAL-REC.
           EVALUATE AT-LINE-TYPE
               WHEN "L"
                   IF AT-LINE-NO < 1 OR AT-LINE-NO > 50
                     OR LAB-TEST-S-ID (AT-LINE-NO) NOT = AT-SERVICE-ID
                       MOVE "REJECTED - NO SUCH LAB LINE" TO REG-RESULT
                       GO TO 200-EXIT
                   END-IF
                   MOVE TEST-CHARGES (AT-LINE-NO) TO AG-CHARGE-AMT
               WHEN "E"
                   IF AT-LINE-NO < 1 OR AT-LINE-NO > 50
                     OR EQUIPMENT-S-ID (AT-LINE-NO) NOT = AT-SERVICE-ID
                       MOVE "REJECTED - NO SUCH EQUIP LINE"
                           TO REG-RESULT
                       GO TO 200-EXIT
                   END-IF
                   MOVE EQUIPMENT-CHARGES (AT-LINE-NO) TO AG-CHARGE-AMT
               WHEN "C"
                   IF AT-SERVICE-ID NOT = SPACES OR AT-LINE-NO NOT = 0
                       MOVE "REJECTED - COVERAGE KEY" TO REG-RESULT
                       GO TO 200-EXIT
                   END-IF
                   PERFORM 250-STAY-CHARGES THRU 250-EXIT
                   MOVE WS-STAY-CHARGES TO AG-CHARGE-AMT
               WHEN OTHER
                   MOVE "REJECTED - BAD LINE TYPE" TO REG-RESULT
                   GO TO 200-EXIT
           END-EVALUATE.
           IF (AT-LINE-TYPE = "C" AND AT-DENIAL-TYPE NOT = "C")
                   OR (AT-LINE-TYPE NOT = "C"
                       AND AT-DENIAL-TYPE NOT = "X"
                       AND AT-DENIAL-TYPE NOT = "A")
               MOVE "REJECTED - BAD DENIAL TYPE" TO REG-RESULT
               GO TO 200-EXIT.

      **** A STAY STILL IN HOUSE HAS NO FILING LIMIT RUNNING YET.
           MOVE ZERO TO AG-SERVICE-DATE.
           IF DATE-DISCHARGE IN PATIENT-MASTER-REC NUMERIC
                   AND DATE-DISCHARGE IN PATIENT-MASTER-REC
                       NOT = "00000000"
               MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                   TO AG-SERVICE-DATE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(AG-SERVICE-DATE)
                   + WS-FILING-LIMIT-DAYS
               COMPUTE WS-LIMIT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               IF AT-DATE > WS-LIMIT-DATE
                   MOVE "REJECTED - FILED PAST 180 DAYS"
                       TO REG-RESULT
                   GO TO 200-EXIT
               END-IF
           END-IF.

           MOVE AT-PATIENT-ID TO PATIENT-INS-KEY.
           READ PATINS INTO PATIENT-INSURANCE.
           IF PATINS-FOUND
               MOVE INS-IDENT-NBR IN INS-COMPANY-PRIMARY (1:10)
                   TO AG-PLAN-ID
           END-IF.

           MOVE AT-KEY TO AG-KEY.
           MOVE AT-DENIAL-TYPE TO AG-DENIAL-TYPE.
           MOVE AT-APPELLANT TO AG-APPELLANT.
           MOVE AT-URGENT-SW TO AG-URGENT-SW.
           MOVE AT-REFERENCE TO AG-REFERENCE.
           SET AG-LEVEL-1-OPEN TO TRUE.
           MOVE AT-DATE TO AG-STATUS-DATE AG-L1-RECEIVED-DATE.
           PERFORM 280-SET-DEADLINE THRU 280-EXIT.
           MOVE WS-LIMIT-DATE TO AG-L1-DEADLINE.
           MOVE ZERO TO AG-L1-DECISION-DATE AG-L2-RECEIVED-DATE
                        AG-L2-DEADLINE AG-L2-DECISION-DATE
                        AG-RECOST-DATE.
           WRITE APPEAL-REC
               INVALID KEY
                   MOVE "REJECTED - ALREADY APPEALED" TO REG-RESULT
                   GO TO 200-EXIT
           END-WRITE.
           ADD 1 TO WS-OPENED-COUNT.
           MOVE "OPENED - LEVEL ONE REVIEW" TO REG-RESULT.
       200-EXIT.
           EXIT.

       250-STAY-CHARGES.
      **** A COVERAGE DENIAL IS FOR EVERYTHING BILLED ON THE STAY.
           MOVE "250-STAY-CHARGES" TO PARA-NAME.
           MOVE ZERO TO WS-STAY-CHARGES.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 50
               IF LAB-TEST-S-ID (WS-LINE-SUB) NOT = SPACES
                   ADD TEST-CHARGES (WS-LINE-SUB) TO WS-STAY-CHARGES
               END-IF
               IF EQUIPMENT-S-ID (WS-LINE-SUB) NOT = SPACES
                   ADD EQUIPMENT-CHARGES (WS-LINE-SUB)
                       TO WS-STAY-CHARGES
               END-IF
           END-PERFORM.
       250-EXIT.
           EXIT.

       280-SET-DEADLINE.
      **** DECISION DUE 30 DAYS FROM RECEIPT, 72 HOURS IF URGENT.
           MOVE "280-SET-DEADLINE" TO PARA-NAME.
           IF AG-URGENT
               MOVE WS-URGENT-DAYS TO WS-DECIDE-DAYS
           ELSE
               MOVE WS-REVIEW-DAYS TO WS-DECIDE-DAYS
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(AT-DATE) + WS-DECIDE-DAYS.
           COMPUTE WS-LIMIT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
       280-EXIT.
           EXIT.

       300-LEVEL-TWO.
           MOVE "300-LEVEL-TWO" TO PARA-NAME.
           IF NOT AG-LEVEL-1-UPHELD
               MOVE "REJECTED - NOT UPHELD AT LEVEL 1"
                   TO REG-RESULT
               GO TO 300-EXIT.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(AG-L1-DECISION-DATE)
               + WS-LEVEL-TWO-LIMIT-DAYS.
           COMPUTE WS-LIMIT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           IF AT-DATE > WS-LIMIT-DATE
               MOVE "REJECTED - FILED PAST 60 DAYS" TO REG-RESULT
               GO TO 300-EXIT.
           IF AT-URGENT-SW = "Y"
               MOVE "Y" TO AG-URGENT-SW.
           SET AG-LEVEL-2-OPEN TO TRUE.
           MOVE AT-DATE TO AG-STATUS-DATE AG-L2-RECEIVED-DATE.
           PERFORM 280-SET-DEADLINE THRU 280-EXIT.
           MOVE WS-LIMIT-DATE TO AG-L2-DEADLINE.
           ADD 1 TO WS-LEVEL-TWO-COUNT.
           MOVE "OPENED - LEVEL TWO REVIEW" TO REG-RESULT.
       300-EXIT.
           EXIT.

       400-DECISION.
           MOVE "400-DECISION" TO PARA-NAME.
           IF NOT AG-UNDER-REVIEW
               MOVE "REJECTED - NOT UNDER REVIEW" TO REG-RESULT
               GO TO 400-EXIT.
           IF NOT AT-UPHELD AND NOT AT-OVERTURNED
               MOVE "REJECTED - BAD DECISION CODE" TO REG-RESULT
               GO TO 400-EXIT.

           IF AG-LEVEL-1-OPEN
               MOVE AT-DECISION-CD TO AG-L1-DECISION
               MOVE AT-DATE TO AG-L1-DECISION-DATE
               MOVE AG-L1-DEADLINE TO WS-LIMIT-DATE
               IF AT-UPHELD
                   SET AG-LEVEL-1-UPHELD TO TRUE
               END-IF
           ELSE
               MOVE AT-DECISION-CD TO AG-L2-DECISION
               MOVE AT-DATE TO AG-L2-DECISION-DATE
               MOVE AG-L2-DEADLINE TO WS-LIMIT-DATE
               IF AT-UPHELD
                   SET AG-UPHELD-FINAL TO TRUE
               END-IF
           END-IF.
           MOVE AT-DATE TO AG-STATUS-DATE.

           IF AT-UPHELD
               ADD 1 TO WS-UPHELD-COUNT
               MOVE "DENIAL UPHELD" TO REG-RESULT
           ELSE
               SET AG-OVERTURNED TO TRUE
               ADD 1 TO WS-OVERTURNED-COUNT
               MOVE "OVERTURNED - RE-COST QUEUED" TO REG-RESULT
               PERFORM 450-QUEUE-RECOST THRU 450-EXIT
           END-IF.
           IF AT-DATE > WS-LIMIT-DATE
               IF AT-UPHELD
                   MOVE "UPHELD - DECIDED PAST DEADLINE" TO REG-RESULT
               ELSE
                   MOVE "OVERTURNED - DECIDED LATE" TO REG-RESULT
               END-IF
           END-IF.
       400-EXIT.
           EXIT.

       450-QUEUE-RECOST.
           MOVE "450-QUEUE-RECOST" TO PARA-NAME.
           IF WS-RECOST-COUNT NOT < 500
               DISPLAY "APPEALPS RE-COST TABLE FULL - " AG-KEY
                   " RE-COST BY PATRESUB"
               MOVE 4 TO RETURN-CODE
               GO TO 450-EXIT.
           ADD 1 TO WS-RECOST-COUNT.
           MOVE AG-KEY TO RC-APPEAL-KEY (WS-RECOST-COUNT).
           MOVE AG-PATIENT-ID TO RC-PATIENT-ID (WS-RECOST-COUNT).
           MOVE SPACE TO RC-RESULT (WS-RECOST-COUNT).
       450-EXIT.
           EXIT.

       500-WITHDRAW.
           MOVE "500-WITHDRAW" TO PARA-NAME.
           IF NOT AG-UNDER-REVIEW AND NOT AG-LEVEL-1-UPHELD
               MOVE "REJECTED - APPEAL IS CLOSED" TO REG-RESULT
               GO TO 500-EXIT.
           SET AG-WITHDRAWN TO TRUE.
           MOVE AT-DATE TO AG-STATUS-DATE.
           ADD 1 TO WS-WITHDRAWN-COUNT.
           MOVE "WITHDRAWN" TO REG-RESULT.
       500-EXIT.
           EXIT.

       600-RECOST-OVERTURNED.
      **** ONE MSTRCALC RE-COST PER PATIENT, HOWEVER MANY OF THE
      **** PATIENT'S APPEALS WERE OVERTURNED, THEN THE APPEALS ARE
      **** STAMPED WITH THE OUTCOME.
           MOVE "600-RECOST-OVERTURNED" TO PARA-NAME.
           MOVE "I" TO WS-FUNCTION-CODE.
           CALL "MSTRCALC" USING WS-FUNCTION-CODE
                                 PATIENT-MASTER-REC
                                 PATIENT-PERSONAL-MASTER-REC
                                 WS-CALC-ERROR-MSG
                                 RETURN-CD.
           PERFORM 650-RECOST-ONE-PATIENT THRU 650-EXIT
               VARYING WS-RECOST-SUB FROM 1 BY 1
               UNTIL WS-RECOST-SUB > WS-RECOST-COUNT.
           MOVE "T" TO WS-FUNCTION-CODE.
           CALL "MSTRCALC" USING WS-FUNCTION-CODE
                                 PATIENT-MASTER-REC
                                 PATIENT-PERSONAL-MASTER-REC
                                 WS-CALC-ERROR-MSG
                                 RETURN-CD.

           OPEN I-O APPEAL-FILE.
           PERFORM 700-STAMP-ONE-APPEAL THRU 700-EXIT
               VARYING WS-RECOST-SUB FROM 1 BY 1
               UNTIL WS-RECOST-SUB > WS-RECOST-COUNT.
       600-EXIT.
           EXIT.

       650-RECOST-ONE-PATIENT.
           MOVE "650-RECOST-ONE-PATIENT" TO PARA-NAME.
      **** AN EARLIER ENTRY FOR THE SAME PATIENT ALREADY RE-COSTED IT.
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB NOT < WS-RECOST-SUB
                      OR RC-PATIENT-ID (WS-PRIOR-SUB)
                         = RC-PATIENT-ID (WS-RECOST-SUB)
               CONTINUE
           END-PERFORM.
           IF WS-PRIOR-SUB < WS-RECOST-SUB
               MOVE RC-RESULT (WS-PRIOR-SUB)
                   TO RC-RESULT (WS-RECOST-SUB)
               GO TO 650-EXIT.

           MOVE "F" TO RC-RESULT (WS-RECOST-SUB).
           MOVE SPACES TO WS-RECOST-LINE.
           MOVE RC-PATIENT-ID (WS-RECOST-SUB) TO RCL-PATIENT-ID.
           MOVE RC-PATIENT-ID (WS-RECOST-SUB) TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT PATMSTR-FOUND
               MOVE "*** PATMSTR RECORD NOT FOUND" TO RCL-MESSAGE
               GO TO 650-WRITE.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC
               TO PRSN-KEY IN PRSNMSTR-REC.
           READ PRSNMSTR INTO PATIENT-PERSONAL-MASTER-REC.
           IF NOT PRSN-FOUND
               MOVE "*** PRSNMSTR RECORD NOT FOUND" TO RCL-MESSAGE
               GO TO 650-WRITE.

           MOVE PATIENT-TOT-AMT TO WS-PRIOR-TOT-AMT.
           MOVE "P" TO WS-FUNCTION-CODE.
           CALL "MSTRCALC" USING WS-FUNCTION-CODE
                                 PATIENT-MASTER-REC
                                 PATIENT-PERSONAL-MASTER-REC
                                 WS-CALC-ERROR-MSG
                                 RETURN-CD.
           IF NOT VALID-CALC
               MOVE WS-CALC-ERROR-MSG TO RCL-MESSAGE
               GO TO 650-WRITE.

           PERFORM 680-JOURNAL-BEFORE-IMAGE THRU 680-EXIT.
           REWRITE PATMSTR-REC FROM PATIENT-MASTER-REC
               INVALID KEY
                   MOVE "*** PATMSTR REWRITE FAILED" TO RCL-MESSAGE
                   GO TO 650-WRITE
           END-REWRITE.
           MOVE "Y" TO RC-RESULT (WS-RECOST-SUB).
           ADD 1 TO WS-RECOSTED-COUNT.
           MOVE WS-PRIOR-TOT-AMT TO RCL-PRIOR-AMT.
           MOVE PATIENT-TOT-AMT TO RCL-NEW-AMT.
           MOVE "APPEAL OVERTURNED" TO RCL-MESSAGE.

       650-WRITE.
           IF RC-RESULT (WS-RECOST-SUB) = "F"
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE APPEAL-REGISTER-REC FROM WS-RECOST-LINE.
       650-EXIT.
           EXIT.

       680-JOURNAL-BEFORE-IMAGE.
      *** SAME BEFORE-IMAGE JOURNALING AS MSTRUPDT'S REWRITE, SO THE
      *** CHANGE HISTORY SHOWS THE APPEAL RE-COST.
           MOVE "680-JOURNAL-BEFORE-IMAGE" TO PARA-NAME.

           MOVE ZERO TO WS-LINE-ITEM-KTR.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 50
               IF LAB-TEST-S-ID (WS-LINE-SUB) NOT = SPACES
                   ADD 1 TO WS-LINE-ITEM-KTR
               END-IF
               IF EQUIPMENT-S-ID (WS-LINE-SUB) NOT = SPACES
                   ADD 1 TO WS-LINE-ITEM-KTR
               END-IF
           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-JRNL-STAMP.
           MOVE SPACES TO PATJRNL-REC.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC (1:6)
               TO JR-PATIENT-KEY.
           MOVE WS-JRNL-STAMP (1:8) TO JR-DATE.
           MOVE WS-JRNL-STAMP (9:6) TO JR-TIME.
           MOVE "APPEALPS" TO JR-PROGRAM.
           MOVE WS-PRIOR-TOT-AMT TO JR-PRIOR-TOT-AMT.
           MOVE WS-LINE-ITEM-KTR TO JR-LINE-COUNT.
           MOVE PATIENT-TOT-AMT IN PATIENT-MASTER-REC
               TO JR-NEW-TOT-AMT.
           WRITE PATJRNL-REC.
       680-EXIT.
           EXIT.

       700-STAMP-ONE-APPEAL.
      **** A FAILED RE-COST LEAVES THE DATE ZERO - PATRESUB OR THE
      **** NEXT MSTRUPDT CYCLE PICKS THE OVERTURN UP FROM MSTRCALC.
           MOVE "700-STAMP-ONE-APPEAL" TO PARA-NAME.
           IF RC-RESULT (WS-RECOST-SUB) NOT = "Y"
               GO TO 700-EXIT.
           MOVE RC-APPEAL-KEY (WS-RECOST-SUB) TO AG-KEY.
           READ APPEAL-FILE.
           IF NOT AG-FOUND
               GO TO 700-EXIT.
           MOVE WS-RUN-DATE TO AG-RECOST-DATE.
           REWRITE APPEAL-REC.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT APPEAL-TRAN-FILE.
           OPEN I-O APPEAL-FILE.
           IF AG-STATUS-CD = "35"
               CLOSE APPEAL-FILE
               OPEN OUTPUT APPEAL-FILE
               CLOSE APPEAL-FILE
               OPEN I-O APPEAL-FILE
           END-IF.
           OPEN I-O PATMSTR.
           OPEN INPUT PRSNMSTR, PATINS.
           OPEN EXTEND PATJRNL.
           IF JRNL-STATUS = "35"
               OPEN OUTPUT PATJRNL.
           OPEN OUTPUT APPEAL-REGISTER.
           DISPLAY "APPEALPS OPEN FILES".
           DISPLAY TRN-STATUS.
           DISPLAY AG-STATUS-CD.
           DISPLAY PATMSTR-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           IF WS-RECOST-COUNT > ZERO
               CLOSE APPEAL-FILE
           END-IF.
           CLOSE APPEAL-TRAN-FILE, PATMSTR, PRSNMSTR, PATINS,
                 PATJRNL, APPEAL-REGISTER.
           DISPLAY "APPEALPS FILES CLOSED".
       900-EXIT.
           EXIT.
