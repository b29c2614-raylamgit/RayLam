       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  APPEALRP.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  WEEKLY APPEAL DEADLINE
      *                REPORT.  EVERY APPEAL STILL UNDER LEVEL-ONE OR
      *                LEVEL-TWO REVIEW WHOSE DECISION IS DUE WITHIN
      *                THE WARNING WINDOW (7 DAYS, PARM OVERRIDE) OR
      *                IS ALREADY PAST DUE IS LISTED WITH THE DAYS
      *                LEFT.  RETURN CODE 4 WHEN ANY ARE PAST DUE.
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

           SELECT APPEAL-FILE
                  ASSIGN       to APPEALS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is AG-KEY
                  FILE STATUS  is AG-STATUS-CD.

           SELECT DEADLINE-REPORT
           ASSIGN TO UT-S-APPEALRP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

      **** THE CARD GIVES AN AS-OF DATE (DEFAULT TODAY) AND THE NUMBER
      **** OF DAYS AHEAD OF A DEADLINE TO START LISTING (DEFAULT 7).
       FD  PARM-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARM-REC.
       01  PARM-REC.
           05  PRM-AS-OF-DATE              PIC 9(08).
           05  PRM-WARN-DAYS               PIC 9(03).
           05  FILLER                      PIC X(69).

       FD  APPEAL-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS APPEAL-REC.
       COPY APPEALS.

       FD  DEADLINE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEADLINE-REPORT-REC.
       01  DEADLINE-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  AG-STATUS-CD            PIC X(2).
               88 AG-OK           VALUE "00".
               88 END-OF-APPEALS  VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-WARN-DAYS                PIC 9(03) VALUE 7.
           05  WS-RUN-INT                  PIC S9(8) COMP.
           05  WS-DAYS-LEFT                PIC S9(5) COMP.
           05  WS-DEADLINE                 PIC 9(08).
           05  WS-RECEIVED                 PIC 9(08).

       01  REPORT-COUNTERS.
           05  WS-OPEN-COUNT               PIC 9(06) VALUE ZERO.
           05  WS-DUE-SOON-COUNT           PIC 9(06) VALUE ZERO.
           05  WS-PAST-DUE-COUNT           PIC 9(06) VALUE ZERO.
           05  WS-LISTED-CHARGES           PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(40)
                 VALUE "APPEAL DECISION DEADLINES - AS OF ".
           05  HDG-RUN-DATE                PIC 9(08).
           05  FILLER     PIC X(20) VALUE "  WARNING WINDOW ".
           05  HDG-WARN-DAYS               PIC ZZ9.
           05  FILLER     PIC X(62) VALUE " DAYS".

       01  WS-COLUMN-LINE.
           05  FILLER     PIC X(10) VALUE "PATIENT".
           05  FILLER     PIC X(10) VALUE "SERVICE".
           05  FILLER     PIC X(05) VALUE "LINE".
           05  FILLER     PIC X(06) VALUE "LEVEL".
           05  FILLER     PIC X(05) VALUE "URG".
           05  FILLER     PIC X(05) VALUE "BY".
           05  FILLER     PIC X(12) VALUE "PLAN".
           05  FILLER     PIC X(10) VALUE "RECEIVED".
           05  FILLER     PIC X(10) VALUE "DEADLINE".
           05  FILLER     PIC X(10) VALUE "DAYS LEFT".
           05  FILLER     PIC X(14) VALUE "    CHARGE".
           05  FILLER     PIC X(36) VALUE "REFERENCE".

       01  WS-DETAIL-LINE.
           05  DTL-PATIENT-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-SERVICE-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-LINE-TYPE               PIC X(01).
           05  DTL-LINE-NO                 PIC 9(02).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DTL-LEVEL                   PIC X(01).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DTL-URGENT                  PIC X(01).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DTL-APPELLANT               PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-PLAN-ID                 PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-RECEIVED                PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-DEADLINE                PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-DAYS-LEFT               PIC ZZZZ9-.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-CHARGE                  PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  DTL-REFERENCE               PIC X(12).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-FLAG                    PIC X(09).
           05  FILLER                      PIC X(18) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                      PIC X(16)
                 VALUE "UNDER REVIEW:  ".
           05  TOT-OPEN                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12)
                 VALUE "  DUE SOON: ".
           05  TOT-DUE-SOON                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12)
                 VALUE "  PAST DUE: ".
           05  TOT-PAST-DUE                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(20)
                 VALUE "  CHARGES LISTED:  ".
           05  TOT-CHARGES                 PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(38) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-WARN-DAYS TO HDG-WARN-DAYS.
           WRITE DEADLINE-REPORT-REC FROM WS-HEADING-LINE.
           WRITE DEADLINE-REPORT-REC FROM WS-BLANK-LINE.
           WRITE DEADLINE-REPORT-REC FROM WS-COLUMN-LINE.
           WRITE DEADLINE-REPORT-REC FROM WS-BLANK-LINE.

           READ APPEAL-FILE
               AT END SET END-OF-APPEALS TO TRUE.
           PERFORM 100-CHECK-ONE-APPEAL THRU 100-EXIT
               UNTIL END-OF-APPEALS.

           WRITE DEADLINE-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-OPEN-COUNT TO TOT-OPEN.
           MOVE WS-DUE-SOON-COUNT TO TOT-DUE-SOON.
           MOVE WS-PAST-DUE-COUNT TO TOT-PAST-DUE.
           MOVE WS-LISTED-CHARGES TO TOT-CHARGES.
           WRITE DEADLINE-REPORT-REC FROM WS-TOTALS-LINE.
           IF WS-PAST-DUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-AS-OF-DATE NUMERIC AND PRM-AS-OF-DATE > ZERO
                   MOVE PRM-AS-OF-DATE TO WS-RUN-DATE
               END-IF
               IF PRM-WARN-DAYS NUMERIC AND PRM-WARN-DAYS > ZERO
                   MOVE PRM-WARN-DAYS TO WS-WARN-DAYS
               END-IF
           END-IF.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           DISPLAY "APPEALRP AS OF " WS-RUN-DATE
               " WARNING DAYS " WS-WARN-DAYS.
       050-EXIT.
           EXIT.

       100-CHECK-ONE-APPEAL.
           MOVE "100-CHECK-ONE-APPEAL" TO PARA-NAME.
           IF NOT AG-UNDER-REVIEW
               GO TO 100-READ-NEXT.
           ADD 1 TO WS-OPEN-COUNT.
           IF AG-LEVEL-2-OPEN
               MOVE AG-L2-DEADLINE TO WS-DEADLINE
               MOVE AG-L2-RECEIVED-DATE TO WS-RECEIVED
           ELSE
               MOVE AG-L1-DEADLINE TO WS-DEADLINE
               MOVE AG-L1-RECEIVED-DATE TO WS-RECEIVED
           END-IF.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-DEADLINE) - WS-RUN-INT.
           IF WS-DAYS-LEFT > WS-WARN-DAYS
               GO TO 100-READ-NEXT.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE AG-PATIENT-ID TO DTL-PATIENT-ID.
           MOVE AG-SERVICE-ID TO DTL-SERVICE-ID.
           MOVE AG-LINE-TYPE TO DTL-LINE-TYPE.
           MOVE AG-LINE-NO TO DTL-LINE-NO.
           MOVE AG-STATUS TO DTL-LEVEL.
           MOVE AG-URGENT-SW TO DTL-URGENT.
           MOVE AG-APPELLANT TO DTL-APPELLANT.
           MOVE AG-PLAN-ID TO DTL-PLAN-ID.
           MOVE WS-RECEIVED TO DTL-RECEIVED.
           MOVE WS-DEADLINE TO DTL-DEADLINE.
           MOVE WS-DAYS-LEFT TO DTL-DAYS-LEFT.
           MOVE AG-CHARGE-AMT TO DTL-CHARGE.
           MOVE AG-REFERENCE TO DTL-REFERENCE.
           IF WS-DAYS-LEFT < ZERO
               MOVE "PAST DUE" TO DTL-FLAG
               ADD 1 TO WS-PAST-DUE-COUNT
           ELSE
               MOVE "DUE SOON" TO DTL-FLAG
               ADD 1 TO WS-DUE-SOON-COUNT
           END-IF.
           ADD AG-CHARGE-AMT TO WS-LISTED-CHARGES.
           WRITE DEADLINE-REPORT-REC FROM WS-DETAIL-LINE.

       100-READ-NEXT.
           READ APPEAL-FILE
               AT END SET END-OF-APPEALS TO TRUE.
       100-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN INPUT APPEAL-FILE.
           OPEN OUTPUT DEADLINE-REPORT.
           DISPLAY "APPEALRP OPEN FILES".
           DISPLAY AG-STATUS-CD.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, APPEAL-FILE, DEADLINE-REPORT.
           DISPLAY "APPEALRP FILES CLOSED".
       900-EXIT.
           EXIT.
