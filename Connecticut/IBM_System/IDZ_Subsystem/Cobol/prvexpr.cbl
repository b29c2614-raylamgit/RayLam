       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  PRVEXPR.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  MONTHLY CREDENTIAL EXPIRY
      *                REPORT.  EVERY PROVIDER ON PRVCRED WHOSE LICENSE
      *                OR CONTRACT ENDS WITHIN THE WINDOW (60 DAYS,
      *                PARM OVERRIDE) IS LISTED WITH THE DAYS LEFT;
      *                ONES ALREADY LAPSED ARE FLAGGED.  RETURN CODE 4
      *                WHEN ANY ARE LISTED.
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

           SELECT PROVIDER-CRED-FILE
                  ASSIGN       to PRVCRED
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PV-KEY
                  FILE STATUS  is PV-STATUS.

           SELECT EXPIRY-REPORT
           ASSIGN TO UT-S-PRVEXPR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

      **** THE CARD GIVES AN AS-OF DATE (DEFAULT TODAY) AND THE NUMBER
      **** OF DAYS AHEAD OF AN EXPIRY TO START LISTING (DEFAULT 60).
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

       FD  PROVIDER-CRED-FILE
           DATA RECORD IS PROVIDER-CRED-REC.
       COPY PRVCRED.

       FD  EXPIRY-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXPIRY-REPORT-REC.
       01  EXPIRY-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  PV-STATUS               PIC X(2).
               88 PV-FOUND        VALUE "00".
               88 END-OF-PRVCRED  VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-WARN-DAYS                PIC 9(03) VALUE 60.
           05  WS-RUN-INT                  PIC S9(8) COMP.
           05  WS-LIC-DAYS                 PIC S9(5) COMP.
           05  WS-CON-DAYS                 PIC S9(5) COMP.
           05  WS-LIST-SW                  PIC X(01).
               88  WS-LIST-PROVIDER           VALUE "Y".

       01  REPORT-COUNTERS.
           05  WS-CRED-COUNT               PIC 9(06) VALUE ZERO.
           05  WS-EXPIRING-COUNT           PIC 9(06) VALUE ZERO.
           05  WS-LAPSED-COUNT             PIC 9(06) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(40)
                 VALUE "PROVIDER CREDENTIAL EXPIRY - AS OF ".
           05  HDG-RUN-DATE                PIC 9(08).
           05  FILLER     PIC X(20) VALUE "  WARNING WINDOW ".
           05  HDG-WARN-DAYS               PIC ZZ9.
           05  FILLER     PIC X(62) VALUE " DAYS".

       01  WS-COLUMN-LINE.
           05  FILLER     PIC X(10) VALUE "PROVIDER".
           05  FILLER     PIC X(17) VALUE "LICENSE".
           05  FILLER     PIC X(04) VALUE "ST".
           05  FILLER     PIC X(10) VALUE "LIC EXP".
           05  FILLER     PIC X(08) VALUE "DAYS".
           05  FILLER     PIC X(11) VALUE "LIC".
           05  FILLER     PIC X(10) VALUE "CON EFF".
           05  FILLER     PIC X(10) VALUE "CON END".
           05  FILLER     PIC X(08) VALUE "DAYS".
           05  FILLER     PIC X(45) VALUE "CONTRACT".

       01  WS-DETAIL-LINE.
           05  DTL-PROVIDER-ID             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-LICENSE-NBR             PIC X(15).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-LICENSE-STATE           PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-LIC-EXP                 PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-LIC-DAYS                PIC ZZZZ9-.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-LIC-FLAG                PIC X(09).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-CON-EFF                 PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-CON-END                 PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-CON-DAYS                PIC ZZZZ9-.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-CON-FLAG                PIC X(09).
           05  FILLER                      PIC X(36) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                      PIC X(16)
                 VALUE "CREDENTIALED:  ".
           05  TOT-CRED                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12)
                 VALUE "  EXPIRING: ".
           05  TOT-EXPIRING                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12)
                 VALUE "  LAPSED:   ".
           05  TOT-LAPSED                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(72) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-WARN-DAYS TO HDG-WARN-DAYS.
           WRITE EXPIRY-REPORT-REC FROM WS-HEADING-LINE.
           WRITE EXPIRY-REPORT-REC FROM WS-BLANK-LINE.
           WRITE EXPIRY-REPORT-REC FROM WS-COLUMN-LINE.
           WRITE EXPIRY-REPORT-REC FROM WS-BLANK-LINE.

           READ PROVIDER-CRED-FILE
               AT END SET END-OF-PRVCRED TO TRUE.
           PERFORM 100-CHECK-ONE-PROVIDER THRU 100-EXIT
               UNTIL END-OF-PRVCRED.

           WRITE EXPIRY-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-CRED-COUNT TO TOT-CRED.
           MOVE WS-EXPIRING-COUNT TO TOT-EXPIRING.
           MOVE WS-LAPSED-COUNT TO TOT-LAPSED.
           WRITE EXPIRY-REPORT-REC FROM WS-TOTALS-LINE.
           IF WS-EXPIRING-COUNT > ZERO OR WS-LAPSED-COUNT > ZERO
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
           DISPLAY "PRVEXPR AS OF " WS-RUN-DATE
               " WARNING DAYS " WS-WARN-DAYS.
       050-EXIT.
           EXIT.

       100-CHECK-ONE-PROVIDER.
      *    ONLY THE CREDENTIAL RECORD (EFFECTIVE DATE ZERO) CARRIES
      *    LICENSE AND CONTRACT DATES - TIER ROWS ARE SKIPPED.
           MOVE "100-CHECK-ONE-PROVIDER" TO PARA-NAME.
           IF NOT PV-CREDENTIAL-REC
               GO TO 100-READ-NEXT.
           ADD 1 TO WS-CRED-COUNT.
           MOVE "N" TO WS-LIST-SW.
           MOVE SPACES TO WS-DETAIL-LINE.

           MOVE ZERO TO WS-LIC-DAYS.
           IF PV-LICENSE-EXP-DATE NUMERIC
                   AND PV-LICENSE-EXP-DATE > ZERO
               COMPUTE WS-LIC-DAYS =
                   FUNCTION INTEGER-OF-DATE(PV-LICENSE-EXP-DATE)
                   - WS-RUN-INT
               IF WS-LIC-DAYS NOT > WS-WARN-DAYS
                   MOVE "Y" TO WS-LIST-SW
                   MOVE WS-LIC-DAYS TO DTL-LIC-DAYS
                   IF WS-LIC-DAYS < ZERO
                       MOVE "LAPSED" TO DTL-LIC-FLAG
                   ELSE
                       MOVE "EXPIRING" TO DTL-LIC-FLAG
                   END-IF
               END-IF
           END-IF.

           MOVE ZERO TO WS-CON-DAYS.
           IF PV-CONTRACT-END-DATE NUMERIC
                   AND PV-CONTRACT-END-DATE > ZERO
               COMPUTE WS-CON-DAYS =
                   FUNCTION INTEGER-OF-DATE(PV-CONTRACT-END-DATE)
                   - WS-RUN-INT
               IF WS-CON-DAYS NOT > WS-WARN-DAYS
                   MOVE "Y" TO WS-LIST-SW
                   MOVE WS-CON-DAYS TO DTL-CON-DAYS
                   IF WS-CON-DAYS < ZERO
                       MOVE "ENDED" TO DTL-CON-FLAG
                   ELSE
                       MOVE "ENDING" TO DTL-CON-FLAG
                   END-IF
               END-IF
           END-IF.

           IF NOT WS-LIST-PROVIDER
               GO TO 100-READ-NEXT.
           IF WS-LIC-DAYS < ZERO OR WS-CON-DAYS < ZERO
               ADD 1 TO WS-LAPSED-COUNT
           ELSE
               ADD 1 TO WS-EXPIRING-COUNT
           END-IF.
           MOVE PV-PROVIDER-ID TO DTL-PROVIDER-ID.
           MOVE PV-LICENSE-NBR TO DTL-LICENSE-NBR.
           MOVE PV-LICENSE-STATE TO DTL-LICENSE-STATE.
           MOVE PV-LICENSE-EXP-DATE TO DTL-LIC-EXP.
           MOVE PV-CONTRACT-EFF-DATE TO DTL-CON-EFF.
           MOVE PV-CONTRACT-END-DATE TO DTL-CON-END.
           WRITE EXPIRY-REPORT-REC FROM WS-DETAIL-LINE.

       100-READ-NEXT.
           READ PROVIDER-CRED-FILE
               AT END SET END-OF-PRVCRED TO TRUE.
       100-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN INPUT PROVIDER-CRED-FILE.
           OPEN OUTPUT EXPIRY-REPORT.
           DISPLAY "PRVEXPR OPEN FILES".
           DISPLAY PV-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, PROVIDER-CRED-FILE, EXPIRY-REPORT.
           DISPLAY "PRVEXPR FILES CLOSED".
       900-EXIT.
           EXIT.
