       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  PBKPRENT.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  EFT PRENOTE CYCLE OVER THE
      *                PRVBANK PROVIDER BANK-ACCOUNT FILE, THE SAME
      *                CYCLE CLMPRENT RUNS FOR CLMBANK.  A NEW ROW GETS
      *                A ZERO-DOLLAR PRENOTE ENTRY ON THE ACH FILE AND
      *                MOVES TO STATUS 'P'; A PRENOTED ROW WHOSE
      *                WAITING PERIOD HAS PASSED WITH NO BANK RETURN
      *                MOVES TO ACTIVE AND PRVPAY MAY THEN PAY THE
      *                PROVIDER BY ACH.  A RETURN FILE ROW (PROVIDER)
      *                KNOCKS THE ACCOUNT BACK TO 'N' FOR THE DESK.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BANK-ACCOUNT-FILE
           ASSIGN TO PRVBANK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PB-PROVIDER-ID
             FILE STATUS IS BNK-STATUS.

           SELECT PRENOTE-RETURN-FILE
           ASSIGN TO UT-S-PBKRTN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RTN-STATUS.

           SELECT ACH-FILE
           ASSIGN TO PRVACHPN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ACH-STATUS.

           SELECT PRENOTE-REPORT
           ASSIGN TO UT-S-PBKPRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  BANK-ACCOUNT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRVBANK.

       FD  PRENOTE-RETURN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRENOTE-RETURN-REC.
       01  PRENOTE-RETURN-REC.
           05  RTN-PROVIDER-ID             PIC X(08).
           05  RTN-REASON-CODE             PIC X(03).
           05  FILLER                      PIC X(69).

       FD  ACH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACH-RECORD.
           05  ACH-ROUTING-NO              PIC 9(09).
           05  ACH-ACCOUNT-NO              PIC X(17).
           05  ACH-AMOUNT                  PIC 9(7)V99.
           05  ACH-PAYEE-NAME              PIC X(27).
           05  ACH-PROVIDER-ID             PIC X(08).
           05  ACH-ENTRY-TYPE              PIC X(01).
               88  ACH-PRENOTE                VALUE 'P'.
               88  ACH-PAYMENT                VALUE 'D'.
           05  ACH-EFFECTIVE-DATE          PIC 9(08).
           05  FILLER                      PIC X(01).

       FD  PRENOTE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRENOTE-REPORT-REC.
       01  PRENOTE-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  BNK-STATUS              PIC X(2).
               88 BNK-FOUND       VALUE "00".
           05  RTN-STATUS              PIC X(2).
               88 END-OF-RTN      VALUE "10".
           05  ACH-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-RUN-INT                  PIC S9(8) COMP.
           05  WS-PREN-INT                 PIC S9(8) COMP.
           05  WS-WAIT-AGE                 PIC S9(5) VALUE ZERO.
           05  WS-BROWSE-DONE-SW           PIC X(01) VALUE "N".
               88  WS-BROWSE-DONE             VALUE "Y".
      *    CALENDAR DAYS A PRENOTE WAITS BEFORE THE ACCOUNT GOES
      *    ACTIVE WITH NO BANK RETURN.
           05  WS-PRENOTE-WAIT             PIC 9(03) VALUE 10.

       01  CYCLE-COUNTERS.
           05  WS-PRENOTES-SENT            PIC 9(05) VALUE ZERO.
           05  WS-ACTIVATED-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-RETURNED-COUNT           PIC 9(05) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(10) VALUE "PROVIDER: ".
           05  DTL-PROVIDER-ID         PIC X(08).
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE "  ".
           05  DTL-ACTION              PIC X(40).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(16)
                 VALUE "PRENOTES SENT: ".
           05  TOT-SENT                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13)
                 VALUE "  ACTIVATED: ".
           05  TOT-ACTIVATED           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  RETURNED: ".
           05  TOT-RETURNED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * APPLY THE BANK'S PRENOTE RETURNS FIRST, THEN WALK THE WHOLE
      * BANK-ACCOUNT FILE SENDING PRENOTES FOR NEW ROWS AND
      * ACTIVATING PRENOTED ROWS WHOSE WAIT HAS RUN OUT CLEAN.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM 100-APPLY-RETURNS THRU 100-EXIT.

           MOVE LOW-VALUES TO PB-PROVIDER-ID.
           START BANK-ACCOUNT-FILE KEY > PB-PROVIDER-ID
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM 200-CYCLE-ONE-ACCOUNT THRU 200-EXIT
               UNTIL WS-BROWSE-DONE.

           MOVE WS-PRENOTES-SENT TO TOT-SENT.
           MOVE WS-ACTIVATED-COUNT TO TOT-ACTIVATED.
           MOVE WS-RETURNED-COUNT TO TOT-RETURNED.
           WRITE PRENOTE-REPORT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       100-APPLY-RETURNS.
      **** A PRENOTE THE BANK BOUNCED KNOCKS THE ROW BACK TO 'N' -
      **** THE DESK MUST CORRECT THE ACCOUNT BEFORE IT CAN GO ACTIVE.
           MOVE "100-APPLY-RETURNS" TO PARA-NAME.
           READ PRENOTE-RETURN-FILE
               AT END SET END-OF-RTN TO TRUE.
           PERFORM UNTIL END-OF-RTN
               MOVE RTN-PROVIDER-ID TO PB-PROVIDER-ID
               READ BANK-ACCOUNT-FILE
               IF BNK-FOUND
                   MOVE "N" TO PB-PRENOTE-STATUS
                   MOVE ZERO TO PB-PRENOTE-DATE
                   REWRITE PROVIDER-BANK-REC
                   ADD 1 TO WS-RETURNED-COUNT
                   MOVE RTN-PROVIDER-ID TO DTL-PROVIDER-ID
                   MOVE "PRENOTE RETURNED - BACK TO NEW" TO DTL-ACTION
                   WRITE PRENOTE-REPORT-REC FROM WS-DETAIL-LINE
               END-IF
               READ PRENOTE-RETURN-FILE
                   AT END SET END-OF-RTN TO TRUE
               END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.

       200-CYCLE-ONE-ACCOUNT.
           MOVE "200-CYCLE-ONE-ACCOUNT" TO PARA-NAME.
           READ BANK-ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 200-EXIT
           END-READ.

           EVALUATE TRUE
               WHEN PB-NEW
                   PERFORM 300-SEND-PRENOTE THRU 300-EXIT
               WHEN PB-PRENOTED
                   PERFORM 400-CHECK-ACTIVATION THRU 400-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       200-EXIT.
           EXIT.

       300-SEND-PRENOTE.
           MOVE "300-SEND-PRENOTE" TO PARA-NAME.
           MOVE SPACES TO ACH-RECORD.
           MOVE PB-ROUTING-NO TO ACH-ROUTING-NO.
           MOVE PB-ACCOUNT-NO TO ACH-ACCOUNT-NO.
           MOVE ZERO TO ACH-AMOUNT.
           MOVE SPACES TO ACH-PAYEE-NAME.
           MOVE PB-PROVIDER-ID TO ACH-PROVIDER-ID.
           MOVE 'P' TO ACH-ENTRY-TYPE.
           MOVE WS-RUN-DATE TO ACH-EFFECTIVE-DATE.
           WRITE ACH-RECORD.
           MOVE "P" TO PB-PRENOTE-STATUS.
           MOVE WS-RUN-DATE TO PB-PRENOTE-DATE.
           REWRITE PROVIDER-BANK-REC.
           ADD 1 TO WS-PRENOTES-SENT.
           MOVE PB-PROVIDER-ID TO DTL-PROVIDER-ID.
           MOVE "PRENOTE SENT" TO DTL-ACTION.
           WRITE PRENOTE-REPORT-REC FROM WS-DETAIL-LINE.
       300-EXIT.
           EXIT.

       400-CHECK-ACTIVATION.
           MOVE "400-CHECK-ACTIVATION" TO PARA-NAME.
           IF PB-PRENOTE-DATE NOT NUMERIC OR PB-PRENOTE-DATE = ZERO
               GO TO 400-EXIT.
           COMPUTE WS-PREN-INT =
               FUNCTION INTEGER-OF-DATE(PB-PRENOTE-DATE).
           COMPUTE WS-WAIT-AGE = WS-RUN-INT - WS-PREN-INT.
           IF WS-WAIT-AGE NOT < WS-PRENOTE-WAIT
               MOVE "A" TO PB-PRENOTE-STATUS
               REWRITE PROVIDER-BANK-REC
               ADD 1 TO WS-ACTIVATED-COUNT
               MOVE PB-PROVIDER-ID TO DTL-PROVIDER-ID
               MOVE "ACTIVATED - EFT PAYMENTS MAY BEGIN" TO DTL-ACTION
               WRITE PRENOTE-REPORT-REC FROM WS-DETAIL-LINE
           END-IF.
       400-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN I-O BANK-ACCOUNT-FILE.
           OPEN INPUT PRENOTE-RETURN-FILE.
           OPEN OUTPUT ACH-FILE, PRENOTE-REPORT.
           DISPLAY "PBKPRENT OPEN FILES".
           DISPLAY BNK-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE BANK-ACCOUNT-FILE, PRENOTE-RETURN-FILE,
                 ACH-FILE, PRENOTE-REPORT.
           DISPLAY "PBKPRENT FILES CLOSED".
       900-EXIT.
           EXIT.
