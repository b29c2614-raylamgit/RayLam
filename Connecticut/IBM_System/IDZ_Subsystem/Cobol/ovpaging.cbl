       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  OVPAGING.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  PROVIDER OVERPAYMENT AGING.
      *                READS THE OVPLEDG LEDGER IN PROVIDER ORDER AND
      *                LISTS EVERY RECEIVABLE STILL OPEN MORE THAN 60
      *                DAYS AFTER OVPSWEEP OPENED IT (THE DAYS CAN BE
      *                CHANGED ON THE PARM CARD) - ITEMS PRVREMIT HAS
      *                NOT BEEN ABLE TO RECOUP BECAUSE THE PROVIDER IS
      *                NOT BEING PAID - WITH A SUBTOTAL PER PROVIDER
      *                FOR PROVIDER RELATIONS TO BILL DIRECTLY.
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

           SELECT OVERPAYMENT-LEDGER
           ASSIGN TO OVPLEDG
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OV-KEY
             FILE STATUS IS OV-STATUS-CD.

           SELECT AGING-REPORT
           ASSIGN TO UT-S-OVPAGRPT
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
           05  PRM-AS-OF-DATE              PIC 9(08).
           05  PRM-AGE-DAYS                PIC 9(03).
           05  FILLER                      PIC X(69).

       FD  OVERPAYMENT-LEDGER
           RECORD CONTAINS 100 CHARACTERS.
       COPY OVPLEDG.

       FD  AGING-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AGING-REPORT-REC.
       01  AGING-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  OV-STATUS-CD            PIC X(2).
               88 END-OF-LEDGER   VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-AS-OF-DATE               PIC 9(08) VALUE ZERO.
           05  WS-AS-OF-INT                PIC S9(8) COMP.
           05  WS-OPENED-INT               PIC S9(8) COMP.
           05  WS-AGE-DAYS                 PIC S9(5) VALUE ZERO.
      *    A RECEIVABLE OPEN LONGER THAN THIS IS LISTED.
           05  WS-AGE-LIMIT                PIC 9(03) VALUE 60.
           05  WS-OPEN-AMT                 PIC 9(7)V99 VALUE ZERO.
           05  WS-PREV-PROVIDER            PIC X(08) VALUE SPACES.

       01  AGING-COUNTERS.
           05  WS-PRV-ITEMS                PIC 9(06) VALUE ZERO.
           05  WS-PRV-OPEN-AMT             PIC 9(9)V99 VALUE ZERO.
           05  WS-OPEN-ITEMS               PIC 9(06) VALUE ZERO.
           05  WS-ALL-OPEN-AMT             PIC 9(9)V99 VALUE ZERO.
           05  WS-AGED-ITEMS               PIC 9(06) VALUE ZERO.
           05  WS-AGED-AMT                 PIC 9(9)V99 VALUE ZERO.
           05  WS-AGED-PROVIDERS           PIC 9(06) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(37)
                 VALUE "PROVIDER OVERPAYMENT AGING - AS OF ".
           05  HDG-AS-OF-DATE              PIC 9(08).
           05  FILLER     PIC X(28)
                 VALUE "  - OPEN LONGER THAN DAYS: ".
           05  HDG-AGE-LIMIT               PIC ZZ9.
           05  FILLER                      PIC X(57) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(40)
                 VALUE "PROVIDER  PATIENT   LINE SERVICE   SVC D".
           05  FILLER                      PIC X(40)
                 VALUE "ATE  TERM DATE OPENED     AGE       OVER".
           05  FILLER                      PIC X(37)
                 VALUE "PAID      RECOVERED   OPEN BALANCE".
           05  FILLER                      PIC X(16)
                 VALUE "LAST RECOUP".

       01  WS-DETAIL-LINE.
           05  DTL-PROVIDER-ID             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-PATIENT-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-LINE-TYPE               PIC X(01).
           05  DTL-LINE-NO                 PIC 9(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-SERVICE-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-SERVICE-DATE            PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-TERM-DATE               PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-OPENED-DATE             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-AGE-DAYS                PIC ZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-OVERPAID                PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-RECOVERED               PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-OPEN-AMT                PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-LAST-RECOUP             PIC X(08).
           05  FILLER                      PIC X(08) VALUE SPACES.

       01  WS-PROVIDER-TOTAL-LINE.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  FILLER                      PIC X(10)
                 VALUE "PROVIDER  ".
           05  PTL-PROVIDER-ID             PIC X(08).
           05  FILLER                      PIC X(10)
                 VALUE "   ITEMS: ".
           05  PTL-ITEMS                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(16)
                 VALUE "   OPEN BALANCE ".
           05  PTL-OPEN-AMT                PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(64) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(12) VALUE "OPEN ITEMS: ".
           05  TOT-OPEN-ITEMS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
           05  TOT-OPEN-AMT            PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(16)
                 VALUE "  PAST THE LIMIT".
           05  TOT-AGED-ITEMS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
           05  TOT-AGED-AMT            PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(14)
                 VALUE "  PROVIDERS: ".
           05  TOT-AGED-PROVIDERS      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * ONE PASS OF THE LEDGER IN KEY (PROVIDER) ORDER - LIST WHAT IS
      * OPEN PAST THE LIMIT, SUBTOTAL AT EACH CHANGE OF PROVIDER.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).

           MOVE WS-AS-OF-DATE TO HDG-AS-OF-DATE.
           MOVE WS-AGE-LIMIT TO HDG-AGE-LIMIT.
           WRITE AGING-REPORT-REC FROM WS-HEADING-LINE.
           WRITE AGING-REPORT-REC FROM WS-BLANK-LINE.
           WRITE AGING-REPORT-REC FROM WS-COLUMN-LINE.

           READ OVERPAYMENT-LEDGER
               AT END SET END-OF-LEDGER TO TRUE.
           PERFORM 100-AGE-ONE-ITEM THRU 100-EXIT
               UNTIL END-OF-LEDGER.
           PERFORM 300-PROVIDER-TOTAL THRU 300-EXIT.

           WRITE AGING-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-OPEN-ITEMS TO TOT-OPEN-ITEMS.
           MOVE WS-ALL-OPEN-AMT TO TOT-OPEN-AMT.
           MOVE WS-AGED-ITEMS TO TOT-AGED-ITEMS.
           MOVE WS-AGED-AMT TO TOT-AGED-AMT.
           MOVE WS-AGED-PROVIDERS TO TOT-AGED-PROVIDERS.
           WRITE AGING-REPORT-REC FROM WS-TOTALS-LINE.
           IF WS-AGED-ITEMS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** AN AS-OF DATE ON THE CARD REPLACES TODAY; A DAY COUNT
      **** REPLACES THE 60-DAY LIMIT.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF END-OF-PRM
               GO TO 050-EXIT.
           IF PRM-AS-OF-DATE NUMERIC AND PRM-AS-OF-DATE > ZERO
               MOVE PRM-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.
           IF PRM-AGE-DAYS NUMERIC AND PRM-AGE-DAYS > ZERO
               MOVE PRM-AGE-DAYS TO WS-AGE-LIMIT
           END-IF.
       050-EXIT.
           EXIT.

       100-AGE-ONE-ITEM.
           MOVE "100-AGE-ONE-ITEM" TO PARA-NAME.
           IF NOT OV-OPEN
               GO TO 100-READ-NEXT.
           COMPUTE WS-OPEN-AMT = OV-OVERPAID-AMT - OV-RECOVERED-AMT.
           IF WS-OPEN-AMT = ZERO
               GO TO 100-READ-NEXT.
           ADD 1 TO WS-OPEN-ITEMS.
           ADD WS-OPEN-AMT TO WS-ALL-OPEN-AMT.

           COMPUTE WS-OPENED-INT =
               FUNCTION INTEGER-OF-DATE(OV-OPENED-DATE).
           COMPUTE WS-AGE-DAYS = WS-AS-OF-INT - WS-OPENED-INT.
           IF WS-AGE-DAYS NOT > WS-AGE-LIMIT
               GO TO 100-READ-NEXT.

           IF OV-PROVIDER-ID NOT = WS-PREV-PROVIDER
               PERFORM 300-PROVIDER-TOTAL THRU 300-EXIT
               MOVE OV-PROVIDER-ID TO WS-PREV-PROVIDER
               ADD 1 TO WS-AGED-PROVIDERS
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE OV-PROVIDER-ID TO DTL-PROVIDER-ID.
           MOVE OV-PATIENT-ID TO DTL-PATIENT-ID.
           MOVE OV-LINE-TYPE TO DTL-LINE-TYPE.
           MOVE OV-LINE-NO TO DTL-LINE-NO.
           MOVE OV-SERVICE-ID TO DTL-SERVICE-ID.
           MOVE OV-SERVICE-DATE TO DTL-SERVICE-DATE.
           MOVE OV-TERM-DATE TO DTL-TERM-DATE.
           MOVE OV-OPENED-DATE TO DTL-OPENED-DATE.
           MOVE WS-AGE-DAYS TO DTL-AGE-DAYS.
           MOVE OV-OVERPAID-AMT TO DTL-OVERPAID.
           MOVE OV-RECOVERED-AMT TO DTL-RECOVERED.
           MOVE WS-OPEN-AMT TO DTL-OPEN-AMT.
           IF OV-LAST-RECOUP-DATE > ZERO
               MOVE OV-LAST-RECOUP-DATE TO DTL-LAST-RECOUP
           ELSE
               MOVE "NONE" TO DTL-LAST-RECOUP
           END-IF.
           WRITE AGING-REPORT-REC FROM WS-DETAIL-LINE.

           ADD 1 TO WS-PRV-ITEMS WS-AGED-ITEMS.
           ADD WS-OPEN-AMT TO WS-PRV-OPEN-AMT WS-AGED-AMT.

       100-READ-NEXT.
           READ OVERPAYMENT-LEDGER
               AT END SET END-OF-LEDGER TO TRUE.
       100-EXIT.
           EXIT.

       300-PROVIDER-TOTAL.
           MOVE "300-PROVIDER-TOTAL" TO PARA-NAME.
           IF WS-PRV-ITEMS = ZERO
               GO TO 300-EXIT.
           MOVE WS-PREV-PROVIDER TO PTL-PROVIDER-ID.
           MOVE WS-PRV-ITEMS TO PTL-ITEMS.
           MOVE WS-PRV-OPEN-AMT TO PTL-OPEN-AMT.
           WRITE AGING-REPORT-REC FROM WS-PROVIDER-TOTAL-LINE.
           WRITE AGING-REPORT-REC FROM WS-BLANK-LINE.
           MOVE ZERO TO WS-PRV-ITEMS WS-PRV-OPEN-AMT.
       300-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN INPUT OVERPAYMENT-LEDGER.
           OPEN OUTPUT AGING-REPORT.
           DISPLAY "OVPAGING OPEN FILES".
           DISPLAY OV-STATUS-CD.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, OVERPAYMENT-LEDGER, AGING-REPORT.
           DISPLAY "OVPAGING FILES CLOSED".
       900-EXIT.
           EXIT.
