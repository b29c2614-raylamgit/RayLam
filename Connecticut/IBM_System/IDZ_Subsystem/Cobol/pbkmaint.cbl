       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  PBKMAINT.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  BANK-ACCOUNT MAINTENANCE FOR
      *                THE PRVBANK EFT FILE PRVPAY PAYS PROVIDERS FROM,
      *                ON THE BNKMAINT PATTERN.  ADD/CHANGE/DELETE OF A
      *                ROUTING/ACCOUNT ROW PER PROVIDER.  EVERY ADD AND
      *                EVERY ACCOUNT CHANGE STARTS THE ROW OVER AT
      *                PRENOTE STATUS 'N' - NOTHING PAYS BY ACH UNTIL
      *                THE PBKPRENT PRENOTE CYCLE HAS PROMOTED THE ROW
      *                TO ACTIVE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BANK-TRANS-FILE
           ASSIGN TO UT-S-PBKTRAN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TRANS-STATUS.

           SELECT BANK-ACCOUNT-FILE
           ASSIGN TO PRVBANK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PB-PROVIDER-ID
             FILE STATUS IS BNK-STATUS.

           SELECT MAINT-REPORT
           ASSIGN TO UT-S-PBKMRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  BANK-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BANK-TRANS-REC.
       01  BANK-TRANS-REC.
           05  BKT-ACTION                  PIC X(01).
               88  BKT-ADD                    VALUE "A".
               88  BKT-CHANGE                 VALUE "C".
               88  BKT-DELETE                 VALUE "D".
           05  BKT-PROVIDER-ID             PIC X(08).
           05  BKT-ROUTING-NO              PIC 9(09).
           05  BKT-ACCOUNT-NO              PIC X(17).
           05  FILLER                      PIC X(45).

       FD  BANK-ACCOUNT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRVBANK.

       FD  MAINT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAINT-REPORT-REC.
       01  MAINT-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  TRANS-STATUS            PIC X(2).
               88 END-OF-TRANS    VALUE "10".
           05  BNK-STATUS              PIC X(2).
               88 BNK-FOUND       VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.

       01  WS-AUDIT-LINE.
           05  FILLER                  PIC X(10) VALUE "PROVIDER: ".
           05  AUD-PROVIDER-ID         PIC X(08).
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE " ROUTING: ".
           05  AUD-ROUTING             PIC 9(09).
           05  FILLER                  PIC X(10) VALUE " ACCOUNT: ".
           05  AUD-ACCOUNT             PIC X(17).
           05  FILLER                  PIC X(09) VALUE " ACTION: ".
           05  AUD-ACTION              PIC X(35).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(10) VALUE "APPLIED: ".
           05  TOT-APPLIED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(99) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * APPLY THE DAY'S BANK-ACCOUNT TRANSACTIONS WITH AN AUDIT LINE
      * PER TRANSACTION.  ADDS AND ACCOUNT CHANGES RESET THE PRENOTE
      * STATUS SO NO UNVERIFIED ACCOUNT EVER TAKES AN ACH PAYMENT.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           READ BANK-TRANS-FILE
               AT END SET END-OF-TRANS TO TRUE.

           PERFORM 100-APPLY-ONE-TRANS THRU 100-EXIT
               UNTIL END-OF-TRANS.

           MOVE WS-APPLIED-COUNT TO TOT-APPLIED.
           MOVE WS-REJECT-COUNT TO TOT-REJECTED.
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       100-APPLY-ONE-TRANS.
           MOVE "100-APPLY-ONE-TRANS" TO PARA-NAME.
           MOVE SPACES TO WS-AUDIT-LINE.
           MOVE BKT-PROVIDER-ID TO AUD-PROVIDER-ID.
           MOVE BKT-ROUTING-NO TO AUD-ROUTING.
           MOVE BKT-ACCOUNT-NO TO AUD-ACCOUNT.

           EVALUATE TRUE
               WHEN NOT BKT-ADD AND NOT BKT-CHANGE AND NOT BKT-DELETE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - BAD ACTION CODE" TO AUD-ACTION
               WHEN BKT-PROVIDER-ID = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - MISSING PROVIDER ID" TO AUD-ACTION
               WHEN (BKT-ADD OR BKT-CHANGE)
                       AND (BKT-ROUTING-NO NOT NUMERIC
                            OR BKT-ROUTING-NO = ZERO)
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - BAD ROUTING NUMBER" TO AUD-ACTION
               WHEN (BKT-ADD OR BKT-CHANGE)
                       AND BKT-ACCOUNT-NO = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - MISSING ACCOUNT" TO AUD-ACTION
               WHEN OTHER
                   PERFORM 200-APPLY-EDITED-TRANS THRU 200-EXIT
           END-EVALUATE.

           WRITE MAINT-REPORT-REC FROM WS-AUDIT-LINE.

           READ BANK-TRANS-FILE
               AT END SET END-OF-TRANS TO TRUE.

       100-EXIT.
           EXIT.

       200-APPLY-EDITED-TRANS.
           MOVE "200-APPLY-EDITED-TRANS" TO PARA-NAME.
           MOVE BKT-PROVIDER-ID TO PB-PROVIDER-ID.
           READ BANK-ACCOUNT-FILE.
           EVALUATE TRUE
               WHEN BKT-ADD AND BNK-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - ALREADY ON FILE" TO AUD-ACTION
               WHEN BKT-ADD
                   MOVE SPACES TO PROVIDER-BANK-REC
                   MOVE BKT-PROVIDER-ID TO PB-PROVIDER-ID
                   MOVE BKT-ROUTING-NO TO PB-ROUTING-NO
                   MOVE BKT-ACCOUNT-NO TO PB-ACCOUNT-NO
                   MOVE "N" TO PB-PRENOTE-STATUS
                   MOVE ZERO TO PB-PRENOTE-DATE
                   WRITE PROVIDER-BANK-REC
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "ADDED - AWAITING PRENOTE" TO AUD-ACTION
               WHEN NOT BNK-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - NOT ON FILE" TO AUD-ACTION
               WHEN BKT-CHANGE
                   MOVE BKT-ROUTING-NO TO PB-ROUTING-NO
                   MOVE BKT-ACCOUNT-NO TO PB-ACCOUNT-NO
                   MOVE "N" TO PB-PRENOTE-STATUS
                   MOVE ZERO TO PB-PRENOTE-DATE
                   REWRITE PROVIDER-BANK-REC
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "CHANGED - AWAITING PRENOTE" TO AUD-ACTION
               WHEN BKT-DELETE
                   DELETE BANK-ACCOUNT-FILE
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "DELETED" TO AUD-ACTION
           END-EVALUATE.
       200-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT BANK-TRANS-FILE.
           OPEN I-O BANK-ACCOUNT-FILE.
           IF BNK-STATUS = "35"
               CLOSE BANK-ACCOUNT-FILE
               OPEN OUTPUT BANK-ACCOUNT-FILE
               CLOSE BANK-ACCOUNT-FILE
               OPEN I-O BANK-ACCOUNT-FILE
           END-IF.
           OPEN OUTPUT MAINT-REPORT.
           DISPLAY "PBKMAINT OPEN FILES".
           DISPLAY TRANS-STATUS.
           DISPLAY BNK-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE BANK-TRANS-FILE, BANK-ACCOUNT-FILE, MAINT-REPORT.
           DISPLAY "PBKMAINT FILES CLOSED".
       900-EXIT.
           EXIT.
