       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  DLVMAINT.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  DOCUMENT DELIVERY PREFERENCE
      *                MAINTENANCE FOR THE DLVPREF FILE DLVDOC READS -
      *                ADD/CHANGE/DELETE OF A RECIPIENT'S CHANNEL
      *                (PRINT, ELECTRONIC OR BOTH) AND ELECTRONIC
      *                DELIVERY ADDRESS, KEYED BY RECIPIENT TYPE
      *                (PATIENT OR GUARANTOR, SUPPLIER, CONTRACT) AND
      *                ID, WITH AN AUDIT LINE PER TRANSACTION.
      *                DELETING A RECORD PUTS THE RECIPIENT BACK ON
      *                PAPER.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DLV-TRANS-FILE
           ASSIGN TO UT-S-DLVTRAN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TRANS-STATUS.

           SELECT DELIVERY-PREF-FILE
           ASSIGN TO DLVPREF
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS DP-KEY
             FILE STATUS IS PREF-STATUS.

           SELECT MAINT-REPORT
           ASSIGN TO UT-S-DLVMRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  DLV-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DLV-TRANS-REC.
       01  DLV-TRANS-REC.
           05  DT-ACTION                   PIC X(01).
               88  DT-ADD                     VALUE "A".
               88  DT-CHANGE                  VALUE "C".
               88  DT-DELETE                  VALUE "D".
           05  DT-RECIP-TYPE               PIC X(01).
               88  DT-RECIP-TYPE-OK           VALUE "P" "S" "C".
           05  DT-RECIP-ID                 PIC X(15).
      *    BLANK ON A CHANGE LEAVES THE CHANNEL ON FILE.
           05  DT-CHANNEL                  PIC X(01).
               88  DT-CHANNEL-OK              VALUE "P" "E" "B".
               88  DT-WANTS-ELEC              VALUE "E" "B".
      *    ZERO MEANS EFFECTIVE TODAY.
           05  DT-EFF-DATE                 PIC 9(08).
      *    BLANK ON A CHANGE LEAVES THE ADDRESS ON FILE.
           05  DT-ELEC-ADDRESS             PIC X(60).
           05  FILLER                      PIC X(14).

       FD  DELIVERY-PREF-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY DLVPREF.

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
           05  PREF-STATUS             PIC X(2).
               88 PREF-FOUND      VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-TODAY                    PIC 9(08).

       01  WS-AUDIT-LINE.
           05  FILLER                  PIC X(06) VALUE "TYPE: ".
           05  AUD-RECIP-TYPE          PIC X(01).
           05  FILLER                  PIC X(06) VALUE "  ID: ".
           05  AUD-RECIP-ID            PIC X(15).
           05  FILLER                  PIC X(11) VALUE "  CHANNEL: ".
           05  AUD-CHANNEL             PIC X(01).
           05  FILLER                  PIC X(08) VALUE "  EFF: ".
           05  AUD-EFF-DATE            PIC 9(08).
           05  FILLER                  PIC X(10) VALUE "  ACTION: ".
           05  AUD-ACTION              PIC X(35).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AUD-ADDRESS             PIC X(30).

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(10) VALUE "APPLIED: ".
           05  TOT-APPLIED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(99) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * APPLY THE DAY'S DELIVERY PREFERENCE TRANSACTIONS.  A CHANNEL
      * OF ELECTRONIC OR BOTH MUST END UP WITH AN ADDRESS TO SEND TO,
      * OR DLVDOC WOULD ONLY FALL BACK TO PRINT.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

           READ DLV-TRANS-FILE
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
           MOVE DT-RECIP-TYPE TO AUD-RECIP-TYPE.
           MOVE DT-RECIP-ID TO AUD-RECIP-ID.
           MOVE DT-CHANNEL TO AUD-CHANNEL.
           MOVE DT-ELEC-ADDRESS TO AUD-ADDRESS.
           MOVE ZERO TO AUD-EFF-DATE.
           IF DT-EFF-DATE NUMERIC
               MOVE DT-EFF-DATE TO AUD-EFF-DATE.

           EVALUATE TRUE
               WHEN NOT DT-ADD AND NOT DT-CHANGE AND NOT DT-DELETE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - BAD ACTION CODE" TO AUD-ACTION
               WHEN NOT DT-RECIP-TYPE-OK
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - BAD RECIPIENT TYPE" TO AUD-ACTION
               WHEN DT-RECIP-ID = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - MISSING RECIPIENT ID" TO AUD-ACTION
               WHEN DT-ADD AND NOT DT-CHANNEL-OK
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - BAD CHANNEL" TO AUD-ACTION
               WHEN DT-CHANGE AND DT-CHANNEL NOT = SPACE
                       AND NOT DT-CHANNEL-OK
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - BAD CHANNEL" TO AUD-ACTION
               WHEN (DT-ADD OR DT-CHANGE) AND DT-EFF-DATE NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - BAD EFFECTIVE DATE" TO AUD-ACTION
               WHEN DT-ADD AND DT-WANTS-ELEC
                       AND DT-ELEC-ADDRESS = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - NO ELECTRONIC ADDRESS"
                       TO AUD-ACTION
               WHEN OTHER
                   PERFORM 200-APPLY-EDITED-TRANS THRU 200-EXIT
           END-EVALUATE.

           WRITE MAINT-REPORT-REC FROM WS-AUDIT-LINE.

           READ DLV-TRANS-FILE
               AT END SET END-OF-TRANS TO TRUE.

       100-EXIT.
           EXIT.

       200-APPLY-EDITED-TRANS.
           MOVE "200-APPLY-EDITED-TRANS" TO PARA-NAME.
           MOVE DT-RECIP-TYPE TO DP-RECIP-TYPE.
           MOVE DT-RECIP-ID TO DP-RECIP-ID.
           READ DELIVERY-PREF-FILE
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN DT-ADD AND PREF-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - ALREADY ON FILE" TO AUD-ACTION
               WHEN DT-ADD
                   MOVE SPACES TO DELIVERY-PREF-REC
                   MOVE DT-RECIP-TYPE TO DP-RECIP-TYPE
                   MOVE DT-RECIP-ID TO DP-RECIP-ID
                   MOVE DT-CHANNEL TO DP-CHANNEL
                   MOVE DT-ELEC-ADDRESS TO DP-ELEC-ADDRESS
                   PERFORM 300-SET-DATES THRU 300-EXIT
                   WRITE DELIVERY-PREF-REC
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "ADDED" TO AUD-ACTION
               WHEN NOT PREF-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - NOT ON FILE" TO AUD-ACTION
               WHEN DT-CHANGE
                   IF DT-CHANNEL NOT = SPACE
                       MOVE DT-CHANNEL TO DP-CHANNEL
                   END-IF
                   IF DT-ELEC-ADDRESS NOT = SPACES
                       MOVE DT-ELEC-ADDRESS TO DP-ELEC-ADDRESS
                   END-IF
                   IF (DP-ELECTRONIC OR DP-BOTH)
                           AND DP-ELEC-ADDRESS = SPACES
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "REJECTED - NO ELECTRONIC ADDRESS"
                           TO AUD-ACTION
                   ELSE
                       PERFORM 300-SET-DATES THRU 300-EXIT
                       REWRITE DELIVERY-PREF-REC
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "CHANGED" TO AUD-ACTION
                   END-IF
               WHEN DT-DELETE
                   DELETE DELIVERY-PREF-FILE
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "DELETED - BACK TO PRINT" TO AUD-ACTION
           END-EVALUATE.
       200-EXIT.
           EXIT.

       300-SET-DATES.
           MOVE "300-SET-DATES" TO PARA-NAME.
           IF DT-EFF-DATE = ZERO
               MOVE WS-TODAY TO DP-EFF-DATE
           ELSE
               MOVE DT-EFF-DATE TO DP-EFF-DATE
           END-IF.
           MOVE DP-EFF-DATE TO AUD-EFF-DATE.
           MOVE WS-TODAY TO DP-MAINT-DATE.
       300-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT DLV-TRANS-FILE.
           OPEN I-O DELIVERY-PREF-FILE.
           IF PREF-STATUS = "35"
               CLOSE DELIVERY-PREF-FILE
               OPEN OUTPUT DELIVERY-PREF-FILE
               CLOSE DELIVERY-PREF-FILE
               OPEN I-O DELIVERY-PREF-FILE
           END-IF.
           OPEN OUTPUT MAINT-REPORT.
           DISPLAY "DLVMAINT OPEN FILES".
           DISPLAY TRANS-STATUS.
           DISPLAY PREF-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE DLV-TRANS-FILE, DELIVERY-PREF-FILE, MAINT-REPORT.
           DISPLAY "DLVMAINT FILES CLOSED".
       900-EXIT.
           EXIT.
