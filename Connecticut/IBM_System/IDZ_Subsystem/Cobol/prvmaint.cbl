       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  PRVMAINT.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  BATCH MAINTENANCE JOB FOR THE
      *                PRVCRED PROVIDER-CREDENTIALING FILE READ BY
      *                MSTRCALC, ON THE STFMAINT PATTERN.
      *                  A/C  ADD/CHANGE A PROVIDER'S CREDENTIAL RECORD
      *                       - LICENSE, LICENSE EXPIRY, CONTRACT
      *                       EFFECTIVE AND END DATES
      *                  T/U  ADD/CHANGE A TIER ROW - NETWORK FLAG AND
      *                       TIER IN FORCE FROM THE EFFECTIVE DATE
      *                THE PROVIDER MUST BE ON DDS0001.PROVIDER.  EVERY
      *                TRANSACTION IS CLEARED THROUGH OPRAUTH, AND
      *                EVERY FIELD ADDED OR CHANGED GOES TO THE COMMON
      *                MNTAUDIT TRAIL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRVTRANS
           ASSIGN TO UT-S-PRVTRANS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TRANS-STATUS.

           SELECT PROVIDER-CRED-FILE
                  ASSIGN       to PRVCRED
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PV-KEY
                  FILE STATUS  is PV-STATUS.

           SELECT PRVRPT
           ASSIGN TO UT-S-PRVRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  PRVTRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRVTRANS-REC.
       01  PRVTRANS-REC.
           05  TRANS-CODE                  PIC X(01).
               88  TRANS-ADD-CRED             VALUE "A".
               88  TRANS-CHANGE-CRED          VALUE "C".
               88  TRANS-ADD-TIER             VALUE "T".
               88  TRANS-CHANGE-TIER          VALUE "U".
               88  TRANS-CRED                 VALUE "A" "C".
               88  TRANS-TIER                 VALUE "T" "U".
           05  TRANS-PROVIDER-ID           PIC X(08).
           05  TRANS-EFF-DATE              PIC 9(08).
           05  TRANS-LICENSE-NBR           PIC X(15).
           05  TRANS-LICENSE-STATE         PIC X(02).
           05  TRANS-LICENSE-EXP-DATE      PIC 9(08).
           05  TRANS-CONTRACT-EFF-DATE     PIC 9(08).
           05  TRANS-CONTRACT-END-DATE     PIC 9(08).
           05  TRANS-NETWORK-FLAG          PIC X(01).
           05  TRANS-NETWORK-TIER          PIC X(01).
           05  TRANS-MAINT-USER            PIC X(08).
           05  FILLER                      PIC X(12).

       FD  PRVRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRVRPT-REC.
       01  PRVRPT-REC  PIC X(133).

       FD  PROVIDER-CRED-FILE
           DATA RECORD IS PROVIDER-CRED-REC.
       COPY PRVCRED.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  TRANS-STATUS            PIC X(2).
               88 TRANS-FOUND     VALUE "00".
               88 END-OF-TRANS    VALUE "10".
           05  PV-STATUS               PIC X(2).
               88 PV-FOUND         VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC X(08) VALUE SPACES.
           05  WS-EDIT-SW                  PIC X(01) VALUE "N".
               88  WS-EDIT-FAILED             VALUE "Y".
           05  WS-DATE-EDIT                PIC 9(08).

       01  OPRAUTH-CALL-FIELDS.
           05  OPR-USER-ID                 PIC X(08).
           05  OPR-FILE-CODE               PIC X(08) VALUE "PRVCRED".
           05  OPR-RETURN-CD               PIC 9(4) COMP.

       01  AUDIT-CALL-FIELDS.
           05  AUD-FILE-NAME               PIC X(08) VALUE "PRVCRED".
           05  AUD-RECORD-KEY              PIC X(20).
           05  AUD-FIELD-NAME              PIC X(20).
           05  AUD-BEFORE-IMAGE            PIC X(30).
           05  AUD-AFTER-IMAGE             PIC X(30).
           05  AUD-USER                    PIC X(08).

       01  WS-PRVRPT-LINE.
           05  FILLER                  PIC X(06) VALUE "PROV:".
           05  PRVRPT-PROVIDER-O       PIC X(08).
           05  FILLER                  PIC X(06) VALUE "  EFF:".
           05  PRVRPT-EFF-O            PIC 9(08).
           05  FILLER                  PIC X(06) VALUE "  LIC:".
           05  PRVRPT-LICENSE-O        PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PRVRPT-LIC-STATE-O      PIC X(02).
           05  FILLER                  PIC X(06) VALUE "  EXP:".
           05  PRVRPT-LIC-EXP-O        PIC 9(08).
           05  FILLER                  PIC X(11) VALUE "  CONTRACT:".
           05  PRVRPT-CON-EFF-O        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "-".
           05  PRVRPT-CON-END-O        PIC 9(08).
           05  FILLER                  PIC X(07) VALUE "  NTWK:".
           05  PRVRPT-NTWK-O           PIC X(01).
           05  FILLER                  PIC X(07) VALUE "  TIER:".
           05  PRVRPT-TIER-O           PIC X(01).
           05  FILLER                  PIC X(10) VALUE "  ACTION:".
           05  PRVRPT-ACTION-O         PIC X(07).
           05  FILLER                  PIC X(06) VALUE SPACES.

       COPY PROVIDER.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *
      * APPLY CREDENTIAL AND TIER TRANSACTIONS AGAINST THE PROVIDER-
      * CREDENTIALING FILE AND PRINT A LISTING OF WHAT WAS MAINTAINED.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

           READ PRVTRANS INTO PRVTRANS-REC
               AT END SET END-OF-TRANS TO TRUE.

           PERFORM 100-APPLY-TRANSACTION THRU 100-EXIT
               UNTIL END-OF-TRANS.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       100-APPLY-TRANSACTION.
           MOVE "100-APPLY-TRANSACTION" TO PARA-NAME.

           MOVE TRANS-MAINT-USER TO OPR-USER-ID.
           CALL "OPRAUTH" USING OPR-USER-ID
                                OPR-FILE-CODE
                                OPR-RETURN-CD.
           IF OPR-RETURN-CD NOT = ZERO
               EVALUATE OPR-RETURN-CD
                   WHEN 4  MOVE "UNKNOWN" TO PRVRPT-ACTION-O
                   WHEN 8  MOVE "INACTIV" TO PRVRPT-ACTION-O
                   WHEN 12 MOVE "NO AUTH" TO PRVRPT-ACTION-O
                   WHEN OTHER MOVE "NO USER" TO PRVRPT-ACTION-O
               END-EVALUATE
               GO TO 100-REPORT.

           PERFORM 120-EDIT-TRANSACTION THRU 120-EXIT.
           IF WS-EDIT-FAILED
               GO TO 100-REPORT.

           MOVE TRANS-PROVIDER-ID TO PV-PROVIDER-ID.
           IF TRANS-CRED
               MOVE ZERO TO PV-EFF-DATE
           ELSE
               MOVE TRANS-EFF-DATE TO PV-EFF-DATE
           END-IF.
           MOVE SPACES TO AUD-RECORD-KEY.
           STRING TRANS-PROVIDER-ID PV-EFF-DATE
               DELIMITED BY SIZE INTO AUD-RECORD-KEY.
           MOVE TRANS-MAINT-USER TO AUD-USER.

           EVALUATE TRUE
               WHEN TRANS-ADD-CRED OR TRANS-ADD-TIER
                   PERFORM 300-ADD-RECORD THRU 300-EXIT
               WHEN OTHER
                   PERFORM 400-CHANGE-RECORD THRU 400-EXIT
           END-EVALUATE.

       100-REPORT.
           MOVE TRANS-PROVIDER-ID TO PRVRPT-PROVIDER-O.
           MOVE TRANS-LICENSE-NBR TO PRVRPT-LICENSE-O.
           MOVE TRANS-LICENSE-STATE TO PRVRPT-LIC-STATE-O.
           MOVE TRANS-NETWORK-FLAG TO PRVRPT-NTWK-O.
           MOVE TRANS-NETWORK-TIER TO PRVRPT-TIER-O.
           MOVE ZERO TO PRVRPT-EFF-O PRVRPT-LIC-EXP-O
                        PRVRPT-CON-EFF-O PRVRPT-CON-END-O.
           IF TRANS-EFF-DATE NUMERIC
               MOVE TRANS-EFF-DATE TO PRVRPT-EFF-O.
           IF TRANS-LICENSE-EXP-DATE NUMERIC
               MOVE TRANS-LICENSE-EXP-DATE TO PRVRPT-LIC-EXP-O.
           IF TRANS-CONTRACT-EFF-DATE NUMERIC
               MOVE TRANS-CONTRACT-EFF-DATE TO PRVRPT-CON-EFF-O.
           IF TRANS-CONTRACT-END-DATE NUMERIC
               MOVE TRANS-CONTRACT-END-DATE TO PRVRPT-CON-END-O.
           WRITE PRVRPT-REC FROM WS-PRVRPT-LINE.

       100-NEXT-TRANS.
           READ PRVTRANS INTO PRVTRANS-REC
               AT END SET END-OF-TRANS TO TRUE.

       100-EXIT.
           EXIT.

       120-EDIT-TRANSACTION.
      *    A BAD TRANSACTION NEVER TOUCHES THE FILE - THE ACTION
      *    COLUMN SAYS WHY.
           MOVE "120-EDIT-TRANSACTION" TO PARA-NAME.
           MOVE "Y" TO WS-EDIT-SW.
           IF NOT TRANS-CRED AND NOT TRANS-TIER
               MOVE "BAD CD " TO PRVRPT-ACTION-O
               GO TO 120-EXIT.
           IF TRANS-PROVIDER-ID = SPACES
               MOVE "NO PROV" TO PRVRPT-ACTION-O
               GO TO 120-EXIT.
           IF TRANS-CRED
               IF TRANS-LICENSE-EXP-DATE NOT NUMERIC
                       OR TRANS-CONTRACT-EFF-DATE NOT NUMERIC
                       OR TRANS-CONTRACT-END-DATE NOT NUMERIC
                   MOVE "BAD DTE" TO PRVRPT-ACTION-O
                   GO TO 120-EXIT
               END-IF
               IF TRANS-CONTRACT-END-DATE NOT = ZERO
                       AND TRANS-CONTRACT-END-DATE
                           < TRANS-CONTRACT-EFF-DATE
                   MOVE "BAD DTE" TO PRVRPT-ACTION-O
                   GO TO 120-EXIT
               END-IF
           ELSE
               IF TRANS-EFF-DATE NOT NUMERIC OR TRANS-EFF-DATE = ZERO
                   MOVE "BAD DTE" TO PRVRPT-ACTION-O
                   GO TO 120-EXIT
               END-IF
               IF (TRANS-NETWORK-FLAG NOT = "Y"
                       AND TRANS-NETWORK-FLAG NOT = "N")
                   OR (TRANS-NETWORK-TIER NOT = "P"
                       AND TRANS-NETWORK-TIER NOT = "S"
                       AND TRANS-NETWORK-TIER NOT = "N")
                   MOVE "BAD TR " TO PRVRPT-ACTION-O
                   GO TO 120-EXIT
               END-IF
           END-IF.

           PERFORM 150-CHECK-PROVIDER THRU 150-EXIT.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = -811
               MOVE "NOT PRV" TO PRVRPT-ACTION-O
               GO TO 120-EXIT.
           MOVE "N" TO WS-EDIT-SW.
       120-EXIT.
           EXIT.

       150-CHECK-PROVIDER.
           MOVE "150-CHECK-PROVIDER" TO PARA-NAME.
           MOVE TRANS-PROVIDER-ID TO PROVIDER-ID IN DCLPROVIDER.
           EXEC SQL
           SELECT
             PROVIDER_ID
           INTO
             :PROVIDER-ID
              FROM DDS0001.PROVIDER
              WHERE PROVIDER_ID = :PROVIDER-ID
           END-EXEC.
       150-EXIT.
           EXIT.

       300-ADD-RECORD.
           MOVE "300-ADD-RECORD" TO PARA-NAME.
           MOVE SPACES TO PV-CRED-DATA.
           IF TRANS-CRED
               MOVE TRANS-LICENSE-NBR TO PV-LICENSE-NBR
               MOVE TRANS-LICENSE-STATE TO PV-LICENSE-STATE
               MOVE TRANS-LICENSE-EXP-DATE TO PV-LICENSE-EXP-DATE
               MOVE TRANS-CONTRACT-EFF-DATE TO PV-CONTRACT-EFF-DATE
               MOVE TRANS-CONTRACT-END-DATE TO PV-CONTRACT-END-DATE
           ELSE
               MOVE TRANS-NETWORK-FLAG TO PV-NETWORK-FLAG
               MOVE TRANS-NETWORK-TIER TO PV-NETWORK-TIER
           END-IF.
           MOVE WS-TODAY TO PV-LAST-MAINT-DATE.
           MOVE TRANS-MAINT-USER TO PV-LAST-MAINT-USER.
           WRITE PROVIDER-CRED-REC
               INVALID KEY
                   MOVE "DUP KEY" TO PRVRPT-ACTION-O
                   GO TO 300-EXIT
           END-WRITE.

           MOVE SPACES TO AUD-BEFORE-IMAGE.
           IF TRANS-CRED
               MOVE "LICENSE-NBR" TO AUD-FIELD-NAME
               MOVE TRANS-LICENSE-NBR TO AUD-AFTER-IMAGE
               PERFORM 200-WRITE-AUDIT-TRAIL THRU 200-EXIT
               MOVE "LICENSE-EXP-DATE" TO AUD-FIELD-NAME
               MOVE TRANS-LICENSE-EXP-DATE TO AUD-AFTER-IMAGE
               PERFORM 200-WRITE-AUDIT-TRAIL THRU 200-EXIT
               MOVE "CONTRACT-EFF-DATE" TO AUD-FIELD-NAME
               MOVE TRANS-CONTRACT-EFF-DATE TO AUD-AFTER-IMAGE
               PERFORM 200-WRITE-AUDIT-TRAIL THRU 200-EXIT
               MOVE "CONTRACT-END-DATE" TO AUD-FIELD-NAME
               MOVE TRANS-CONTRACT-END-DATE TO AUD-AFTER-IMAGE
               PERFORM 200-WRITE-AUDIT-TRAIL THRU 200-EXIT
           ELSE
               MOVE "NETWORK-FLAG/TIER" TO AUD-FIELD-NAME
               STRING TRANS-NETWORK-FLAG "/" TRANS-NETWORK-TIER
                   DELIMITED BY SIZE INTO AUD-AFTER-IMAGE
               PERFORM 200-WRITE-AUDIT-TRAIL THRU 200-EXIT
           END-IF.
           MOVE "ADDED  " TO PRVRPT-ACTION-O.
       300-EXIT.
           EXIT.

       400-CHANGE-RECORD.
      *    ONLY THE FIELDS THAT ACTUALLY CHANGE ARE AUDITED.
           MOVE "400-CHANGE-RECORD" TO PARA-NAME.
           READ PROVIDER-CRED-FILE INTO PROVIDER-CRED-REC.
           IF NOT PV-FOUND
               MOVE "NOT FND" TO PRVRPT-ACTION-O
               GO TO 400-EXIT.

           IF TRANS-CRED
               IF TRANS-LICENSE-NBR NOT = PV-LICENSE-NBR
                   MOVE "LICENSE-NBR" TO AUD-FIELD-NAME
                   MOVE PV-LICENSE-NBR TO AUD-BEFORE-IMAGE
                   MOVE TRANS-LICENSE-NBR TO AUD-AFTER-IMAGE
                   PERFORM 200-WRITE-AUDIT-TRAIL THRU 200-EXIT
               END-IF
               IF TRANS-LICENSE-EXP-DATE NOT = PV-LICENSE-EXP-DATE
                   MOVE "LICENSE-EXP-DATE" TO AUD-FIELD-NAME
                   MOVE PV-LICENSE-EXP-DATE TO AUD-BEFORE-IMAGE
                   MOVE TRANS-LICENSE-EXP-DATE TO AUD-AFTER-IMAGE
                   PERFORM 200-WRITE-AUDIT-TRAIL THRU 200-EXIT
               END-IF
               IF TRANS-CONTRACT-EFF-DATE NOT = PV-CONTRACT-EFF-DATE
                   MOVE "CONTRACT-EFF-DATE" TO AUD-FIELD-NAME
                   MOVE PV-CONTRACT-EFF-DATE TO AUD-BEFORE-IMAGE
                   MOVE TRANS-CONTRACT-EFF-DATE TO AUD-AFTER-IMAGE
                   PERFORM 200-WRITE-AUDIT-TRAIL THRU 200-EXIT
               END-IF
               IF TRANS-CONTRACT-END-DATE NOT = PV-CONTRACT-END-DATE
                   MOVE "CONTRACT-END-DATE" TO AUD-FIELD-NAME
                   MOVE PV-CONTRACT-END-DATE TO AUD-BEFORE-IMAGE
                   MOVE TRANS-CONTRACT-END-DATE TO AUD-AFTER-IMAGE
                   PERFORM 200-WRITE-AUDIT-TRAIL THRU 200-EXIT
               END-IF
               MOVE TRANS-LICENSE-NBR TO PV-LICENSE-NBR
               MOVE TRANS-LICENSE-STATE TO PV-LICENSE-STATE
               MOVE TRANS-LICENSE-EXP-DATE TO PV-LICENSE-EXP-DATE
               MOVE TRANS-CONTRACT-EFF-DATE TO PV-CONTRACT-EFF-DATE
               MOVE TRANS-CONTRACT-END-DATE TO PV-CONTRACT-END-DATE
           ELSE
               IF TRANS-NETWORK-FLAG NOT = PV-NETWORK-FLAG
                       OR TRANS-NETWORK-TIER NOT = PV-NETWORK-TIER
                   MOVE "NETWORK-FLAG/TIER" TO AUD-FIELD-NAME
                   MOVE SPACES TO AUD-BEFORE-IMAGE AUD-AFTER-IMAGE
                   STRING PV-NETWORK-FLAG "/" PV-NETWORK-TIER
                       DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE
                   STRING TRANS-NETWORK-FLAG "/" TRANS-NETWORK-TIER
                       DELIMITED BY SIZE INTO AUD-AFTER-IMAGE
                   PERFORM 200-WRITE-AUDIT-TRAIL THRU 200-EXIT
               END-IF
               MOVE TRANS-NETWORK-FLAG TO PV-NETWORK-FLAG
               MOVE TRANS-NETWORK-TIER TO PV-NETWORK-TIER
           END-IF.
           MOVE WS-TODAY TO PV-LAST-MAINT-DATE.
           MOVE TRANS-MAINT-USER TO PV-LAST-MAINT-USER.
           REWRITE PROVIDER-CRED-REC.
           MOVE "CHANGED" TO PRVRPT-ACTION-O.
       400-EXIT.
           EXIT.

       200-WRITE-AUDIT-TRAIL.
      *    ONE FIELD-LEVEL BEFORE/AFTER RECORD ON THE COMMON TRAIL.
           MOVE "200-WRITE-AUDIT-TRAIL" TO PARA-NAME.
           CALL "MNTAUDIT" USING AUD-FILE-NAME
                                 AUD-RECORD-KEY
                                 AUD-FIELD-NAME
                                 AUD-BEFORE-IMAGE
                                 AUD-AFTER-IMAGE
                                 AUD-USER.
       200-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PRVTRANS.
           OPEN I-O PROVIDER-CRED-FILE.
           IF PV-STATUS = "35"
               CLOSE PROVIDER-CRED-FILE
               OPEN OUTPUT PROVIDER-CRED-FILE
               CLOSE PROVIDER-CRED-FILE
               OPEN I-O PROVIDER-CRED-FILE
           END-IF.
           OPEN OUTPUT PRVRPT.
           DISPLAY "PRVMAINT OPEN FILES".
           DISPLAY TRANS-STATUS.
           DISPLAY PV-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PRVTRANS, PROVIDER-CRED-FILE, PRVRPT.
           DISPLAY "PRVMAINT FILES CLOSED".
       900-EXIT.
           EXIT.
