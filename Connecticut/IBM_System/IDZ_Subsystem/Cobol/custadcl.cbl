       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  CUSTADCL.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  CUSTADDR ADDRESS CLEANUP,
      *                RUN ONCE TO CLEAR THE BACKLOG AND MONTHLY
      *                AFTER.  EVERY ADDRESS ROW IS CHECKED AGAINST
      *                THE ZIPREF REFERENCE FILE - A MALFORMED ZIP, A
      *                ZIP NOT ON FILE OR A STATE THAT IS NOT THE
      *                ZIP'S STATE IS LISTED FOR THE CUSTOMER DESK,
      *                AND A CITY SPELLED ANY OTHER WAY IS REWRITTEN
      *                TO THE REFERENCE SPELLING (MNTAUDIT RECORDS
      *                EACH ONE).  A SYSIN TRIAL-RUN FLAG LISTS THE
      *                CITY CHANGES WITHOUT MAKING THEM.  THEN EVERY
      *                ACTIVE CUSTOMER WITH NO BILLING ADDRESS, NO
      *                CORRESPONDENCE ADDRESS OR NO PHONE NUMBER ON
      *                ANY ADDRESS ROW IS LISTED AS A WORK ITEM.
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

           SELECT CUSTOMER-ADDRESS-FILE
                  ASSIGN       to CUSTADDR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CA-KEY
                  FILE STATUS  is CA-STATUS.

           SELECT CUSTOMER-MASTER-FILE
                  ASSIGN       to CUSTMAST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CUSTOMER-CODE
                  FILE STATUS  is CM-STATUS.

           SELECT ZIP-REFERENCE-FILE
                  ASSIGN       to ZIPREF
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is ZR-ZIP5
                  FILE STATUS  is ZR-STATUS.

           SELECT CLEANUP-REPORT
           ASSIGN TO UT-S-ADCLRPT
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
           05  PRM-TRIAL-RUN               PIC X(01).
               88  PRM-TRIAL                  VALUE "Y".
           05  FILLER                      PIC X(79).

       FD  CUSTOMER-ADDRESS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY CUSTADDR.

       FD  CUSTOMER-MASTER-FILE
           DATA RECORD IS CUSTOMER-MASTER-REC.
       COPY CUSTMAST.

       FD  ZIP-REFERENCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ZIPREF.

       FD  CLEANUP-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLEANUP-REPORT-REC.
       01  CLEANUP-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  CA-STATUS               PIC X(2).
               88 END-OF-ADDR     VALUE "10".
           05  CM-STATUS               PIC X(2).
               88 END-OF-MASTER   VALUE "10".
           05  ZR-STATUS               PIC X(2).
               88 ZR-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TRIAL-SW                 PIC X(01) VALUE "N".
               88 WS-TRIAL-RUN                VALUE "Y".
           05  WS-ROWS-READ                PIC 9(07) VALUE ZERO.
           05  WS-CITIES-FIXED             PIC 9(07) VALUE ZERO.
           05  WS-ZIP-EXCEPTIONS           PIC 9(07) VALUE ZERO.
           05  WS-STATE-EXCEPTIONS         PIC 9(07) VALUE ZERO.
           05  WS-CUSTS-MISSING            PIC 9(07) VALUE ZERO.
           05  WS-MISSING-PTR              PIC 9(02) COMP VALUE 0.

       01  AUDIT-CALL-FIELDS.
           05  AUD-FILE-NAME               PIC X(08) VALUE "CUSTMAST".
           05  AUD-RECORD-KEY              PIC X(20).
           05  AUD-FIELD-NAME              PIC X(20).
           05  AUD-BEFORE-IMAGE            PIC X(30).
           05  AUD-AFTER-IMAGE             PIC X(30).
           05  AUD-USER                    PIC X(08) VALUE "CUSTADCL".

      *    WHAT EACH CUSTOMER'S ADDRESS ROWS SUPPLY, SUBSCRIPTED BY
      *    CUSTOMER-CODE, FILLED ON THE ADDRESS PASS AND CHECKED ON
      *    THE MASTER PASS.
       01  CUST-COVERAGE-TABLE.
           05  CV-ENTRY OCCURS 9999 TIMES.
               10  CV-BILLING-SW           PIC X(01).
                   88  CV-HAS-BILLING         VALUE "Y".
               10  CV-CORRESP-SW           PIC X(01).
                   88  CV-HAS-CORRESP         VALUE "Y".
               10  CV-PHONE-SW             PIC X(01).
                   88  CV-HAS-PHONE           VALUE "Y".

       01  WS-ADDRESS-LINE.
           05  FILLER                  PIC X(06) VALUE "CUST: ".
           05  ADL-CODE-O              PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ADL-TYPE-O              PIC X(01).
           05  ADL-SEQ-O               PIC 9(01).
           05  FILLER                  PIC X(06) VALUE " ZIP: ".
           05  ADL-ZIP-O               PIC X(09).
           05  FILLER                  PIC X(04) VALUE " ST:".
           05  ADL-STATE-O             PIC X(02).
           05  FILLER                  PIC X(07) VALUE " CITY: ".
           05  ADL-CITY-O              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ADL-NOTE-O              PIC X(45).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-MISSING-LINE.
           05  FILLER                  PIC X(16)
                 VALUE "ACTIVE CUSTOMER ".
           05  MSL-CODE-O              PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MSL-NAME-O              PIC X(15).
           05  FILLER                  PIC X(10) VALUE " MISSING: ".
           05  MSL-MISSING-O           PIC X(40).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-TOTALS-LINE-1.
           05  FILLER                  PIC X(14)
                 VALUE "ADDRESS ROWS: ".
           05  TOT-ROWS-O              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(22)
                 VALUE "  CITIES STANDARDIZED:".
           05  TOT-FIXED-O             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(16)
                 VALUE "  ZIP PROBLEMS: ".
           05  TOT-ZIP-O               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(18)
                 VALUE "  STATE MISMATCH: ".
           05  TOT-STATE-O             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-TOTALS-LINE-2.
           05  FILLER                  PIC X(34)
                 VALUE "ACTIVE CUSTOMERS MISSING DETAILS: ".
           05  TOT-MISSING-O           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TOT-TRIAL-O             PIC X(40).
           05  FILLER                  PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * STANDARDIZE AND CHECK EVERY ADDRESS ROW, THEN LIST THE ACTIVE
      * CUSTOMERS WHOSE ADDRESS DETAILS ARE INCOMPLETE.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           INITIALIZE CUST-COVERAGE-TABLE.

           PERFORM 100-CHECK-ONE-ADDRESS THRU 100-EXIT
               UNTIL END-OF-ADDR.

           MOVE SPACES TO CLEANUP-REPORT-REC.
           WRITE CLEANUP-REPORT-REC.

           PERFORM 300-CHECK-ONE-CUSTOMER THRU 300-EXIT
               UNTIL END-OF-MASTER.

           MOVE SPACES TO CLEANUP-REPORT-REC.
           WRITE CLEANUP-REPORT-REC.
           MOVE WS-ROWS-READ TO TOT-ROWS-O.
           MOVE WS-CITIES-FIXED TO TOT-FIXED-O.
           MOVE WS-ZIP-EXCEPTIONS TO TOT-ZIP-O.
           MOVE WS-STATE-EXCEPTIONS TO TOT-STATE-O.
           WRITE CLEANUP-REPORT-REC FROM WS-TOTALS-LINE-1.
           MOVE WS-CUSTS-MISSING TO TOT-MISSING-O.
           IF WS-TRIAL-RUN
               MOVE "TRIAL RUN - NO CITY CHANGES WRITTEN"
                   TO TOT-TRIAL-O
           ELSE
               MOVE SPACES TO TOT-TRIAL-O
           END-IF.
           WRITE CLEANUP-REPORT-REC FROM WS-TOTALS-LINE-2.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM AND PRM-TRIAL
               SET WS-TRIAL-RUN TO TRUE.
       050-EXIT.
           EXIT.

       100-CHECK-ONE-ADDRESS.
           MOVE "100-CHECK-ONE-ADDRESS" TO PARA-NAME.
           READ CUSTOMER-ADDRESS-FILE NEXT RECORD
               AT END GO TO 100-EXIT.
           ADD 1 TO WS-ROWS-READ.

           IF CA-CUSTOMER-CODE > ZERO
               IF CA-TYPE-BILLING
                   SET CV-HAS-BILLING (CA-CUSTOMER-CODE) TO TRUE
               END-IF
               IF CA-TYPE-CORRESP
                   SET CV-HAS-CORRESP (CA-CUSTOMER-CODE) TO TRUE
               END-IF
               IF CA-PHONE NOT = SPACES
                   SET CV-HAS-PHONE (CA-CUSTOMER-CODE) TO TRUE
               END-IF
           END-IF.

           MOVE CA-CUSTOMER-CODE TO ADL-CODE-O.
           MOVE CA-ADDR-TYPE TO ADL-TYPE-O.
           MOVE CA-ADDR-SEQ TO ADL-SEQ-O.
           MOVE CA-ZIP TO ADL-ZIP-O.
           MOVE CA-STATE TO ADL-STATE-O.
           MOVE CA-CITY TO ADL-CITY-O.
           MOVE SPACES TO ADL-NOTE-O.

           IF CA-ZIP (1:5) NOT NUMERIC
               OR (CA-ZIP (6:4) NOT = SPACES
                   AND CA-ZIP (6:4) NOT NUMERIC)
               ADD 1 TO WS-ZIP-EXCEPTIONS
               MOVE "ZIP NOT 5 OR 9 DIGITS" TO ADL-NOTE-O
               GO TO 100-WRITE-LINE.
           MOVE CA-ZIP (1:5) TO ZR-ZIP5.
           READ ZIP-REFERENCE-FILE.
           IF NOT ZR-FOUND
               ADD 1 TO WS-ZIP-EXCEPTIONS
               MOVE "ZIP NOT ON REFERENCE FILE" TO ADL-NOTE-O
               GO TO 100-WRITE-LINE.
           IF CA-STATE NOT = ZR-STATE
               ADD 1 TO WS-STATE-EXCEPTIONS
               STRING "STATE DOES NOT MATCH ZIP - ZIP IS IN "
                   ZR-STATE DELIMITED BY SIZE INTO ADL-NOTE-O
               GO TO 100-WRITE-LINE.
           IF CA-CITY = ZR-CITY
               GO TO 100-EXIT.

           PERFORM 200-STANDARDIZE-CITY THRU 200-EXIT.

       100-WRITE-LINE.
           WRITE CLEANUP-REPORT-REC FROM WS-ADDRESS-LINE.
       100-EXIT.
           EXIT.

       200-STANDARDIZE-CITY.
      *    THE ROW TAKES THE REFERENCE SPELLING; THE OLD SPELLING GOES
      *    ON THE AUDIT TRAIL AND THE REPORT.
           MOVE "200-STANDARDIZE-CITY" TO PARA-NAME.
           ADD 1 TO WS-CITIES-FIXED.
           MOVE ZR-CITY TO ADL-CITY-O.
           STRING "CITY STANDARDIZED - WAS " CA-CITY
               DELIMITED BY SIZE INTO ADL-NOTE-O.
           IF WS-TRIAL-RUN
               GO TO 200-EXIT.
           MOVE CA-CITY TO AUD-BEFORE-IMAGE.
           MOVE ZR-CITY TO AUD-AFTER-IMAGE CA-CITY.
           REWRITE CUSTOMER-ADDRESS-REC.
           MOVE SPACES TO AUD-RECORD-KEY.
           MOVE CA-CUSTOMER-CODE TO AUD-RECORD-KEY (1:4).
           MOVE CA-ADDR-TYPE TO AUD-RECORD-KEY (6:1).
           MOVE CA-ADDR-SEQ TO AUD-RECORD-KEY (8:1).
           MOVE "ADDRESS CITY" TO AUD-FIELD-NAME.
           CALL "MNTAUDIT" USING AUD-FILE-NAME
                                 AUD-RECORD-KEY
                                 AUD-FIELD-NAME
                                 AUD-BEFORE-IMAGE
                                 AUD-AFTER-IMAGE
                                 AUD-USER.
       200-EXIT.
           EXIT.

       300-CHECK-ONE-CUSTOMER.
      *    AN ACTIVE CUSTOMER NEEDS A BILLING ADDRESS, A
      *    CORRESPONDENCE ADDRESS AND A PHONE NUMBER ON SOME ROW.
           MOVE "300-CHECK-ONE-CUSTOMER" TO PARA-NAME.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END GO TO 300-EXIT.
           IF NOT CUSTOMER-ACTIVE OR CUSTOMER-CODE = ZERO
               GO TO 300-EXIT.
           IF CV-HAS-BILLING (CUSTOMER-CODE)
               AND CV-HAS-CORRESP (CUSTOMER-CODE)
               AND CV-HAS-PHONE (CUSTOMER-CODE)
               GO TO 300-EXIT.

           MOVE SPACES TO MSL-MISSING-O.
           MOVE 1 TO WS-MISSING-PTR.
           IF NOT CV-HAS-BILLING (CUSTOMER-CODE)
               STRING "BILLING ADDRESS  " DELIMITED BY SIZE
                   INTO MSL-MISSING-O WITH POINTER WS-MISSING-PTR.
           IF NOT CV-HAS-CORRESP (CUSTOMER-CODE)
               STRING "CORRESPONDENCE  " DELIMITED BY SIZE
                   INTO MSL-MISSING-O WITH POINTER WS-MISSING-PTR.
           IF NOT CV-HAS-PHONE (CUSTOMER-CODE)
               STRING "PHONE" DELIMITED BY SIZE
                   INTO MSL-MISSING-O WITH POINTER WS-MISSING-PTR.
           MOVE CUSTOMER-CODE TO MSL-CODE-O.
           MOVE CUSTOMER-NAME TO MSL-NAME-O.
           WRITE CLEANUP-REPORT-REC FROM WS-MISSING-LINE.
           ADD 1 TO WS-CUSTS-MISSING.
       300-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, CUSTOMER-MASTER-FILE.
           OPEN INPUT ZIP-REFERENCE-FILE.
           OPEN I-O CUSTOMER-ADDRESS-FILE.
           OPEN OUTPUT CLEANUP-REPORT.
           DISPLAY "CUSTADCL OPEN FILES".
           DISPLAY CA-STATUS.
           DISPLAY CM-STATUS.
           DISPLAY ZR-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, CUSTOMER-ADDRESS-FILE,
                 CUSTOMER-MASTER-FILE, ZIP-REFERENCE-FILE,
                 CLEANUP-REPORT.
           DISPLAY "CUSTADCL FILES CLOSED".
       900-EXIT.
           EXIT.
