       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  SLCLAIM.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  MONTHLY STOP-LOSS
      *                REIMBURSEMENT FILING.  FOR EVERY PLAN MSTRCALC
      *                HAS FLAGGED AS PAST ITS STOP-LOSS THRESHOLD ON
      *                PLNACCUM, CLAIMS THE PLAN-PAID AMOUNT ABOVE THE
      *                THRESHOLD (DDS0001.HEALTH_PLAN) NOT CLAIMED ON
      *                AN EARLIER FILING THIS PLAN YEAR, OPENS A
      *                RECEIVABLE FOR IT ON THE SLLEDGR LEDGER, AND
      *                PRINTS THE CARRIER CLAIM WITH THE PATIENT-LEVEL
      *                DETAIL - EACH PATIENT'S PLAN-PAID STAY FROM
      *                PATMSTR AND DEDUCTIBLE, OUT-OF-POCKET AND
      *                LIFETIME POSITION FROM PATACCUM.  SLRECV POSTS
      *                THE CARRIER'S RESPONSE.
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

           SELECT PLAN-ACCUM-FILE
                  ASSIGN       to PLNACCUM
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is PA-PLAN-ID
                  FILE STATUS  is PA-STATUS.

           SELECT STOP-LOSS-LEDGER
           ASSIGN TO SLLEDGR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SL-KEY
             FILE STATUS IS SL-STATUS-CD.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

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

           SELECT CLAIM-REPORT
           ASSIGN TO UT-S-SLCLAIM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT DETAIL-SORT-FILE
           ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARM-REC.
       01  PARM-REC.
           05  PRM-FILING-DATE             PIC 9(08).
           05  PRM-PLAN-YEAR               PIC 9(04).
           05  FILLER                      PIC X(68).

       FD  PLAN-ACCUM-FILE
           DATA RECORD IS PLAN-ACCUM-REC.
       COPY PLNACCUM.

       FD  STOP-LOSS-LEDGER
           RECORD CONTAINS 100 CHARACTERS.
       COPY SLLEDGR.

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  PATINS
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATIENT-INS-KEY      PIC X(06).
           05 FILLER               PIC X(696).

       FD  PATIENT-ACCUM-FILE
           DATA RECORD IS PATIENT-ACCUM-REC.
       COPY PATACCUM.

       FD  CLAIM-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-REPORT-REC.
       01  CLAIM-REPORT-REC  PIC X(133).

      **** ONE RECORD PER PATIENT ON A PLAN BEING CLAIMED, IN PLAN
      **** AND PATIENT ORDER.
       SD  DETAIL-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DETAIL-SORT-REC.
       01  DETAIL-SORT-REC.
           05  SX-PLAN-ID                  PIC X(10).
           05  SX-PATIENT-ID               PIC X(08).
           05  SX-DISCHARGE-DATE           PIC X(08).
           05  SX-STAY-PAID                PIC S9(7)V99.
           05  SX-DEDUCT-MET               PIC S9(7)V99.
           05  SX-OOP-PAID                 PIC S9(7)V99.
           05  SX-LIFETIME-PAID            PIC S9(9)V99.
           05  FILLER                      PIC X(16).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  PA-STATUS               PIC X(2).
               88 PA-FOUND        VALUE "00".
           05  SL-STATUS-CD            PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 END-OF-PATMSTR  VALUE "10".
           05  PATINS-STATUS           PIC X(2).
               88 PATINS-FOUND    VALUE "00".
           05  PB-STATUS               PIC X(2).
               88 PB-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-FILING-DATE              PIC 9(08) VALUE ZERO.
           05  WS-FILING-DATE-R REDEFINES WS-FILING-DATE.
               10  WS-FILING-CCYY          PIC 9(04).
               10  FILLER                  PIC 9(04).
           05  WS-PLAN-YEAR                PIC 9(04) VALUE ZERO.
           05  WS-BROWSE-DONE-SW           PIC X(01) VALUE "N".
               88  WS-BROWSE-DONE             VALUE "Y".
           05  WS-SORT-DONE-SW             PIC X(01) VALUE "N".
               88  WS-SORT-DONE               VALUE "Y".
           05  WS-CLAIM-AMT                PIC S9(9)V99 COMP-3.
           05  WS-PLAN-SUB                 PIC 9(04) COMP VALUE ZERO.
           05  WS-PLAN-FOUND-SW            PIC X(01) VALUE "N".
               88  WS-PLAN-FOUND              VALUE "Y".
           05  WS-FIND-PLAN                PIC X(10) VALUE SPACES.

       01  FILING-COUNTERS.
           05  WS-PLANS-CROSSED            PIC 9(05) VALUE ZERO.
           05  WS-NOTHING-NEW              PIC 9(05) VALUE ZERO.
           05  WS-ALREADY-FILED            PIC 9(05) VALUE ZERO.
           05  WS-FILED-AMT                PIC 9(9)V99 VALUE ZERO.
           05  WS-PLAN-PATIENTS            PIC 9(06) VALUE ZERO.
           05  WS-PLAN-DETAIL-PAID         PIC 9(9)V99 VALUE ZERO.

      **** THE PLANS CLAIMED ON THIS FILING, IN PLAN ORDER (THE
      **** PLNACCUM BROWSE ORDER) SO THE SORTED PATIENT DETAIL CAN BE
      **** MATCHED AGAINST THEM.
       01  CLAIM-TABLE-AREA.
           05  WS-PLAN-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  WS-CLAIM-ENTRY OCCURS 200 TIMES.
               10  SLT-PLAN-ID             PIC X(10).
               10  SLT-THRESHOLD           PIC S9(9)V99 COMP-3.
               10  SLT-YTD-PAID            PIC S9(9)V99 COMP-3.
               10  SLT-PRIOR-FILED         PIC S9(9)V99 COMP-3.
               10  SLT-CLAIM-AMT           PIC S9(9)V99 COMP-3.

       01  WS-CLAIM-HEADING-LINE.
           05  FILLER     PIC X(37)
                 VALUE "STOP-LOSS REIMBURSEMENT CLAIM - PLAN ".
           05  CHD-PLAN-ID                 PIC X(10).
           05  FILLER                      PIC X(13)
                 VALUE "  PLAN YEAR ".
           05  CHD-PLAN-YEAR               PIC 9(04).
           05  FILLER                      PIC X(09)
                 VALUE "  FILED ".
           05  CHD-FILING-DATE             PIC 9(08).
           05  FILLER                      PIC X(52) VALUE SPACES.

       01  WS-CLAIM-SUMMARY-LINE.
           05  FILLER                      PIC X(15)
                 VALUE "YTD PLAN PAID ".
           05  CSM-YTD-PAID                PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(12)
                 VALUE "  THRESHOLD ".
           05  CSM-THRESHOLD               PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(21)
                 VALUE "  PREVIOUSLY CLAIMED ".
           05  CSM-PRIOR-FILED             PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(13)
                 VALUE "  THIS CLAIM ".
           05  CSM-CLAIM-AMT               PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(16) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(40)
                 VALUE "  PATIENT   DISCHARGE  PLAN PAID STAY  D".
           05  FILLER                      PIC X(40)
                 VALUE "EDUCTIBLE MET   OUT-OF-POCKET   LIFETIME".
           05  FILLER                      PIC X(53) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-PATIENT-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-DISCHARGE-DATE          PIC X(08).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DTL-STAY-PAID               PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DTL-DEDUCT-MET              PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  DTL-OOP-PAID                PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-LIFETIME-PAID           PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(47) VALUE SPACES.

       01  WS-CLAIM-TRAILER-LINE.
           05  FILLER                      PIC X(12)
                 VALUE "  PATIENTS: ".
           05  CTR-PATIENTS                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(20)
                 VALUE "  PLAN PAID STAYS: ".
           05  CTR-DETAIL-PAID             PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(21)
                 VALUE "  REIMBURSEMENT DUE: ".
           05  CTR-CLAIM-AMT               PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(45) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(15)
                 VALUE "PLANS CROSSED: ".
           05  TOT-CROSSED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(16)
                 VALUE "  CLAIMS FILED: ".
           05  TOT-FILED               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
           05  TOT-FILED-AMT           PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(15)
                 VALUE "  NOTHING NEW: ".
           05  TOT-NOTHING-NEW         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(17)
                 VALUE "  ALREADY FILED: ".
           05  TOT-ALREADY             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       COPY HLTHPLAN.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY PATMSTR.

       COPY PATINS.

       PROCEDURE DIVISION.
      *
      * FILE EVERY CROSSED PLAN WITH SOMETHING NEW ABOVE ITS
      * THRESHOLD, THEN SORT THE PATIENT DETAIL FOR THOSE PLANS AND
      * PRINT ONE CARRIER CLAIM PER PLAN.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           MOVE LOW-VALUES TO PA-PLAN-ID.
           START PLAN-ACCUM-FILE KEY > PA-PLAN-ID
               INVALID KEY MOVE "Y" TO WS-BROWSE-DONE-SW
           END-START.
           PERFORM 100-FILE-ONE-PLAN THRU 100-EXIT
               UNTIL WS-BROWSE-DONE.

           IF WS-PLAN-COUNT > ZERO
               SORT DETAIL-SORT-FILE
                   ASCENDING KEY SX-PLAN-ID SX-PATIENT-ID
                   INPUT PROCEDURE 300-SELECT-PATIENTS THRU 300-EXIT
                   OUTPUT PROCEDURE 500-WRITE-CLAIMS THRU 500-EXIT
           END-IF.

           WRITE CLAIM-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-PLANS-CROSSED TO TOT-CROSSED.
           MOVE WS-PLAN-COUNT TO TOT-FILED.
           MOVE WS-FILED-AMT TO TOT-FILED-AMT.
           MOVE WS-NOTHING-NEW TO TOT-NOTHING-NEW.
           MOVE WS-ALREADY-FILED TO TOT-ALREADY.
           WRITE CLAIM-REPORT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** THE CARD MAY GIVE THE FILING DATE AND THE PLAN YEAR BEING
      **** CLAIMED.  NO CARD MEANS TODAY AND TODAY'S YEAR - THE
      **** DECEMBER FILING MUST RUN BEFORE PLNROLL RESETS PLNACCUM.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FILING-DATE.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-FILING-DATE NUMERIC AND PRM-FILING-DATE > ZERO
                   MOVE PRM-FILING-DATE TO WS-FILING-DATE
               END-IF
           END-IF.
           MOVE WS-FILING-CCYY TO WS-PLAN-YEAR.
           IF NOT END-OF-PRM
               IF PRM-PLAN-YEAR NUMERIC AND PRM-PLAN-YEAR > ZERO
                   MOVE PRM-PLAN-YEAR TO WS-PLAN-YEAR
               END-IF
           END-IF.
       050-EXIT.
           EXIT.

       100-FILE-ONE-PLAN.
      **** WHAT IS DUE IS THE YEAR-TO-DATE PLAN PAID ABOVE THE
      **** THRESHOLD LESS WHAT EARLIER FILINGS THIS YEAR CLAIMED.
      **** THE RECEIVABLE IS WRITTEN FIRST - A SECOND RUN ON THE
      **** SAME DATE FINDS IT AND FILES NOTHING.
           MOVE "100-FILE-ONE-PLAN" TO PARA-NAME.
           READ PLAN-ACCUM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BROWSE-DONE-SW
                   GO TO 100-EXIT
           END-READ.
           IF NOT PA-THRESHOLD-CROSSED
               GO TO 100-EXIT.
           ADD 1 TO WS-PLANS-CROSSED.
           IF PA-SL-FILED-AMT NOT NUMERIC
               MOVE ZERO TO PA-SL-FILED-AMT
           END-IF.
           IF PA-SL-LAST-FILED-DATE NOT NUMERIC
               MOVE ZERO TO PA-SL-LAST-FILED-DATE
           END-IF.

           PERFORM 200-GET-THRESHOLD THRU 200-EXIT.
           COMPUTE WS-CLAIM-AMT = PA-YTD-PAID-AMOUNT
               - STOP-LOSS-THRESHOLD - PA-SL-FILED-AMT.
           IF WS-CLAIM-AMT NOT > ZERO
               ADD 1 TO WS-NOTHING-NEW
               GO TO 100-EXIT.

           IF WS-PLAN-COUNT NOT < 200
               DISPLAY "SLCLAIM CLAIM TABLE FULL AT 200 - NOT FILED "
                   PA-PLAN-ID
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT.

           MOVE SPACES TO STOP-LOSS-LEDGER-REC.
           MOVE PA-PLAN-ID TO SL-PLAN-ID.
           MOVE WS-PLAN-YEAR TO SL-PLAN-YEAR.
           MOVE WS-FILING-DATE TO SL-FILING-DATE.
           SET SL-OPEN TO TRUE.
           MOVE STOP-LOSS-THRESHOLD TO SL-THRESHOLD.
           MOVE PA-YTD-PAID-AMOUNT TO SL-YTD-PAID.
           MOVE WS-CLAIM-AMT TO SL-CLAIMED-AMT.
           MOVE ZERO TO SL-RECEIVED-AMT SL-DENIED-AMT
                        SL-LAST-RESP-DATE.
           WRITE STOP-LOSS-LEDGER-REC
               INVALID KEY
                   ADD 1 TO WS-ALREADY-FILED
                   DISPLAY "SLCLAIM ALREADY FILED ON THIS DATE - "
                       PA-PLAN-ID
                   GO TO 100-EXIT
           END-WRITE.

           ADD 1 TO WS-PLAN-COUNT.
           MOVE PA-PLAN-ID TO SLT-PLAN-ID (WS-PLAN-COUNT).
           MOVE STOP-LOSS-THRESHOLD TO SLT-THRESHOLD (WS-PLAN-COUNT).
           MOVE PA-YTD-PAID-AMOUNT TO SLT-YTD-PAID (WS-PLAN-COUNT).
           MOVE PA-SL-FILED-AMT TO SLT-PRIOR-FILED (WS-PLAN-COUNT).
           MOVE WS-CLAIM-AMT TO SLT-CLAIM-AMT (WS-PLAN-COUNT).
           ADD WS-CLAIM-AMT TO WS-FILED-AMT.

           ADD WS-CLAIM-AMT TO PA-SL-FILED-AMT.
           MOVE WS-FILING-DATE TO PA-SL-LAST-FILED-DATE.
           REWRITE PLAN-ACCUM-REC.
       100-EXIT.
           EXIT.

       200-GET-THRESHOLD.
      *** THE THRESHOLD LIVES ON THE HEALTH_PLAN ROW, AS MSTRCALC
      *** READS IT.  A PLAN NO LONGER ON THE TABLE CLAIMS FROM ZERO.
           MOVE "200-GET-THRESHOLD" TO PARA-NAME.
           MOVE PA-PLAN-ID TO PLAN-ID IN DCLHEALTH-PLAN.
           MOVE ZERO TO STOP-LOSS-THRESHOLD.
           EXEC SQL
           SELECT
             STOP_LOSS_THRESHOLD
           INTO
             :STOP-LOSS-THRESHOLD
              FROM DDS0001.HEALTH_PLAN
              WHERE PLAN_ID = :PLAN-ID
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = -811
               MOVE ZERO TO STOP-LOSS-THRESHOLD.
       200-EXIT.
           EXIT.

       300-SELECT-PATIENTS.
      **** EVERY PATIENT WHOSE PRIMARY PLAN IS BEING CLAIMED AND WHOSE
      **** STAY THE PLAN PAID, DISCHARGED IN THE PLAN YEAR (OR STILL
      **** IN HOUSE) - THE SAME PATIENTS WHOSE STAYS MSTRCALC ADDED
      **** TO THE PLAN'S ACCUMULATOR.
           MOVE "300-SELECT-PATIENTS" TO PARA-NAME.
           MOVE "000000" TO PATIENT-KEY.
           START PATMSTR KEY > PATIENT-KEY
               INVALID KEY SET END-OF-PATMSTR TO TRUE
           END-START.
           IF NOT END-OF-PATMSTR
               READ PATMSTR INTO PATIENT-MASTER-REC
                   AT END SET END-OF-PATMSTR TO TRUE
               END-READ
           END-IF.
           PERFORM 350-SELECT-ONE-PATIENT THRU 350-EXIT
               UNTIL END-OF-PATMSTR.
       300-EXIT.
           EXIT.

       350-SELECT-ONE-PATIENT.
           MOVE "350-SELECT-ONE-PATIENT" TO PARA-NAME.
           IF PATIENT-TOT-AMT NOT > ZERO
               GO TO 350-READ-NEXT.
           IF DATE-DISCHARGE IN PATIENT-MASTER-REC NUMERIC
                   AND DATE-DISCHARGE IN PATIENT-MASTER-REC
                       NOT = "00000000"
                   AND DATE-DISCHARGE IN PATIENT-MASTER-REC (1:4)
                       NOT = WS-PLAN-YEAR
               GO TO 350-READ-NEXT.

           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO PATIENT-INS-KEY.
           READ PATINS INTO PATIENT-INSURANCE.
           IF NOT PATINS-FOUND
               GO TO 350-READ-NEXT.
           MOVE INS-IDENT-NBR IN INS-COMPANY-PRIMARY (1:10)
               TO WS-FIND-PLAN.
           PERFORM 400-FIND-PLAN THRU 400-EXIT.
           IF NOT WS-PLAN-FOUND
               GO TO 350-READ-NEXT.

           MOVE SPACES TO DETAIL-SORT-REC.
           MOVE WS-FIND-PLAN TO SX-PLAN-ID.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO SX-PATIENT-ID.
           MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
               TO SX-DISCHARGE-DATE.
           MOVE PATIENT-TOT-AMT TO SX-STAY-PAID.
           MOVE ZERO TO SX-DEDUCT-MET SX-OOP-PAID SX-LIFETIME-PAID.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO PB-PATIENT-ID.
           MOVE WS-FIND-PLAN TO PB-PLAN-ID.
           READ PATIENT-ACCUM-FILE.
           IF PB-FOUND
               MOVE PB-DEDUCT-MET TO SX-DEDUCT-MET
               MOVE PB-OOP-PAID TO SX-OOP-PAID
               IF PB-LIFETIME-PAID NUMERIC
                   MOVE PB-LIFETIME-PAID TO SX-LIFETIME-PAID
               END-IF
           END-IF.
           RELEASE DETAIL-SORT-REC.

       350-READ-NEXT.
           READ PATMSTR INTO PATIENT-MASTER-REC
               AT END SET END-OF-PATMSTR TO TRUE.
       350-EXIT.
           EXIT.

       400-FIND-PLAN.
           MOVE "400-FIND-PLAN" TO PARA-NAME.
           MOVE "N" TO WS-PLAN-FOUND-SW.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
                      OR WS-PLAN-FOUND
               IF SLT-PLAN-ID (WS-PLAN-SUB) = WS-FIND-PLAN
                   SET WS-PLAN-FOUND TO TRUE
               END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.

       500-WRITE-CLAIMS.
      **** ONE CLAIM PER PLAN FILED, IN PLAN ORDER, EACH WITH THE
      **** SORTED PATIENT DETAIL THAT BELONGS TO IT.
           MOVE "500-WRITE-CLAIMS" TO PARA-NAME.
           RETURN DETAIL-SORT-FILE
               AT END SET WS-SORT-DONE TO TRUE
           END-RETURN.
           PERFORM 510-WRITE-ONE-CLAIM THRU 510-EXIT
               VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-COUNT.
       500-EXIT.
           EXIT.

       510-WRITE-ONE-CLAIM.
           MOVE "510-WRITE-ONE-CLAIM" TO PARA-NAME.
           MOVE ZERO TO WS-PLAN-PATIENTS WS-PLAN-DETAIL-PAID.
           MOVE SLT-PLAN-ID (WS-PLAN-SUB) TO CHD-PLAN-ID.
           MOVE WS-PLAN-YEAR TO CHD-PLAN-YEAR.
           MOVE WS-FILING-DATE TO CHD-FILING-DATE.
           WRITE CLAIM-REPORT-REC FROM WS-CLAIM-HEADING-LINE.
           MOVE SLT-YTD-PAID (WS-PLAN-SUB) TO CSM-YTD-PAID.
           MOVE SLT-THRESHOLD (WS-PLAN-SUB) TO CSM-THRESHOLD.
           MOVE SLT-PRIOR-FILED (WS-PLAN-SUB) TO CSM-PRIOR-FILED.
           MOVE SLT-CLAIM-AMT (WS-PLAN-SUB) TO CSM-CLAIM-AMT.
           WRITE CLAIM-REPORT-REC FROM WS-CLAIM-SUMMARY-LINE.
           WRITE CLAIM-REPORT-REC FROM WS-BLANK-LINE.
           WRITE CLAIM-REPORT-REC FROM WS-COLUMN-LINE.

           PERFORM 520-WRITE-ONE-PATIENT THRU 520-EXIT
               UNTIL WS-SORT-DONE
                  OR SX-PLAN-ID NOT = SLT-PLAN-ID (WS-PLAN-SUB).

           MOVE WS-PLAN-PATIENTS TO CTR-PATIENTS.
           MOVE WS-PLAN-DETAIL-PAID TO CTR-DETAIL-PAID.
           MOVE SLT-CLAIM-AMT (WS-PLAN-SUB) TO CTR-CLAIM-AMT.
           WRITE CLAIM-REPORT-REC FROM WS-CLAIM-TRAILER-LINE.
           WRITE CLAIM-REPORT-REC FROM WS-BLANK-LINE.
       510-EXIT.
           EXIT.

       520-WRITE-ONE-PATIENT.
           MOVE "520-WRITE-ONE-PATIENT" TO PARA-NAME.
           MOVE SX-PATIENT-ID TO DTL-PATIENT-ID.
           MOVE SX-DISCHARGE-DATE TO DTL-DISCHARGE-DATE.
           MOVE SX-STAY-PAID TO DTL-STAY-PAID.
           MOVE SX-DEDUCT-MET TO DTL-DEDUCT-MET.
           MOVE SX-OOP-PAID TO DTL-OOP-PAID.
           MOVE SX-LIFETIME-PAID TO DTL-LIFETIME-PAID.
           WRITE CLAIM-REPORT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO WS-PLAN-PATIENTS.
           ADD SX-STAY-PAID TO WS-PLAN-DETAIL-PAID.
           RETURN DETAIL-SORT-FILE
               AT END SET WS-SORT-DONE TO TRUE
           END-RETURN.
       520-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN I-O PLAN-ACCUM-FILE.
           OPEN I-O STOP-LOSS-LEDGER.
           IF SL-STATUS-CD = "35"
               CLOSE STOP-LOSS-LEDGER
               OPEN OUTPUT STOP-LOSS-LEDGER
               CLOSE STOP-LOSS-LEDGER
               OPEN I-O STOP-LOSS-LEDGER
           END-IF.
           OPEN INPUT PATMSTR.
           OPEN INPUT PATINS.
           OPEN INPUT PATIENT-ACCUM-FILE.
           OPEN OUTPUT CLAIM-REPORT.
           DISPLAY "SLCLAIM OPEN FILES".
           DISPLAY PA-STATUS.
           DISPLAY SL-STATUS-CD.
           DISPLAY PATMSTR-STATUS.
           DISPLAY PATINS-STATUS.
           DISPLAY PB-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, PLAN-ACCUM-FILE, STOP-LOSS-LEDGER,
                 PATMSTR, PATINS, PATIENT-ACCUM-FILE, CLAIM-REPORT.
           DISPLAY "SLCLAIM FILES CLOSED".
       900-EXIT.
           EXIT.
