       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  CLFMAINT.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  MAINTENANCE TRANSACTION FOR
      *                THE CLOSFEE CLOSING-COST FEE SCHEDULE READ BY
      *                LNESTMT - ADD/CHANGE/DELETE OF A ROW KEYED BY
      *                STATE (BLANK = DEFAULT FOR ALL STATES) AND THE
      *                LOW END OF THE LOAN-AMOUNT BAND, WITH NUMERIC
      *                EDITS ON EVERY FEE AND AN AUDIT LINE OF WHO
      *                CHANGED WHAT.  BUILT ON THE ESCMAINT
      *                CARRY-FORWARD PATTERN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLFTRANS
           ASSIGN TO UT-S-CLFTRANS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TRANS-STATUS.

           SELECT CLOSFEE-IN
           ASSIGN TO CLOSFEEI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CFI-STATUS.

           SELECT CLOSFEE-OUT
           ASSIGN TO CLOSFEEO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CFO-STATUS.

           SELECT CLFRPT
           ASSIGN TO UT-S-CLFRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  CLFTRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLFTRANS-REC.
       01  CLFTRANS-REC                    PIC X(160).

       FD  CLOSFEE-IN
           RECORD CONTAINS 140 CHARACTERS.
       COPY CLOSFEE.

       FD  CLOSFEE-OUT
           RECORD CONTAINS 140 CHARACTERS.
       01  CLOSFEE-OUT-REC                 PIC X(140).

       FD  CLFRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLFRPT-REC.
       01  CLFRPT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  TRANS-STATUS            PIC X(2).
               88 END-OF-TRANS    VALUE "10".
           05  CFI-STATUS              PIC X(2).
               88 END-OF-CFI      VALUE "10".
           05  CFO-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-TRANS-SUB                PIC 9(03) VALUE ZERO.
           05  WS-FIND-SUB                 PIC 9(03) VALUE ZERO.
           05  WS-REJECT-SW                PIC X(01) VALUE "N".
               88  TRANS-REJECTED             VALUE "Y".
           05  WS-MATCH-SW                 PIC X(01) VALUE "N".
               88  TRANS-MATCHED              VALUE "Y".

      *    ONE FEE-SCHEDULE TRANSACTION.  THE DAY'S TRANSACTIONS ARE
      *    READ INTO THIS AREA, EDITED, AND TABLED AS IMAGES.
       01  WS-FEE-TRANS.
           05  TF-CODE                     PIC X(01).
               88  TF-ADD                     VALUE "A".
               88  TF-CHANGE                  VALUE "C".
               88  TF-DELETE                  VALUE "D".
           05  TF-STATE                    PIC X(02).
           05  TF-BAND-LOW                 PIC 9(8)V99.
           05  TF-BAND-HIGH                PIC 9(8)V99.
           05  TF-ORIG-PCT                 PIC 9V999.
           05  TF-APPLICATION-FEE          PIC 9(5)V99.
           05  TF-UNDERWRITING-FEE         PIC 9(5)V99.
           05  TF-APPRAISAL-FEE            PIC 9(5)V99.
           05  TF-CREDIT-REPORT-FEE        PIC 9(5)V99.
           05  TF-FLOOD-CERT-FEE           PIC 9(5)V99.
           05  TF-TITLE-POLICY-FEE         PIC 9(5)V99.
           05  TF-SETTLEMENT-FEE           PIC 9(5)V99.
           05  TF-SURVEY-FEE               PIC 9(5)V99.
           05  TF-RECORDING-FEE            PIC 9(5)V99.
           05  TF-TRANSFER-TAX-PCT         PIC 9V9999.
           05  TF-PREPAID-INT-DAYS         PIC 99.
           05  TF-HAZARD-PREPAID-MOS       PIC 99.
           05  TF-ESCROW-CUSHION-MOS       PIC 99.
           05  TF-MAINT-USER               PIC X(08).
           05  FILLER                      PIC X(51).
       01  WS-FEE-AMOUNTS REDEFINES WS-FEE-TRANS.
           05  FILLER                      PIC X(27).
           05  TF-FEE-AMOUNT OCCURS 9 TIMES PIC 9(5)V99.
           05  FILLER                      PIC X(70).
       01  WS-FEE-SUB                      PIC 9(02) VALUE ZERO.

       01  TRANS-TABLE-AREA.
           05  WS-TRANS-COUNT              PIC 9(03) VALUE ZERO.
           05  WS-TRANS-ENTRY OCCURS 200 TIMES.
               10  WT-IMAGE                PIC X(160).
               10  WT-APPLIED-SW           PIC X(01).
                   88  WT-APPLIED             VALUE "Y".

       01  WS-CLFRPT-LINE.
           05  FILLER                  PIC X(07) VALUE "STATE: ".
           05  CLFRPT-STATE-O          PIC X(02).
           05  FILLER                  PIC X(07) VALUE " BAND: ".
           05  CLFRPT-LOW-O            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE " - ".
           05  CLFRPT-HIGH-O           PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE " BY: ".
           05  CLFRPT-USER-O           PIC X(08).
           05  FILLER                  PIC X(09) VALUE " ACTION: ".
           05  CLFRPT-ACTION-O         PIC X(36).
           05  FILLER                  PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * LOAD THE DAY'S FEE-SCHEDULE TRANSACTIONS, EDIT THEM, COPY THE
      * OLD SCHEDULE FORWARD APPLYING CHANGES AND DELETES, THEN
      * APPEND THE SURVIVING ADDS.  EVERY TRANSACTION GETS AN AUDIT
      * LINE.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           READ CLFTRANS INTO WS-FEE-TRANS
               AT END SET END-OF-TRANS TO TRUE.

           PERFORM 100-LOAD-TRANSACTION THRU 100-EXIT
               UNTIL END-OF-TRANS.

           READ CLOSFEE-IN
               AT END SET END-OF-CFI TO TRUE.

           PERFORM 300-CARRY-TABLE-FORWARD THRU 300-EXIT
               UNTIL END-OF-CFI.

           PERFORM 500-APPEND-ADDS THRU 500-EXIT.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       100-LOAD-TRANSACTION.
           MOVE "100-LOAD-TRANSACTION" TO PARA-NAME.

           PERFORM 200-EDIT-TRANSACTION THRU 200-EXIT.

           IF NOT TRANS-REJECTED
               IF WS-TRANS-COUNT < 200
                   ADD 1 TO WS-TRANS-COUNT
                   MOVE WS-FEE-TRANS TO WT-IMAGE (WS-TRANS-COUNT)
                   MOVE "N" TO WT-APPLIED-SW (WS-TRANS-COUNT)
               ELSE
                   PERFORM 250-WRITE-AUDIT-LINE THRU 250-EXIT
                   MOVE "REJECTED - TRANSACTION LIMIT" TO
                       CLFRPT-ACTION-O
                   WRITE CLFRPT-REC FROM WS-CLFRPT-LINE
               END-IF
           END-IF.

           READ CLFTRANS INTO WS-FEE-TRANS
               AT END SET END-OF-TRANS TO TRUE.

       100-EXIT.
           EXIT.

       200-EDIT-TRANSACTION.
      **** FIELD EDITS - A BAD FEE HERE GOES STRAIGHT ONTO EVERY LOAN
      **** ESTIMATE IN THE BAND, SO NOTHING UNEDITED REACHES THE FILE.
           MOVE "200-EDIT-TRANSACTION" TO PARA-NAME.
           MOVE "N" TO WS-REJECT-SW.
           PERFORM 250-WRITE-AUDIT-LINE THRU 250-EXIT.

           IF NOT TF-ADD AND NOT TF-CHANGE AND NOT TF-DELETE
               MOVE "REJECTED - BAD TRANS CODE" TO CLFRPT-ACTION-O
               SET TRANS-REJECTED TO TRUE
               GO TO 200-WRITE.

           IF TF-BAND-LOW NOT NUMERIC
               MOVE "REJECTED - BAND LOW NOT NUMERIC" TO
                   CLFRPT-ACTION-O
               SET TRANS-REJECTED TO TRUE
               GO TO 200-WRITE.

           IF TF-MAINT-USER = SPACES
               MOVE "REJECTED - MISSING USER ID" TO CLFRPT-ACTION-O
               SET TRANS-REJECTED TO TRUE
               GO TO 200-WRITE.

      **** A DELETE ONLY NEEDS THE KEY.
           IF TF-DELETE
               GO TO 200-EXIT.

           IF TF-BAND-HIGH NOT NUMERIC
                   OR TF-BAND-HIGH < TF-BAND-LOW
               MOVE "REJECTED - BAND HIGH BELOW BAND LOW" TO
                   CLFRPT-ACTION-O
               SET TRANS-REJECTED TO TRUE
               GO TO 200-WRITE.

           IF TF-ORIG-PCT NOT NUMERIC OR TF-ORIG-PCT > 5
               MOVE "REJECTED - ORIGINATION PCT NOT 0-5" TO
                   CLFRPT-ACTION-O
               SET TRANS-REJECTED TO TRUE
               GO TO 200-WRITE.

           IF TF-TRANSFER-TAX-PCT NOT NUMERIC
                   OR TF-TRANSFER-TAX-PCT > 5
               MOVE "REJECTED - TRANSFER TAX PCT NOT 0-5" TO
                   CLFRPT-ACTION-O
               SET TRANS-REJECTED TO TRUE
               GO TO 200-WRITE.

           IF TF-PREPAID-INT-DAYS NOT NUMERIC
                   OR TF-PREPAID-INT-DAYS > 31
                   OR TF-HAZARD-PREPAID-MOS NOT NUMERIC
                   OR TF-ESCROW-CUSHION-MOS NOT NUMERIC
               MOVE "REJECTED - PREPAID DAYS/MONTHS INVALID" TO
                   CLFRPT-ACTION-O
               SET TRANS-REJECTED TO TRUE
               GO TO 200-WRITE.

           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > 9
                      OR TRANS-REJECTED
               IF TF-FEE-AMOUNT (WS-FEE-SUB) NOT NUMERIC
                   MOVE "REJECTED - FEE AMOUNT NOT NUMERIC" TO
                       CLFRPT-ACTION-O
                   SET TRANS-REJECTED TO TRUE
               END-IF
           END-PERFORM.

       200-WRITE.
           IF TRANS-REJECTED
               WRITE CLFRPT-REC FROM WS-CLFRPT-LINE
           END-IF.

       200-EXIT.
           EXIT.

       250-WRITE-AUDIT-LINE.
           MOVE SPACES TO CLFRPT-ACTION-O.
           MOVE TF-STATE TO CLFRPT-STATE-O.
           IF TF-BAND-LOW NUMERIC
               MOVE TF-BAND-LOW TO CLFRPT-LOW-O
           ELSE
               MOVE ZERO TO CLFRPT-LOW-O
           END-IF.
           IF TF-BAND-HIGH NUMERIC
               MOVE TF-BAND-HIGH TO CLFRPT-HIGH-O
           ELSE
               MOVE ZERO TO CLFRPT-HIGH-O
           END-IF.
           MOVE TF-MAINT-USER TO CLFRPT-USER-O.
       250-EXIT.
           EXIT.

       300-CARRY-TABLE-FORWARD.
      **** COPY ONE OLD ROW FORWARD, APPLYING ANY CHANGE OR DELETE
      **** KEYED FOR EXACTLY THIS STATE AND BAND.
           MOVE "300-CARRY-TABLE-FORWARD" TO PARA-NAME.
           MOVE "N" TO WS-MATCH-SW.

           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-TRANS-COUNT
                      OR TRANS-MATCHED
               MOVE WT-IMAGE (WS-FIND-SUB) TO WS-FEE-TRANS
               IF (TF-CHANGE OR TF-DELETE)
                   AND TF-STATE = CF-STATE
                   AND TF-BAND-LOW = CF-BAND-LOW
                   AND NOT WT-APPLIED (WS-FIND-SUB)
                   SET TRANS-MATCHED TO TRUE
                   MOVE "Y" TO WT-APPLIED-SW (WS-FIND-SUB)
                   PERFORM 350-APPLY-MATCHED-TRANS THRU 350-EXIT
               END-IF
           END-PERFORM.

           IF NOT TRANS-MATCHED
               WRITE CLOSFEE-OUT-REC FROM CLOSING-FEE-REC
           END-IF.

           READ CLOSFEE-IN
               AT END SET END-OF-CFI TO TRUE.

       300-EXIT.
           EXIT.

       350-APPLY-MATCHED-TRANS.
           MOVE "350-APPLY-MATCHED-TRANS" TO PARA-NAME.
           PERFORM 250-WRITE-AUDIT-LINE THRU 250-EXIT.
           IF TF-CHANGE
               PERFORM 400-BUILD-FEE-ROW THRU 400-EXIT
               WRITE CLOSFEE-OUT-REC FROM CLOSING-FEE-REC
               MOVE "CHANGED" TO CLFRPT-ACTION-O
           ELSE
               MOVE CF-BAND-HIGH TO CLFRPT-HIGH-O
               MOVE "DELETED" TO CLFRPT-ACTION-O
           END-IF.
           WRITE CLFRPT-REC FROM WS-CLFRPT-LINE.
       350-EXIT.
           EXIT.

       400-BUILD-FEE-ROW.
      **** LAY THE TRANSACTION'S FIGURES OVER THE FEE ROW.
           MOVE TF-STATE              TO CF-STATE.
           MOVE TF-BAND-LOW           TO CF-BAND-LOW.
           MOVE TF-BAND-HIGH          TO CF-BAND-HIGH.
           MOVE TF-ORIG-PCT           TO CF-ORIG-PCT.
           MOVE TF-APPLICATION-FEE    TO CF-APPLICATION-FEE.
           MOVE TF-UNDERWRITING-FEE   TO CF-UNDERWRITING-FEE.
           MOVE TF-APPRAISAL-FEE      TO CF-APPRAISAL-FEE.
           MOVE TF-CREDIT-REPORT-FEE  TO CF-CREDIT-REPORT-FEE.
           MOVE TF-FLOOD-CERT-FEE     TO CF-FLOOD-CERT-FEE.
           MOVE TF-TITLE-POLICY-FEE   TO CF-TITLE-POLICY-FEE.
           MOVE TF-SETTLEMENT-FEE     TO CF-SETTLEMENT-FEE.
           MOVE TF-SURVEY-FEE         TO CF-SURVEY-FEE.
           MOVE TF-RECORDING-FEE      TO CF-RECORDING-FEE.
           MOVE TF-TRANSFER-TAX-PCT   TO CF-TRANSFER-TAX-PCT.
           MOVE TF-PREPAID-INT-DAYS   TO CF-PREPAID-INT-DAYS.
           MOVE TF-HAZARD-PREPAID-MOS TO CF-HAZARD-PREPAID-MOS.
           MOVE TF-ESCROW-CUSHION-MOS TO CF-ESCROW-CUSHION-MOS.
           MOVE TF-MAINT-USER         TO CF-MAINT-USER.
           MOVE WS-RUN-DATE           TO CF-MAINT-DATE.
       400-EXIT.
           EXIT.

       500-APPEND-ADDS.
      **** ADDS GO ON THE END OF THE NEW SCHEDULE.  CHANGES AND
      **** DELETES THAT NEVER FOUND THEIR ROW ARE REPORTED AS
      **** EXCEPTIONS.
           MOVE "500-APPEND-ADDS" TO PARA-NAME.

           PERFORM VARYING WS-TRANS-SUB FROM 1 BY 1
                   UNTIL WS-TRANS-SUB > WS-TRANS-COUNT
               MOVE WT-IMAGE (WS-TRANS-SUB) TO WS-FEE-TRANS
               PERFORM 250-WRITE-AUDIT-LINE THRU 250-EXIT
               EVALUATE TRUE
                   WHEN TF-ADD
                       MOVE SPACES TO CLOSING-FEE-REC
                       PERFORM 400-BUILD-FEE-ROW THRU 400-EXIT
                       WRITE CLOSFEE-OUT-REC FROM CLOSING-FEE-REC
                       MOVE "ADDED" TO CLFRPT-ACTION-O
                       WRITE CLFRPT-REC FROM WS-CLFRPT-LINE
                   WHEN NOT WT-APPLIED (WS-TRANS-SUB)
                       MOVE "REJECTED - ROW NOT ON SCHEDULE" TO
                           CLFRPT-ACTION-O
                       WRITE CLFRPT-REC FROM WS-CLFRPT-LINE
               END-EVALUATE
           END-PERFORM.

       500-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT CLFTRANS, CLOSFEE-IN.
           OPEN OUTPUT CLOSFEE-OUT, CLFRPT.
           DISPLAY "CLFMAINT OPEN FILES".
           DISPLAY TRANS-STATUS.
           DISPLAY CFI-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE CLFTRANS, CLOSFEE-IN, CLOSFEE-OUT, CLFRPT.
           DISPLAY "CLFMAINT FILES CLOSED".
       900-EXIT.
           EXIT.
