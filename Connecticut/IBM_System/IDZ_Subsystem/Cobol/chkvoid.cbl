       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  CHKVOID.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  STOP-PAYMENT / VOID AND
      *                REISSUE OF CLAIM DISBURSEMENT CHECKS.  EACH
      *                TRANSACTION NAMES A CHECK ON THE CHKREG REGISTER.
      *                THE CHECK IS MARKED VOIDED ON THE CARRIED-
      *                FORWARD REGISTER AND A VOID RECORD GOES TO THE
      *                BANK ON THE POSITIVE-PAY FILE.  WITH NO
      *                REPLACEMENT THE CLMPAID POSTING IS REVERSED SO
      *                CLAIMPAY CAN PAY THE CLAIM AGAIN.  WITH A
      *                REPLACEMENT A NEW CHECK IS CUT UNDER THE NEXT
      *                CLMCHKNO NUMBER, LINKED BOTH WAYS TO THE ONE IT
      *                REPLACES, AND THE POSTING STANDS.  CLEARED,
      *                ESCHEATED AND ALREADY-VOIDED CHECKS ARE REJECTED.
      * 2026  D.ELLIS  CLMPAID IS NOW A COPY MEMBER CARRYING CLAIMPAY
      *                SUPPLEMENTS.  A VOIDED CHECK ISSUED ON OR AFTER
      *                THE LATEST SUPPLEMENT REVERSES THE SUPPLEMENT,
      *                NOT THE ORIGINAL, AND AN ORIGINAL WITH
      *                SUPPLEMENTS ON FILE IS ZEROED RATHER THAN
      *                REMOVED.  EVERY REVERSAL IS ALSO TAKEN OFF THE
      *                PAID TOTALS ON THE CLMHIST CLAIM-HISTORY MASTER.
      * 2026  D.ELLIS  CLMHIST RECORD IS NOW 80 BYTES (SUBROGATION
      *                RECOVERIES ADDED).
      * 2026  D.ELLIS  SANCTIONS SCREENING - THE PAYEE OF EVERY
      *                REPLACEMENT IS SCREENED THROUGH SANCSCRN BEFORE
      *                A NUMBER IS TAKEN.  A POTENTIAL HIT (OR NO LIST
      *                TO SCREEN AGAINST) HOLDS THE REPLACEMENT - NO
      *                DISBURSEMENT, ISSUE OR REGISTER ENTRY - AND THE
      *                VOID IS TREATED AS ONE WITHOUT A REISSUE, SO
      *                CLAIMPAY PAYS THE CLAIM AGAIN, SCREENED, ONCE
      *                COMPLIANCE CLEARS IT; RC 4.
      * 2026  D.ELLIS  GL INTERFACE.  EVERY VOID POSTS THROUGH GLPOST
      *                AS TYPE VOID (THE CHK ENTRY REVERSED) AND EVERY
      *                REPLACEMENT AS TYPE CHK, AND THE VOIDED PLUS
      *                REISSUED DOLLARS GO AS THE CHKVOID CONTROL
      *                RECORD.  A VOID WITHOUT A REISSUE NO LONGER
      *                LEAVES THE ORIGINAL CHECK ON THE LEDGER WHEN
      *                CLAIMPAY PAYS THE CLAIM AGAIN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VOID-TRANS-FILE
           ASSIGN TO UT-S-VOIDTRN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS VT-STATUS.

           SELECT CHECK-REGISTER-IN
           ASSIGN TO CHKREGI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CRI-STATUS.

           SELECT CHECK-REGISTER-OUT
           ASSIGN TO CHKREGO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CRO-STATUS.

           SELECT PAID-CLAIMS-FILE
           ASSIGN TO CLMPAID
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PD-KEY
             FILE STATUS IS PD-STATUS.

           SELECT CLAIM-HISTORY-FILE
           ASSIGN TO CLMHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CH-CONTRACT-NO
             FILE STATUS IS CH-STATUS.

           SELECT CHECK-NUMBER-FILE
           ASSIGN TO CLMCHKNO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CKN-STATUS.

           SELECT POSITIVE-PAY-FILE
           ASSIGN TO POSPAY
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PPY-STATUS.

           SELECT DISBURSE-FILE
           ASSIGN TO CLMDISB
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DSB-STATUS.

           SELECT VOID-REPORT
           ASSIGN TO UT-S-VOIDRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

      **** ONE TRANSACTION PER CHECK.  'V' VOIDS A CHECK CUT IN ERROR
      **** (WRONG PAYEE, WRONG AMOUNT); 'S' STOPS PAYMENT ON A CHECK
      **** REPORTED LOST OR STOLEN.  THE BANK SEES A VOID EITHER WAY.
      **** 'Y' IN VT-REISSUE CUTS A REPLACEMENT - TO VT-NEW-PAYEE AND
      **** VT-NEW-STATE WHEN GIVEN, OTHERWISE TO THE ORIGINAL PAYEE.
       FD  VOID-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VOID-TRANS-REC.
       01  VOID-TRANS-REC.
           05  VT-CHECK-NO                 PIC 9(08).
           05  VT-ACTION                   PIC X(01).
               88  VT-VOID                    VALUE "V".
               88  VT-STOP                    VALUE "S".
           05  VT-REISSUE                  PIC X(01).
               88  VT-REISSUE-YES             VALUE "Y".
           05  VT-NEW-PAYEE                PIC X(27).
           05  VT-NEW-STATE                PIC X(02).
           05  VT-REQUESTOR                PIC X(08).
           05  VT-REASON                   PIC X(30).
           05  FILLER                      PIC X(03).

       FD  CHECK-REGISTER-IN
           RECORD CONTAINS 80 CHARACTERS.
       COPY CHKREG.

       FD  CHECK-REGISTER-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  CHECK-REGISTER-REC-OUT          PIC X(80).

       FD  PAID-CLAIMS-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY CLMPAID.

       FD  CLAIM-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CLMHIST.

       FD  CHECK-NUMBER-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  CHECK-NUMBER-RECORD.
           05  CKN-NEXT-CHECK-NO           PIC 9(8).

       FD  POSITIVE-PAY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY POSPAY.

       FD  DISBURSE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DISBURSE-RECORD.
           05  DSB-PAYEE-NAME              PIC X(27).
           05  DSB-CONTRACT-NO             PIC 9(7).
           05  DSB-PAYMENT-AMOUNT          PIC 9(7)V99.
           05  DSB-CHECK-NO                PIC 9(8).
           05  FILLER                      PIC X(29).

       FD  VOID-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VOID-REPORT-REC.
       01  VOID-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  VT-STATUS               PIC X(2).
               88 END-OF-VT       VALUE "10".
           05  CRI-STATUS              PIC X(2).
               88 END-OF-CRI      VALUE "10".
           05  CRO-STATUS              PIC X(2).
           05  PD-STATUS               PIC X(2).
           05  CH-STATUS               PIC X(2).
               88 CH-FOUND        VALUE "00".
           05  CKN-STATUS              PIC X(2).
           05  PPY-STATUS              PIC X(2).
           05  DSB-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-NEXT-CHECK-NO            PIC 9(08) VALUE 1.
           05  WS-CHKNO-SW                 PIC X(01) VALUE "N".
               88  WS-CHKNO-LOADED            VALUE "Y".
           05  WS-PAID-FILE-SW             PIC X(01) VALUE "N".
               88  WS-PAID-FILE-OPEN          VALUE "Y".
           05  WS-HIST-FILE-SW             PIC X(01) VALUE "N".
               88  WS-HIST-FILE-OPEN          VALUE "Y".
           05  WS-SUPP-REVERSAL-SW         PIC X(01) VALUE "N".
               88  WS-SUPP-REVERSAL           VALUE "Y".
           05  WS-REVERSED-AMT             PIC 9(07)V99 VALUE ZERO.
           05  WS-POSTING-DATE             PIC 9(08) VALUE ZERO.
           05  WS-VT-SUB                   PIC 9(03) VALUE ZERO.
           05  WS-FIND-CHECK-NO            PIC 9(08) VALUE ZERO.
           05  WS-VT-FOUND-SW              PIC X(01) VALUE "N".
               88  WS-VT-FOUND                VALUE "Y".
           05  WS-PD-DONE-SW               PIC X(01) VALUE "N".
               88  WS-PD-DONE                 VALUE "Y".
           05  WS-BEST-KEY                 PIC X(13) VALUE SPACES.
           05  WS-BEST-PAID-DATE           PIC 9(08) VALUE ZERO.
           05  WS-SAVE-RC                  PIC S9(04) COMP VALUE ZERO.

       01  VOID-COUNTERS.
           05  WS-TRANS-READ               PIC 9(06) VALUE ZERO.
           05  WS-VOID-COUNT               PIC 9(06) VALUE ZERO.
           05  WS-REISSUE-COUNT            PIC 9(06) VALUE ZERO.
           05  WS-REVERSED-COUNT           PIC 9(06) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.
           05  WS-VOID-AMT                 PIC 9(10)V99 VALUE ZERO.
           05  WS-REISSUE-AMT              PIC 9(10)V99 VALUE ZERO.
           05  WS-SANCT-COUNT              PIC 9(06) VALUE ZERO.

      **** SANCSCRN PARAMETERS - ONE SCREEN PER REPLACEMENT PAYEE.
       01  SANCTIONS-FIELDS.
           05  WS-SC-SOURCE                PIC X(08) VALUE "CHKVOID".
           05  WS-SC-REFERENCE             PIC X(20) VALUE SPACES.
           05  WS-SC-PAYEE-NAME            PIC X(40) VALUE SPACES.
           05  WS-SC-AMOUNT                PIC 9(7)V99 VALUE ZERO.
           05  WS-SC-RESULT                PIC X(01) VALUE "C".
               88  WS-SC-CLEAR                VALUE "C".
               88  WS-SC-HOLD                 VALUE "H".
               88  WS-SC-BLOCKED              VALUE "B".
               88  WS-SC-NO-LIST              VALUE "E".
           05  WS-SC-SCORE                 PIC 9(03) VALUE ZERO.
           05  WS-SC-ENTRY-ID              PIC X(10) VALUE SPACES.

       01  GL-POST-FIELDS.
           05  GLP-FUNCTION                PIC X(01).
           05  GLP-SOURCE                  PIC X(08) VALUE "CHKVOID".
           05  GLP-TXN-TYPE                PIC X(04).
           05  GLP-AMOUNT                  PIC S9(9)V99 COMP-3.
           05  GLP-REFERENCE               PIC X(20).
           05  GLP-RETURN-CD               PIC X(02).
           05  GLP-CONTROL-AMT             PIC S9(9)V99 COMP-3 VALUE 0.
           05  GLP-SUSPENSE-COUNT          PIC 9(05) VALUE ZERO.
           05  GLP-REJECT-COUNT            PIC 9(05) VALUE ZERO.

      **** THE DAY'S TRANSACTIONS, HELD SO THE REGISTER CAN BE PASSED
      **** ONCE IN CHECK-NUMBER ORDER.  THE REPLACEMENT DETAILS ARE
      **** FILLED IN AS EACH ORIGINAL IS VOIDED AND THE REPLACEMENTS
      **** ARE APPENDED AFTER THE LAST REGISTER RECORD.
       01  VOID-TRANS-TABLE-AREA.
           05  WS-VT-COUNT                 PIC 9(03) VALUE ZERO.
           05  WS-VT-ENTRY OCCURS 200 TIMES.
               10  VTT-CHECK-NO            PIC 9(08).
               10  VTT-ACTION              PIC X(01).
               10  VTT-REISSUE             PIC X(01).
               10  VTT-NEW-PAYEE           PIC X(27).
               10  VTT-NEW-STATE           PIC X(02).
               10  VTT-REQUESTOR           PIC X(08).
               10  VTT-REASON              PIC X(30).
               10  VTT-DONE-SW             PIC X(01).
                   88  VTT-DONE               VALUE "Y".
               10  VTT-NEW-CHECK-NO        PIC 9(08).
               10  VTT-CONTRACT-NO         PIC 9(07).
               10  VTT-AMOUNT              PIC 9(7)V99.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(42)
                 VALUE "CLAIM CHECK STOP-PAYMENT / VOID RUN -     ".
           05  HDG-RUN-DATE                PIC 9(08).
           05  FILLER                      PIC X(83) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(42)
                 VALUE "ACTION   CHECK     CONTRACT       AMOUNT".
           05  FILLER                      PIC X(29)
                 VALUE "PAYEE".
           05  FILLER                      PIC X(20)
                 VALUE "REPLACED  BY".
           05  FILLER                      PIC X(42)
                 VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  DTL-ACTION                  PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-CHECK-NO                PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-CONTRACT-NO             PIC 9(07).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-AMOUNT                  PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-PAYEE                   PIC X(27).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-NEW-CHECK-NO            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-REQUESTOR               PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-RESULT                  PIC X(40).
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  WS-REASON-LINE.
           05  FILLER                      PIC X(19) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE "REASON: ".
           05  RSN-REASON                  PIC X(30).
           05  FILLER                      PIC X(76) VALUE SPACES.

       01  WS-SANCT-LINE.
           05  FILLER                      PIC X(19) VALUE SPACES.
           05  FILLER                      PIC X(25)
                 VALUE "HELD - SANCTIONS REVIEW: ".
           05  SNL-PAYEE                   PIC X(27).
           05  FILLER                      PIC X(08) VALUE "  ENTRY ".
           05  SNL-ENTRY-ID                PIC X(10).
           05  FILLER                      PIC X(07) VALUE " SCORE ".
           05  SNL-SCORE                   PIC ZZ9.
           05  FILLER                      PIC X(34) VALUE SPACES.

       01  WS-TOTALS-LINE-1.
           05  FILLER                  PIC X(14)
                 VALUE "TRANSACTIONS: ".
           05  TOT-READ                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  VOIDED: ".
           05  TOT-VOIDED              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REISSUED: ".
           05  TOT-REISSUED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(22)
                 VALUE "  POSTINGS REVERSED: ".
           05  TOT-REVERSED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-TOTALS-LINE-2.
           05  FILLER                  PIC X(15)
                 VALUE "VOIDED AMOUNT: ".
           05  TOT-VOID-AMT            PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(19)
                 VALUE "  REISSUED AMOUNT: ".
           05  TOT-REISSUE-AMT         PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(18)
                 VALUE "  REISSUES HELD: ".
           05  TOT-SANCT-HELD          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-TOTALS-LINE-3.
           05  FILLER                  PIC X(14)
                 VALUE "POSTED TO GL: ".
           05  TOT-GL-AMT              PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(22)
                 VALUE "  TO SUSPENSE ENTRIES:".
           05  TOT-GL-SUSPENSE         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * LOAD THE VOID TRANSACTIONS, PASS THE CHECK REGISTER VOIDING
      * EACH CHECK NAMED, APPEND THE REPLACEMENT CHECKS, REPORT ANY
      * TRANSACTION WHOSE CHECK IS NOT ON THE REGISTER, AND SAVE THE
      * NEXT CHECK NUMBER.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 050-LOAD-TRANSACTIONS THRU 050-EXIT
               UNTIL END-OF-VT.

           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           WRITE VOID-REPORT-REC FROM WS-HEADING-LINE.
           WRITE VOID-REPORT-REC FROM WS-BLANK-LINE.
           WRITE VOID-REPORT-REC FROM WS-COLUMN-LINE.

           READ CHECK-REGISTER-IN
               AT END SET END-OF-CRI TO TRUE.
           PERFORM 200-PASS-REGISTER THRU 200-EXIT
               UNTIL END-OF-CRI.

           PERFORM 600-WRITE-REPLACEMENT THRU 600-EXIT
               VARYING WS-VT-SUB FROM 1 BY 1
               UNTIL WS-VT-SUB > WS-VT-COUNT.
           PERFORM 700-NOT-ON-REGISTER THRU 700-EXIT
               VARYING WS-VT-SUB FROM 1 BY 1
               UNTIL WS-VT-SUB > WS-VT-COUNT.

      **** THE CONTROL RECORD IS EVERY DOLLAR POSTED - CHECKS VOIDED
      **** PLUS REPLACEMENTS CUT - SO GLREG TIES IT TO THIS REGISTER.
           ADD WS-VOID-AMT WS-REISSUE-AMT GIVING GLP-CONTROL-AMT.
           MOVE "T" TO GLP-FUNCTION.
           MOVE SPACES TO GLP-TXN-TYPE.
           MOVE GLP-CONTROL-AMT TO GLP-AMOUNT.
           MOVE "CHKVOID REGISTER" TO GLP-REFERENCE.
           PERFORM 760-CALL-GLPOST THRU 760-EXIT.

           WRITE VOID-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-TRANS-READ TO TOT-READ.
           MOVE WS-VOID-COUNT TO TOT-VOIDED.
           MOVE WS-REISSUE-COUNT TO TOT-REISSUED.
           MOVE WS-REVERSED-COUNT TO TOT-REVERSED.
           MOVE WS-REJECT-COUNT TO TOT-REJECTED.
           WRITE VOID-REPORT-REC FROM WS-TOTALS-LINE-1.
           MOVE WS-VOID-AMT TO TOT-VOID-AMT.
           MOVE WS-REISSUE-AMT TO TOT-REISSUE-AMT.
           MOVE WS-SANCT-COUNT TO TOT-SANCT-HELD.
           WRITE VOID-REPORT-REC FROM WS-TOTALS-LINE-2.
           MOVE GLP-CONTROL-AMT TO TOT-GL-AMT.
           MOVE GLP-SUSPENSE-COUNT TO TOT-GL-SUSPENSE.
           WRITE VOID-REPORT-REC FROM WS-TOTALS-LINE-3.
           IF GLP-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-LOAD-TRANSACTIONS.
      **** A TRANSACTION WITH A BAD CHECK NUMBER OR ACTION, OR ONE
      **** THAT REPEATS A CHECK ALREADY LOADED, IS REJECTED HERE.
           MOVE "050-LOAD-TRANSACTIONS" TO PARA-NAME.
           READ VOID-TRANS-FILE
               AT END
                   SET END-OF-VT TO TRUE
                   GO TO 050-EXIT
           END-READ.
           ADD 1 TO WS-TRANS-READ.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE VT-ACTION TO DTL-ACTION.
           MOVE VT-REQUESTOR TO DTL-REQUESTOR.
           IF VT-CHECK-NO NOT NUMERIC OR VT-CHECK-NO = ZERO
               MOVE "REJECTED - CHECK NUMBER NOT VALID" TO DTL-RESULT
               PERFORM 750-REJECT-TRANS THRU 750-EXIT
               GO TO 050-EXIT.
           MOVE VT-CHECK-NO TO DTL-CHECK-NO.
           IF NOT VT-VOID AND NOT VT-STOP
               MOVE "REJECTED - ACTION MUST BE V OR S" TO DTL-RESULT
               PERFORM 750-REJECT-TRANS THRU 750-EXIT
               GO TO 050-EXIT.
           IF VT-REISSUE-YES AND NOT WS-CHKNO-LOADED
               MOVE "REJECTED - NO CLMCHKNO FOR REISSUE" TO DTL-RESULT
               PERFORM 750-REJECT-TRANS THRU 750-EXIT
               GO TO 050-EXIT.
           MOVE VT-CHECK-NO TO WS-FIND-CHECK-NO.
           PERFORM 150-FIND-TRANS THRU 150-EXIT.
           IF WS-VT-FOUND
               MOVE "REJECTED - DUPLICATE TRANSACTION" TO DTL-RESULT
               PERFORM 750-REJECT-TRANS THRU 750-EXIT
               GO TO 050-EXIT.
           IF WS-VT-COUNT NOT < 200
               MOVE "REJECTED - OVER 200 TRANSACTIONS" TO DTL-RESULT
               PERFORM 750-REJECT-TRANS THRU 750-EXIT
               GO TO 050-EXIT.
           ADD 1 TO WS-VT-COUNT.
           MOVE VT-CHECK-NO TO VTT-CHECK-NO (WS-VT-COUNT).
           MOVE VT-ACTION TO VTT-ACTION (WS-VT-COUNT).
           MOVE VT-REISSUE TO VTT-REISSUE (WS-VT-COUNT).
           MOVE VT-NEW-PAYEE TO VTT-NEW-PAYEE (WS-VT-COUNT).
           MOVE VT-NEW-STATE TO VTT-NEW-STATE (WS-VT-COUNT).
           MOVE VT-REQUESTOR TO VTT-REQUESTOR (WS-VT-COUNT).
           MOVE VT-REASON TO VTT-REASON (WS-VT-COUNT).
           MOVE "N" TO VTT-DONE-SW (WS-VT-COUNT).
           MOVE ZERO TO VTT-NEW-CHECK-NO (WS-VT-COUNT)
                        VTT-CONTRACT-NO (WS-VT-COUNT)
                        VTT-AMOUNT (WS-VT-COUNT).
       050-EXIT.
           EXIT.

       150-FIND-TRANS.
           MOVE "150-FIND-TRANS" TO PARA-NAME.
           MOVE "N" TO WS-VT-FOUND-SW.
           PERFORM VARYING WS-VT-SUB FROM 1 BY 1
                   UNTIL WS-VT-SUB > WS-VT-COUNT
                      OR WS-VT-FOUND
               IF VTT-CHECK-NO (WS-VT-SUB) = WS-FIND-CHECK-NO
                   SET WS-VT-FOUND TO TRUE
               END-IF
           END-PERFORM.
      **** THE VARYING LEAVES THE SUBSCRIPT ONE PAST THE MATCH.
           IF WS-VT-FOUND
               SUBTRACT 1 FROM WS-VT-SUB
           END-IF.
       150-EXIT.
           EXIT.

       200-PASS-REGISTER.
      **** EVERY REGISTER RECORD CARRIES FORWARD; ONE NAMED BY A
      **** TRANSACTION IS VOIDED FIRST.
           MOVE "200-PASS-REGISTER" TO PARA-NAME.
           MOVE CKR-CHECK-NO TO WS-FIND-CHECK-NO.
           PERFORM 150-FIND-TRANS THRU 150-EXIT.
           IF WS-VT-FOUND
               PERFORM 300-VOID-CHECK THRU 300-EXIT
           END-IF.
           MOVE CHECK-REGISTER-RECORD TO CHECK-REGISTER-REC-OUT.
           WRITE CHECK-REGISTER-REC-OUT.
           READ CHECK-REGISTER-IN
               AT END SET END-OF-CRI TO TRUE.
       200-EXIT.
           EXIT.

       300-VOID-CHECK.
      **** A CLEARED CHECK HAS ALREADY BEEN PAID BY THE BANK, AN
      **** ESCHEATED ONE BELONGS TO THE STATE, AND A VOIDED ONE HAS
      **** ALREADY BEEN DEALT WITH.  AN OUTSTANDING OR RETURNED CHECK
      **** CAN BE VOIDED.
           MOVE "300-VOID-CHECK" TO PARA-NAME.
           SET VTT-DONE (WS-VT-SUB) TO TRUE.
           PERFORM 650-FILL-DETAIL THRU 650-EXIT.
           IF CKR-CLEARED
               MOVE "REJECTED - CHECK ALREADY CLEARED" TO DTL-RESULT
               PERFORM 750-REJECT-TRANS THRU 750-EXIT
               GO TO 300-EXIT.
           IF CKR-ESCHEATED
               MOVE "REJECTED - CHECK ESCHEATED TO STATE" TO DTL-RESULT
               PERFORM 750-REJECT-TRANS THRU 750-EXIT
               GO TO 300-EXIT.
           IF CKR-VOIDED
               MOVE "REJECTED - CHECK ALREADY VOIDED" TO DTL-RESULT
               PERFORM 750-REJECT-TRANS THRU 750-EXIT
               GO TO 300-EXIT.

           MOVE "V" TO CKR-STATUS.
           ADD 1 TO WS-VOID-COUNT.
           ADD CKR-AMOUNT TO WS-VOID-AMT.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           MOVE CKR-CHECK-NO TO PPY-CHECK-NO.
           MOVE CKR-ISSUE-DATE TO PPY-ISSUE-DATE.
           MOVE CKR-AMOUNT TO PPY-AMOUNT.
           MOVE CKR-PAYEE-NAME TO PPY-PAYEE-NAME.
           MOVE "V" TO PPY-ACTION.
           WRITE POSITIVE-PAY-RECORD.

      **** THE VOID TAKES THE CHECK BACK OFF THE LEDGER - TYPE VOID IS
      **** MAPPED AS THE CHK ENTRY WITH DEBIT AND CREDIT SWAPPED.
           IF CKR-AMOUNT > ZERO
               MOVE "P" TO GLP-FUNCTION
               MOVE "VOID" TO GLP-TXN-TYPE
               MOVE CKR-AMOUNT TO GLP-AMOUNT
               MOVE SPACES TO GLP-REFERENCE
               STRING CKR-CONTRACT-NO "-" CKR-CHECK-NO
                   DELIMITED BY SIZE INTO GLP-REFERENCE
               END-STRING
               PERFORM 760-CALL-GLPOST THRU 760-EXIT
           END-IF.

      **** THE REPLACEMENT PAYEE IS SCREENED BEFORE A NUMBER IS TAKEN.
           MOVE "C" TO WS-SC-RESULT.
           IF VTT-REISSUE (WS-VT-SUB) = "Y"
               IF VTT-NEW-PAYEE (WS-VT-SUB) = SPACES
                   MOVE CKR-PAYEE-NAME TO VTT-NEW-PAYEE (WS-VT-SUB)
                   MOVE CKR-PAYEE-STATE TO VTT-NEW-STATE (WS-VT-SUB)
               END-IF
               PERFORM 350-SCREEN-NEW-PAYEE THRU 350-EXIT
           END-IF.

      **** A REPLACEMENT PAYS THE SAME CLAIM, SO THE CLMPAID POSTING
      **** STANDS.  THE NEW NUMBER IS TAKEN NOW SO THE ORIGINAL CAN
      **** CARRY THE LINK.  A HELD REPLACEMENT IS NOT CUT - THE VOID
      **** STANDS ALONE AND THE POSTING IS REVERSED SO CLAIMPAY PAYS
      **** THE CLAIM AGAIN, SCREENED, ONCE COMPLIANCE CLEARS THE HIT.
           IF VTT-REISSUE (WS-VT-SUB) = "Y" AND WS-SC-CLEAR
               MOVE WS-NEXT-CHECK-NO TO VTT-NEW-CHECK-NO (WS-VT-SUB)
                                        CKR-LINK-CHECK-NO
                                        DTL-NEW-CHECK-NO
               ADD 1 TO WS-NEXT-CHECK-NO
               MOVE CKR-CONTRACT-NO TO VTT-CONTRACT-NO (WS-VT-SUB)
               MOVE CKR-AMOUNT TO VTT-AMOUNT (WS-VT-SUB)
               MOVE "VOIDED - REPLACEMENT ISSUED" TO DTL-RESULT
           ELSE
               PERFORM 400-REVERSE-POSTING THRU 400-EXIT
           END-IF.
           WRITE VOID-REPORT-REC FROM WS-DETAIL-LINE.
           MOVE VTT-REASON (WS-VT-SUB) TO RSN-REASON.
           WRITE VOID-REPORT-REC FROM WS-REASON-LINE.
           IF VTT-REISSUE (WS-VT-SUB) = "Y" AND NOT WS-SC-CLEAR
               ADD 1 TO WS-SANCT-COUNT
               MOVE VTT-NEW-PAYEE (WS-VT-SUB) TO SNL-PAYEE
               MOVE WS-SC-ENTRY-ID TO SNL-ENTRY-ID
               MOVE WS-SC-SCORE TO SNL-SCORE
               WRITE VOID-REPORT-REC FROM WS-SANCT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       300-EXIT.
           EXIT.

       350-SCREEN-NEW-PAYEE.
      **** SANCSCRN LOGS EVERY SCREEN AND QUEUES ANY POTENTIAL HIT FOR
      **** COMPLIANCE.  NO NUMBER IS TAKEN YET, SO THE REFERENCE IS
      **** THE CONTRACT AND THE CHECK BEING REPLACED.  THE CALL MUST
      **** NOT DISTURB THE RETURN CODE ALREADY SET FOR THE STEP.
           MOVE "350-SCREEN-NEW-PAYEE" TO PARA-NAME.
           MOVE SPACES TO WS-SC-REFERENCE.
           STRING CKR-CONTRACT-NO "-" CKR-CHECK-NO
               DELIMITED BY SIZE INTO WS-SC-REFERENCE
           END-STRING.
           MOVE VTT-NEW-PAYEE (WS-VT-SUB) TO WS-SC-PAYEE-NAME.
           MOVE CKR-AMOUNT TO WS-SC-AMOUNT.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           CALL "SANCSCRN" USING WS-SC-SOURCE WS-SC-REFERENCE
               WS-SC-PAYEE-NAME WS-SC-AMOUNT WS-SC-RESULT
               WS-SC-SCORE WS-SC-ENTRY-ID.
           MOVE WS-SAVE-RC TO RETURN-CODE.
       350-EXIT.
           EXIT.

       400-REVERSE-POSTING.
      **** CLMPAID IS KEYED BY CONTRACT AND CLAIM DATE, NOT CHECK.  THE
      **** CHECK PAID THE LATEST POSTING FOR ITS CONTRACT MADE ON OR
      **** BEFORE ITS ISSUE DATE.  A CHECK FOR THE WHOLE POSTING
      **** REMOVES IT SO CLAIMPAY WILL PAY THE CLAIM AGAIN; A CHECK
      **** FOR ONE BENEFICIARY'S SHARE ONLY REDUCES IT - THE OTHER
      **** SHARES WERE PAID, SO THAT SHARE NEEDS A REPLACEMENT.
           MOVE "400-REVERSE-POSTING" TO PARA-NAME.
           IF NOT WS-PAID-FILE-OPEN
               MOVE "VOIDED - CLMPAID NOT AVAILABLE" TO DTL-RESULT
               MOVE 4 TO RETURN-CODE
               GO TO 400-EXIT.
           PERFORM 450-FIND-POSTING THRU 450-EXIT.
           IF WS-BEST-KEY = SPACES
               MOVE "VOIDED - NO CLMPAID POSTING FOUND" TO DTL-RESULT
               MOVE 4 TO RETURN-CODE
               GO TO 400-EXIT.
           MOVE WS-BEST-KEY TO PD-KEY.
           READ PAID-CLAIMS-FILE.
           ADD 1 TO WS-REVERSED-COUNT.
           PERFORM 470-CLEAN-SUPP-FIELDS THRU 470-EXIT.
      **** A CHECK CUT ON OR AFTER THE LATEST SUPPLEMENT PAID THE
      **** SUPPLEMENT - IT COMES OFF THE SUPPLEMENT AMOUNT AND THE
      **** ORIGINAL PAYMENT IS LEFT ALONE.  AN ORIGINAL WITH
      **** SUPPLEMENTS ON FILE KEEPS ITS ENTRY SO THE SUPPLEMENTS
      **** STAY LINKED; CLAIMPAY WILL NOT REPAY IT, SO IT NEEDS A
      **** MANUAL REPLACEMENT.
           MOVE "N" TO WS-SUPP-REVERSAL-SW.
           IF PD-SUPP-AMOUNT > ZERO
                   AND PD-LAST-SUPP-DATE NOT > CKR-ISSUE-DATE
               SET WS-SUPP-REVERSAL TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-SUPP-REVERSAL
                       AND CKR-AMOUNT NOT < PD-SUPP-AMOUNT
                   MOVE PD-SUPP-AMOUNT TO WS-REVERSED-AMT
                   MOVE ZERO TO PD-SUPP-AMOUNT
                   REWRITE PAID-CLAIM-REC
                   MOVE "VOIDED - SUPPLEMENT REVERSED" TO DTL-RESULT
               WHEN WS-SUPP-REVERSAL
                   MOVE CKR-AMOUNT TO WS-REVERSED-AMT
                   SUBTRACT CKR-AMOUNT FROM PD-SUPP-AMOUNT
                   REWRITE PAID-CLAIM-REC
                   MOVE "VOIDED - SUPPLEMENT REVERSED" TO DTL-RESULT
               WHEN CKR-AMOUNT NOT < PD-AMOUNT
                       AND PD-SUPP-AMOUNT > ZERO
                   MOVE PD-AMOUNT TO WS-REVERSED-AMT
                   MOVE ZERO TO PD-AMOUNT
                   REWRITE PAID-CLAIM-REC
                   MOVE "VOIDED - ORIGINAL ZEROED, SUPPS ON FILE"
                       TO DTL-RESULT
                   MOVE 4 TO RETURN-CODE
               WHEN CKR-AMOUNT NOT < PD-AMOUNT
                   MOVE PD-AMOUNT TO WS-REVERSED-AMT
                   DELETE PAID-CLAIMS-FILE
                   MOVE "VOIDED - CLAIM POSTING REVERSED" TO DTL-RESULT
               WHEN OTHER
                   MOVE CKR-AMOUNT TO WS-REVERSED-AMT
                   SUBTRACT CKR-AMOUNT FROM PD-AMOUNT
                   REWRITE PAID-CLAIM-REC
                   MOVE "VOIDED - SHARE REVERSED, REISSUE DUE"
                       TO DTL-RESULT
           END-EVALUATE.
           PERFORM 480-REVERSE-HISTORY THRU 480-EXIT.
       400-EXIT.
           EXIT.

       450-FIND-POSTING.
           MOVE "450-FIND-POSTING" TO PARA-NAME.
           MOVE SPACES TO WS-BEST-KEY.
           MOVE ZERO TO WS-BEST-PAID-DATE.
           MOVE "N" TO WS-PD-DONE-SW.
           MOVE CKR-CONTRACT-NO TO PD-CONTRACT-NO.
           MOVE ZERO TO PD-CLAIM-DATE.
           START PAID-CLAIMS-FILE KEY IS NOT LESS THAN PD-KEY
               INVALID KEY SET WS-PD-DONE TO TRUE
           END-START.
           PERFORM 460-NEXT-POSTING THRU 460-EXIT
               UNTIL WS-PD-DONE.
       450-EXIT.
           EXIT.

       460-NEXT-POSTING.
           MOVE "460-NEXT-POSTING" TO PARA-NAME.
           READ PAID-CLAIMS-FILE NEXT RECORD
               AT END
                   SET WS-PD-DONE TO TRUE
                   GO TO 460-EXIT
           END-READ.
           IF PD-CONTRACT-NO NOT = CKR-CONTRACT-NO
               SET WS-PD-DONE TO TRUE
               GO TO 460-EXIT.
      **** A POSTING'S LATEST PAYMENT IS ITS LATEST SUPPLEMENT WHEN
      **** THE CHECK WAS CUT ON OR AFTER IT, OTHERWISE THE ORIGINAL.
           PERFORM 470-CLEAN-SUPP-FIELDS THRU 470-EXIT.
           MOVE PD-PAID-DATE TO WS-POSTING-DATE.
           IF PD-SUPP-AMOUNT > ZERO
                   AND PD-LAST-SUPP-DATE NOT > CKR-ISSUE-DATE
               MOVE PD-LAST-SUPP-DATE TO WS-POSTING-DATE
           END-IF.
           IF WS-POSTING-DATE NOT > CKR-ISSUE-DATE
                   AND WS-POSTING-DATE NOT < WS-BEST-PAID-DATE
               MOVE PD-KEY TO WS-BEST-KEY
               MOVE WS-POSTING-DATE TO WS-BEST-PAID-DATE
           END-IF.
       460-EXIT.
           EXIT.

       470-CLEAN-SUPP-FIELDS.
           MOVE "470-CLEAN-SUPP-FIELDS" TO PARA-NAME.
           IF PD-SUPP-COUNT NOT NUMERIC
                   OR PD-SUPP-AMOUNT NOT NUMERIC
                   OR PD-LAST-SUPP-DATE NOT NUMERIC
               MOVE ZERO TO PD-SUPP-COUNT, PD-SUPP-AMOUNT,
                            PD-LAST-SUPP-DATE
           END-IF.
       470-EXIT.
           EXIT.

      **** THE REVERSED DOLLARS COME OFF THE CONTRACT'S PAID TOTALS
      **** ON THE CLAIM-HISTORY MASTER, WHICH CLAIMPAY POSTED.
       480-REVERSE-HISTORY.
           MOVE "480-REVERSE-HISTORY" TO PARA-NAME.
           IF NOT WS-HIST-FILE-OPEN
               GO TO 480-EXIT.
           MOVE CKR-CONTRACT-NO TO CH-CONTRACT-NO.
           READ CLAIM-HISTORY-FILE.
           IF NOT CH-FOUND
               GO TO 480-EXIT.
           IF CH-TOTAL-PAID-AMT NOT NUMERIC
               MOVE ZERO TO CH-TOTAL-PAID-AMT
           END-IF.
           IF CH-SUPP-PAID-AMT NOT NUMERIC
               MOVE ZERO TO CH-SUPP-PAID-AMT
           END-IF.
           IF WS-REVERSED-AMT > CH-TOTAL-PAID-AMT
               MOVE ZERO TO CH-TOTAL-PAID-AMT
           ELSE
               SUBTRACT WS-REVERSED-AMT FROM CH-TOTAL-PAID-AMT
           END-IF.
           IF WS-SUPP-REVERSAL
               IF WS-REVERSED-AMT > CH-SUPP-PAID-AMT
                   MOVE ZERO TO CH-SUPP-PAID-AMT
               ELSE
                   SUBTRACT WS-REVERSED-AMT FROM CH-SUPP-PAID-AMT
               END-IF
           END-IF.
           REWRITE CLAIM-HISTORY-REC.
       480-EXIT.
           EXIT.

       600-WRITE-REPLACEMENT.
      **** THE REPLACEMENT IS CUT LIKE ANY CLAIMPAY CHECK - A CLMDISB
      **** DISBURSEMENT FOR CHECK PRINT, AN ISSUE RECORD FOR THE BANK
      **** AND AN OUTSTANDING REGISTER ENTRY - LINKED BACK TO THE
      **** CHECK IT REPLACES.
           MOVE "600-WRITE-REPLACEMENT" TO PARA-NAME.
           IF VTT-NEW-CHECK-NO (WS-VT-SUB) = ZERO
               GO TO 600-EXIT.
           ADD 1 TO WS-REISSUE-COUNT.
           ADD VTT-AMOUNT (WS-VT-SUB) TO WS-REISSUE-AMT.
           MOVE SPACES TO DISBURSE-RECORD.
           MOVE VTT-NEW-PAYEE (WS-VT-SUB) TO DSB-PAYEE-NAME.
           MOVE VTT-CONTRACT-NO (WS-VT-SUB) TO DSB-CONTRACT-NO.
           MOVE VTT-AMOUNT (WS-VT-SUB) TO DSB-PAYMENT-AMOUNT.
           MOVE VTT-NEW-CHECK-NO (WS-VT-SUB) TO DSB-CHECK-NO.
           WRITE DISBURSE-RECORD.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           MOVE VTT-NEW-CHECK-NO (WS-VT-SUB) TO PPY-CHECK-NO.
           MOVE WS-RUN-DATE TO PPY-ISSUE-DATE.
           MOVE VTT-AMOUNT (WS-VT-SUB) TO PPY-AMOUNT.
           MOVE VTT-NEW-PAYEE (WS-VT-SUB) TO PPY-PAYEE-NAME.
           MOVE "I" TO PPY-ACTION.
           WRITE POSITIVE-PAY-RECORD.
           MOVE SPACES TO CHECK-REGISTER-RECORD.
           MOVE VTT-NEW-CHECK-NO (WS-VT-SUB) TO CKR-CHECK-NO.
           MOVE WS-RUN-DATE TO CKR-ISSUE-DATE.
           MOVE VTT-CONTRACT-NO (WS-VT-SUB) TO CKR-CONTRACT-NO.
           MOVE VTT-AMOUNT (WS-VT-SUB) TO CKR-AMOUNT.
           MOVE VTT-NEW-PAYEE (WS-VT-SUB) TO CKR-PAYEE-NAME.
           MOVE "O" TO CKR-STATUS.
           MOVE VTT-NEW-STATE (WS-VT-SUB) TO CKR-PAYEE-STATE.
           MOVE ZERO TO CKR-NOTICE-DATE.
           MOVE VTT-CHECK-NO (WS-VT-SUB) TO CKR-LINK-CHECK-NO.
           MOVE CHECK-REGISTER-RECORD TO CHECK-REGISTER-REC-OUT.
           WRITE CHECK-REGISTER-REC-OUT.
           MOVE "P" TO GLP-FUNCTION.
           MOVE "CHK " TO GLP-TXN-TYPE.
           MOVE VTT-AMOUNT (WS-VT-SUB) TO GLP-AMOUNT.
           MOVE SPACES TO GLP-REFERENCE.
           STRING VTT-CONTRACT-NO (WS-VT-SUB) "-"
                  VTT-NEW-CHECK-NO (WS-VT-SUB)
               DELIMITED BY SIZE INTO GLP-REFERENCE
           END-STRING.
           PERFORM 760-CALL-GLPOST THRU 760-EXIT.
       600-EXIT.
           EXIT.

       650-FILL-DETAIL.
           MOVE "650-FILL-DETAIL" TO PARA-NAME.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF VTT-ACTION (WS-VT-SUB) = "S"
               MOVE "STOP PAY" TO DTL-ACTION
           ELSE
               MOVE "VOID" TO DTL-ACTION
           END-IF.
           MOVE CKR-CHECK-NO TO DTL-CHECK-NO.
           MOVE CKR-CONTRACT-NO TO DTL-CONTRACT-NO.
           MOVE CKR-AMOUNT TO DTL-AMOUNT.
           MOVE CKR-PAYEE-NAME TO DTL-PAYEE.
           MOVE VTT-REQUESTOR (WS-VT-SUB) TO DTL-REQUESTOR.
       650-EXIT.
           EXIT.

       700-NOT-ON-REGISTER.
           MOVE "700-NOT-ON-REGISTER" TO PARA-NAME.
           IF VTT-DONE (WS-VT-SUB)
               GO TO 700-EXIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE VTT-ACTION (WS-VT-SUB) TO DTL-ACTION.
           MOVE VTT-CHECK-NO (WS-VT-SUB) TO DTL-CHECK-NO.
           MOVE VTT-REQUESTOR (WS-VT-SUB) TO DTL-REQUESTOR.
           MOVE "REJECTED - CHECK NOT ON REGISTER" TO DTL-RESULT.
           PERFORM 750-REJECT-TRANS THRU 750-EXIT.
       700-EXIT.
           EXIT.

       750-REJECT-TRANS.
           MOVE "750-REJECT-TRANS" TO PARA-NAME.
           ADD 1 TO WS-REJECT-COUNT.
           WRITE VOID-REPORT-REC FROM WS-DETAIL-LINE.
           MOVE 4 TO RETURN-CODE.
       750-EXIT.
           EXIT.

       760-CALL-GLPOST.
      **** AN UNMAPPED TYPE STILL POSTS (TO SUSPENSE) AND IS COUNTED
      **** FOR THE REGISTER - A REJECTED CALL WROTE NOTHING AT ALL AND
      **** FAILS THE STEP AT END OF RUN.
           MOVE "760-CALL-GLPOST" TO PARA-NAME.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           CALL "GLPOST" USING GLP-FUNCTION
                               GLP-SOURCE
                               GLP-TXN-TYPE
                               GLP-AMOUNT
                               GLP-REFERENCE
                               GLP-RETURN-CD.
           MOVE WS-SAVE-RC TO RETURN-CODE.
           IF GLP-RETURN-CD = "04"
               ADD 1 TO GLP-SUSPENSE-COUNT
           END-IF.
           IF GLP-RETURN-CD = "08"
               ADD 1 TO GLP-REJECT-COUNT
               DISPLAY "CHKVOID GLPOST REJECTED " GLP-TXN-TYPE
                   " " GLP-REFERENCE
               MOVE 8 TO RETURN-CODE
           END-IF.
       760-EXIT.
           EXIT.

       800-OPEN-FILES.
      **** THE NEXT CHECK NUMBER IS SHARED WITH CLAIMPAY - READ IT
      **** HERE AND WRITE IT BACK AT CLOSE.  WITHOUT IT NO
      **** REPLACEMENT CAN BE CUT, BUT VOIDS STILL RUN.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT VOID-TRANS-FILE, CHECK-REGISTER-IN.
           OPEN OUTPUT CHECK-REGISTER-OUT, POSITIVE-PAY-FILE,
                       DISBURSE-FILE, VOID-REPORT.
           OPEN I-O PAID-CLAIMS-FILE.
           IF PD-STATUS = "00"
               SET WS-PAID-FILE-OPEN TO TRUE
           END-IF.
           OPEN I-O CLAIM-HISTORY-FILE.
           IF CH-FOUND
               SET WS-HIST-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT CHECK-NUMBER-FILE.
           IF CKN-STATUS = "00"
               READ CHECK-NUMBER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CKN-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
                       SET WS-CHKNO-LOADED TO TRUE
               END-READ
               CLOSE CHECK-NUMBER-FILE
           END-IF.
           DISPLAY "CHKVOID OPEN FILES".
           DISPLAY CRI-STATUS.
           DISPLAY PD-STATUS.
           DISPLAY CH-STATUS.
           DISPLAY CKN-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE VOID-TRANS-FILE, CHECK-REGISTER-IN,
                 CHECK-REGISTER-OUT, POSITIVE-PAY-FILE,
                 DISBURSE-FILE, VOID-REPORT.
           IF WS-PAID-FILE-OPEN
               CLOSE PAID-CLAIMS-FILE
           END-IF.
           IF WS-HIST-FILE-OPEN
               CLOSE CLAIM-HISTORY-FILE
           END-IF.
           IF WS-CHKNO-LOADED
               OPEN OUTPUT CHECK-NUMBER-FILE
               MOVE WS-NEXT-CHECK-NO TO CKN-NEXT-CHECK-NO
               WRITE CHECK-NUMBER-RECORD
               CLOSE CHECK-NUMBER-FILE
           END-IF.
           DISPLAY "CHKVOID FILES CLOSED".
       900-EXIT.
           EXIT.
