       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  CLMINT99.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  YEAR-END INFORMATION RETURNS
      *                FOR PROMPT-PAY INTEREST PAID ON CLAIMS.  SWEEPS
      *                THE TAX YEAR'S CLAIM DISBURSEMENT HISTORY
      *                (CLMDHIST, FROM CLAIMPAY) FOR THE INTEREST
      *                PORTION OF EVERY PAYMENT, DROPS CHECKS THE
      *                CHECK REGISTER (CHKREG) SHOWS VOIDED AND NEVER
      *                REISSUED, TOTALS THE INTEREST BY PAYEE (THE
      *                INSURED, OR THE CLMBENEF BENEFICIARY), AND
      *                WRITES AN INFORMATION-RETURN RECORD FOR EVERY
      *                PAYEE AT OR OVER THE REPORTING THRESHOLD (SYSIN
      *                CARD, DEFAULT 600) WITH THE TAXPAYER ID FROM
      *                CLMBENEF.  A REGISTER WITH CONTROL TOTALS AND A
      *                LIST OF REPORTABLE PAYEES WITH NO TAXPAYER ID ON
      *                FILE GO TO THE TAX DESK.
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

           SELECT CHECK-REGISTER-FILE
           ASSIGN TO CHKREG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CKR-STATUS-CD.

           SELECT DISB-HISTORY-FILE
           ASSIGN TO CLMDHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DH-STATUS.

           SELECT BENEFICIARY-FILE
           ASSIGN TO CLMBENEF
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BN-KEY
             FILE STATUS IS BEN-STATUS.

           SELECT INFO-RETURN-FILE
           ASSIGN TO UT-S-INT1099
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IR-STATUS.

           SELECT INT-REGISTER
           ASSIGN TO UT-S-INT1099R
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT NO-TIN-REPORT
           ASSIGN TO UT-S-INTNOTIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS NT-STATUS.

           SELECT INTEREST-SORT-FILE
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
           05  PRM-TAX-YEAR                PIC 9(04).
           05  PRM-MIN-REPORTABLE          PIC 9(07).
           05  FILLER                      PIC X(69).

       FD  CHECK-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CHKREG.

       FD  DISB-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CLMDHIST.

       FD  BENEFICIARY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CLMBENEF.

       FD  INFO-RETURN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INFO-RETURN-REC.
           05  IR-TAX-YEAR                 PIC 9(04).
           05  IR-CONTRACT-NO              PIC 9(07).
           05  IR-PAYEE-SEQ                PIC 9(02).
           05  IR-PAYEE-NAME               PIC X(27).
           05  IR-PAYEE-STATE              PIC X(02).
           05  IR-TIN                      PIC X(09).
           05  IR-TIN-TYPE                 PIC X(01).
           05  IR-TIN-MISSING              PIC X(01).
           05  IR-INTEREST-AMT             PIC 9(9)V99.
           05  FILLER                      PIC X(16).

       FD  INT-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INT-REGISTER-REC.
       01  INT-REGISTER-REC  PIC X(133).

       FD  NO-TIN-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NO-TIN-REPORT-REC.
       01  NO-TIN-REPORT-REC  PIC X(133).

      **** ONE RECORD PER INTEREST-BEARING DISBURSEMENT IN THE TAX
      **** YEAR THAT WAS ACTUALLY PAID, IN PAYEE ORDER.
       SD  INTEREST-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INTEREST-SORT-REC.
       01  INTEREST-SORT-REC.
           05  SX-PAYEE-KEY.
               10  SX-CONTRACT-NO          PIC 9(07).
               10  SX-PAYEE-SEQ            PIC 9(02).
           05  SX-PAID-DATE                PIC 9(08).
           05  SX-PAYEE-NAME               PIC X(27).
           05  SX-PAYEE-STATE              PIC X(02).
           05  SX-INTEREST-AMT             PIC 9(7)V99.
           05  FILLER                      PIC X(25).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  CKR-STATUS-CD           PIC X(2).
               88 END-OF-CHKREG   VALUE "10".
           05  DH-STATUS               PIC X(2).
               88 END-OF-DHIST    VALUE "10".
           05  BEN-STATUS              PIC X(2).
               88 BEN-FOUND       VALUE "00".
           05  IR-STATUS               PIC X(2).
           05  NT-STATUS               PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-CCYY             PIC 9(04).
               10  FILLER                  PIC 9(04).
           05  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
           05  WS-MIN-REPORTABLE           PIC 9(07) VALUE 600.
           05  WS-SORT-DONE-SW             PIC X(01) VALUE "N".
               88  WS-SORT-DONE               VALUE "Y".
           05  WS-PAID-SW                  PIC X(01) VALUE "Y".
               88  WS-CHECK-PAID              VALUE "Y".
           05  WS-FIND-CHECK-NO            PIC 9(08) VALUE ZERO.
           05  WS-CHAIN-COUNT              PIC 9(03) VALUE ZERO.
           05  WS-PREV-PAYEE-KEY.
               10  WS-PREV-CONTRACT-NO     PIC 9(07) VALUE ZERO.
               10  WS-PREV-PAYEE-SEQ       PIC 9(02) VALUE ZERO.
           05  WS-FIRST-PAYEE-SW           PIC X(01) VALUE "Y".
               88  WS-FIRST-PAYEE             VALUE "Y".

      **** THE PAYEE BEING ACCUMULATED.  NAME AND STATE COME FROM THE
      **** LATEST DISBURSEMENT UNLESS CLMBENEF SAYS OTHERWISE.
       01  PAYEE-FIELDS.
           05  WS-PAYEE-NAME               PIC X(27) VALUE SPACES.
           05  WS-PAYEE-STATE              PIC X(02) VALUE SPACES.
           05  WS-PAYEE-TIN                PIC X(09) VALUE SPACES.
           05  WS-PAYEE-TIN-TYPE           PIC X(01) VALUE SPACES.
           05  WS-PAYEE-ITEMS              PIC 9(05) VALUE ZERO.
           05  WS-PAYEE-INTEREST           PIC 9(9)V99 VALUE ZERO.
           05  WS-TIN-SW                   PIC X(01) VALUE "N".
               88  WS-TIN-ON-FILE             VALUE "Y".
           05  WS-BEN-ROW-SW               PIC X(01) VALUE "N".
               88  WS-BEN-ROW-FOUND           VALUE "Y".

       01  INTEREST-COUNTERS.
           05  WS-DH-READ                  PIC 9(07) VALUE ZERO.
           05  WS-DH-IN-YEAR               PIC 9(07) VALUE ZERO.
           05  WS-DH-WITH-INT              PIC 9(07) VALUE ZERO.
           05  WS-VOID-EXCLUDED            PIC 9(07) VALUE ZERO.
           05  WS-VOID-EXCL-AMT            PIC 9(9)V99 VALUE ZERO.
           05  WS-SWEPT-AMT                PIC 9(9)V99 VALUE ZERO.
           05  WS-PAYEE-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-REPORTED-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-REPORTED-AMT             PIC 9(9)V99 VALUE ZERO.
           05  WS-UNDER-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-UNDER-AMT                PIC 9(9)V99 VALUE ZERO.
           05  WS-NO-TIN-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-OVFL-VOIDS               PIC 9(07) VALUE ZERO.

      **** EVERY VOIDED CHECK ON THE REGISTER WITH ITS LINK - THE
      **** REPLACEMENT WHEN ONE WAS CUT, THE ORIGINAL WHEN THE VOIDED
      **** CHECK WAS ITSELF A REPLACEMENT, ZERO OTHERWISE.
       01  VOID-TABLE-AREA.
           05  WS-VD-COUNT                 PIC 9(04) COMP VALUE ZERO.
           05  WS-VD-SUB                   PIC 9(04) COMP VALUE ZERO.
           05  WS-VD-FOUND-SW              PIC X(01) VALUE "N".
               88  WS-VD-FOUND                VALUE "Y".
           05  WS-VD-ENTRY OCCURS 2000 TIMES.
               10  VD-CHECK-NO             PIC 9(08).
               10  VD-LINK-CHECK-NO        PIC 9(08).

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(40)
                 VALUE "PROMPT-PAY INTEREST INFORMATION RETURNS ".
           05  FILLER     PIC X(11) VALUE "- TAX YEAR ".
           05  HDG-TAX-YEAR                PIC 9(04).
           05  FILLER     PIC X(23) VALUE "   REPORTING THRESHOLD ".
           05  HDG-THRESHOLD               PIC $$,$$$,$$9.
           05  FILLER                      PIC X(45) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(40)
                 VALUE " CONTRACT  SEQ  PAYEE NAME              ".
           05  FILLER                      PIC X(40)
                 VALUE "     ST   TIN     ITEMS   YEAR INTEREST ".
           05  FILLER                      PIC X(40)
                 VALUE "  NOTE".
           05  FILLER                      PIC X(13) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-CONTRACT-NO             PIC 9(07).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-PAYEE-SEQ               PIC 9(02).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  DTL-PAYEE-NAME              PIC X(27).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-PAYEE-STATE             PIC X(02).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  DTL-TIN-STATUS              PIC X(07).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  DTL-ITEMS                   PIC ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  DTL-INTEREST                PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  DTL-NOTE                    PIC X(30).
           05  FILLER                      PIC X(21) VALUE SPACES.

       01  WS-NT-HEADING-LINE.
           05  FILLER     PIC X(40)
                 VALUE "REPORTABLE PROMPT-PAY INTEREST PAYEES WI".
           05  FILLER     PIC X(40)
                 VALUE "TH NO TAXPAYER ID ON CLMBENEF - TAX YEAR".
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  NTH-TAX-YEAR                PIC 9(04).
           05  FILLER                      PIC X(48) VALUE SPACES.

       01  WS-TOTALS-LINE-1.
           05  FILLER                  PIC X(22)
                 VALUE "HISTORY RECORDS READ: ".
           05  TOT-READ                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(15)
                 VALUE "  IN TAX YEAR: ".
           05  TOT-IN-YEAR             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(17)
                 VALUE "  WITH INTEREST: ".
           05  TOT-WITH-INT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(29)
                 VALUE "  VOIDED, NOT REISSUED:      ".
           05  TOT-VOIDED              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-TOTALS-LINE-2.
           05  FILLER                  PIC X(16)
                 VALUE "INTEREST PAID:  ".
           05  TOT-SWEPT-AMT           PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(12)
                 VALUE "  REPORTED: ".
           05  TOT-REPORTED-AMT        PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(19)
                 VALUE "  UNDER THRESHOLD: ".
           05  TOT-UNDER-AMT           PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(18)
                 VALUE "  VOIDED EXCLUDED:".
           05  TOT-VOID-AMT            PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-TOTALS-LINE-3.
           05  FILLER                  PIC X(08) VALUE "PAYEES: ".
           05  TOT-PAYEES              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(12)
                 VALUE "  REPORTED: ".
           05  TOT-REPORTED            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(19)
                 VALUE "  UNDER THRESHOLD: ".
           05  TOT-UNDER               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(26)
                 VALUE "  REPORTED, MISSING TIN: ".
           05  TOT-NO-TIN              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-OVERFLOW-LINE.
           05  FILLER                  PIC X(40) VALUE
                 "*** VOIDED-CHECK TABLE FULL - NOT TABLED".
           05  FILLER                  PIC X(01) VALUE ":".
           05  OVF-VOIDS-O             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(40) VALUE
                 " - THEIR INTEREST MAY BE OVERSTATED     ".
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * FIX THE TAX YEAR, TABLE THE VOIDED CHECKS, SORT THE YEAR'S
      * INTEREST-BEARING DISBURSEMENTS BY PAYEE, THEN TOTAL EACH
      * PAYEE AND EXTRACT EVERYONE AT OR OVER THE THRESHOLD.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           READ CHECK-REGISTER-FILE
               AT END SET END-OF-CHKREG TO TRUE.
           PERFORM 100-LOAD-VOIDED-CHECK THRU 100-EXIT
               UNTIL END-OF-CHKREG.

           MOVE WS-TAX-YEAR TO HDG-TAX-YEAR NTH-TAX-YEAR.
           MOVE WS-MIN-REPORTABLE TO HDG-THRESHOLD.
           WRITE INT-REGISTER-REC FROM WS-HEADING-LINE.
           WRITE INT-REGISTER-REC FROM WS-COLUMN-LINE.
           WRITE NO-TIN-REPORT-REC FROM WS-NT-HEADING-LINE.
           WRITE NO-TIN-REPORT-REC FROM WS-COLUMN-LINE.

           SORT INTEREST-SORT-FILE
               ASCENDING KEY SX-CONTRACT-NO SX-PAYEE-SEQ
                             SX-PAID-DATE
               INPUT PROCEDURE 200-SELECT-DISBURSEMENTS THRU 200-EXIT
               OUTPUT PROCEDURE 500-REPORT-PAYEES THRU 500-EXIT.

           WRITE INT-REGISTER-REC FROM WS-BLANK-LINE.
           MOVE WS-DH-READ TO TOT-READ.
           MOVE WS-DH-IN-YEAR TO TOT-IN-YEAR.
           MOVE WS-DH-WITH-INT TO TOT-WITH-INT.
           MOVE WS-VOID-EXCLUDED TO TOT-VOIDED.
           WRITE INT-REGISTER-REC FROM WS-TOTALS-LINE-1.
           MOVE WS-SWEPT-AMT TO TOT-SWEPT-AMT.
           MOVE WS-REPORTED-AMT TO TOT-REPORTED-AMT.
           MOVE WS-UNDER-AMT TO TOT-UNDER-AMT.
           MOVE WS-VOID-EXCL-AMT TO TOT-VOID-AMT.
           WRITE INT-REGISTER-REC FROM WS-TOTALS-LINE-2.
           MOVE WS-PAYEE-COUNT TO TOT-PAYEES.
           MOVE WS-REPORTED-COUNT TO TOT-REPORTED.
           MOVE WS-UNDER-COUNT TO TOT-UNDER.
           MOVE WS-NO-TIN-COUNT TO TOT-NO-TIN.
           WRITE INT-REGISTER-REC FROM WS-TOTALS-LINE-3.

           IF WS-NO-TIN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-OVFL-VOIDS > ZERO
               MOVE WS-OVFL-VOIDS TO OVF-VOIDS-O
               WRITE INT-REGISTER-REC FROM WS-OVERFLOW-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** THE CARD GIVES THE TAX YEAR AND THE REPORTING THRESHOLD.
      **** THE JOB RUNS IN JANUARY, SO WITH NO YEAR ON THE CARD THE
      **** TAX YEAR IS LAST YEAR.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           COMPUTE WS-TAX-YEAR = WS-RUN-CCYY - 1.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-TAX-YEAR NUMERIC
                       AND PRM-TAX-YEAR > ZERO
                   MOVE PRM-TAX-YEAR TO WS-TAX-YEAR
               END-IF
               IF PRM-MIN-REPORTABLE NUMERIC
                       AND PRM-MIN-REPORTABLE > ZERO
                   MOVE PRM-MIN-REPORTABLE TO WS-MIN-REPORTABLE
               END-IF
           END-IF.
           DISPLAY "CLMINT99 TAX YEAR " WS-TAX-YEAR
               " THRESHOLD " WS-MIN-REPORTABLE.
       050-EXIT.
           EXIT.

       100-LOAD-VOIDED-CHECK.
      **** ONLY VOIDED CHECKS MATTER.  A CHECK ISSUED AFTER THE TAX
      **** YEAR CAN STILL BE THE REPLACEMENT OF ONE ISSUED IN IT, SO
      **** NONE IS SKIPPED ON DATE.
           MOVE "100-LOAD-VOIDED-CHECK" TO PARA-NAME.
           IF NOT CKR-VOIDED
               GO TO 100-READ-NEXT.
           IF WS-VD-COUNT < 2000
               ADD 1 TO WS-VD-COUNT
               MOVE CKR-CHECK-NO TO VD-CHECK-NO (WS-VD-COUNT)
               MOVE CKR-LINK-CHECK-NO TO VD-LINK-CHECK-NO (WS-VD-COUNT)
           ELSE
      *** A DROPPED VOID WOULD BE REPORTED AS PAID - COUNT IT, SAY SO,
      *** AND FLAG THE RUN AT END OF JOB.
               ADD 1 TO WS-OVFL-VOIDS
               DISPLAY "CLMINT99 VOIDED-CHECK TABLE FULL - DROPPED "
                   CKR-CHECK-NO
           END-IF.
       100-READ-NEXT.
           READ CHECK-REGISTER-FILE
               AT END SET END-OF-CHKREG TO TRUE.
       100-EXIT.
           EXIT.

       150-FIND-VOIDED.
           MOVE "150-FIND-VOIDED" TO PARA-NAME.
           MOVE "N" TO WS-VD-FOUND-SW.
           PERFORM VARYING WS-VD-SUB FROM 1 BY 1
                   UNTIL WS-VD-SUB > WS-VD-COUNT
                      OR WS-VD-FOUND
               IF VD-CHECK-NO (WS-VD-SUB) = WS-FIND-CHECK-NO
                   SET WS-VD-FOUND TO TRUE
               END-IF
           END-PERFORM.
      **** THE VARYING LEAVES THE SUBSCRIPT ONE PAST THE MATCH.
           IF WS-VD-FOUND
               SUBTRACT 1 FROM WS-VD-SUB
           END-IF.
       150-EXIT.
           EXIT.

       200-SELECT-DISBURSEMENTS.
           MOVE "200-SELECT-DISBURSEMENTS" TO PARA-NAME.
           READ DISB-HISTORY-FILE
               AT END SET END-OF-DHIST TO TRUE.
           PERFORM 250-SELECT-ONE THRU 250-EXIT
               UNTIL END-OF-DHIST.
       200-EXIT.
           EXIT.

       250-SELECT-ONE.
      **** A DISBURSEMENT IN THE TAX YEAR CARRYING INTEREST IS A
      **** CANDIDATE.  AN EFT ALWAYS PAID; A CHECK PAID UNLESS THE
      **** CHECK REGISTER SAYS IT WAS VOIDED AND NEVER REISSUED.
           MOVE "250-SELECT-ONE" TO PARA-NAME.
           ADD 1 TO WS-DH-READ.
           IF DH-PAID-DATE NOT NUMERIC
                   OR DH-PAID-YEAR NOT = WS-TAX-YEAR
               GO TO 250-READ-NEXT.
           ADD 1 TO WS-DH-IN-YEAR.
           IF DH-INTEREST-AMOUNT NOT NUMERIC
                   OR DH-INTEREST-AMOUNT = ZERO
               GO TO 250-READ-NEXT.
           ADD 1 TO WS-DH-WITH-INT.
           IF DH-BY-CHECK
               PERFORM 300-CHECK-STILL-PAID THRU 300-EXIT
               IF NOT WS-CHECK-PAID
                   ADD 1 TO WS-VOID-EXCLUDED
                   ADD DH-INTEREST-AMOUNT TO WS-VOID-EXCL-AMT
                   GO TO 250-READ-NEXT
               END-IF
           END-IF.
           MOVE SPACES TO INTEREST-SORT-REC.
           MOVE DH-CONTRACT-NO TO SX-CONTRACT-NO.
           MOVE DH-PAYEE-SEQ TO SX-PAYEE-SEQ.
           MOVE DH-PAID-DATE TO SX-PAID-DATE.
           MOVE DH-PAYEE-NAME TO SX-PAYEE-NAME.
           MOVE DH-PAYEE-STATE TO SX-PAYEE-STATE.
           MOVE DH-INTEREST-AMOUNT TO SX-INTEREST-AMT.
           RELEASE INTEREST-SORT-REC.
       250-READ-NEXT.
           READ DISB-HISTORY-FILE
               AT END SET END-OF-DHIST TO TRUE.
       250-EXIT.
           EXIT.

       300-CHECK-STILL-PAID.
      **** FOLLOW THE CHECK THROUGH ITS VOIDS.  A CHECK NOT VOIDED
      **** PAID.  A VOIDED CHECK WHOSE LINK IS A HIGHER NUMBER WAS
      **** REISSUED - THE REPLACEMENT CARRIES THE PAYMENT ON, SO
      **** FOLLOW IT.  A VOIDED CHECK WITH NO LINK, OR LINKED BACK TO
      **** THE CHECK IT REPLACED, WAS NOT REISSUED; CHKVOID BACKED
      **** THE CLAIM OUT OF CLMPAID AND ANY REPAYMENT IS A NEW
      **** DISBURSEMENT OF ITS OWN.
           MOVE "300-CHECK-STILL-PAID" TO PARA-NAME.
           SET WS-CHECK-PAID TO TRUE.
           MOVE DH-CHECK-NO TO WS-FIND-CHECK-NO.
           MOVE ZERO TO WS-CHAIN-COUNT.
       300-NEXT-LINK.
           PERFORM 150-FIND-VOIDED THRU 150-EXIT.
           IF NOT WS-VD-FOUND
               GO TO 300-EXIT.
           IF VD-LINK-CHECK-NO (WS-VD-SUB) NOT > WS-FIND-CHECK-NO
               MOVE "N" TO WS-PAID-SW
               GO TO 300-EXIT.
           ADD 1 TO WS-CHAIN-COUNT.
           IF WS-CHAIN-COUNT > 50
               DISPLAY "CLMINT99 VOID CHAIN TOO LONG - CHECK "
                   DH-CHECK-NO " TREATED AS PAID"
               GO TO 300-EXIT.
           MOVE VD-LINK-CHECK-NO (WS-VD-SUB) TO WS-FIND-CHECK-NO.
           GO TO 300-NEXT-LINK.
       300-EXIT.
           EXIT.

       500-REPORT-PAYEES.
           MOVE "500-REPORT-PAYEES" TO PARA-NAME.
           RETURN INTEREST-SORT-FILE
               AT END SET WS-SORT-DONE TO TRUE.
           PERFORM 550-ACCUMULATE-ONE THRU 550-EXIT
               UNTIL WS-SORT-DONE.
           IF NOT WS-FIRST-PAYEE
               PERFORM 600-FINISH-PAYEE THRU 600-EXIT
           END-IF.
       500-EXIT.
           EXIT.

       550-ACCUMULATE-ONE.
           MOVE "550-ACCUMULATE-ONE" TO PARA-NAME.
           IF WS-FIRST-PAYEE
               OR SX-PAYEE-KEY NOT = WS-PREV-PAYEE-KEY
               IF NOT WS-FIRST-PAYEE
                   PERFORM 600-FINISH-PAYEE THRU 600-EXIT
               END-IF
               MOVE "N" TO WS-FIRST-PAYEE-SW
               MOVE SX-PAYEE-KEY TO WS-PREV-PAYEE-KEY
               MOVE ZERO TO WS-PAYEE-ITEMS WS-PAYEE-INTEREST
           END-IF.
           ADD 1 TO WS-PAYEE-ITEMS.
           ADD SX-INTEREST-AMT TO WS-PAYEE-INTEREST WS-SWEPT-AMT.
           MOVE SX-PAYEE-NAME TO WS-PAYEE-NAME.
           MOVE SX-PAYEE-STATE TO WS-PAYEE-STATE.
           RETURN INTEREST-SORT-FILE
               AT END SET WS-SORT-DONE TO TRUE.
       550-EXIT.
           EXIT.

       600-FINISH-PAYEE.
      **** ONE REGISTER LINE PER PAYEE.  AT OR OVER THE THRESHOLD THE
      **** PAYEE GETS AN INFORMATION-RETURN RECORD - WITH OR WITHOUT A
      **** TAXPAYER ID, SINCE THE RETURN IS DUE EITHER WAY - AND ONE
      **** WITH NO ID ON FILE GOES ON THE MISSING-TIN LIST FOR THE
      **** TAX DESK TO SOLICIT.  UNDER THE THRESHOLD IT GETS A
      **** REGISTER LINE SO THE TOTALS TIE, BUT NO RECORD.
           MOVE "600-FINISH-PAYEE" TO PARA-NAME.
           ADD 1 TO WS-PAYEE-COUNT.
           PERFORM 650-GET-PAYEE-TIN THRU 650-EXIT.
           MOVE WS-PREV-CONTRACT-NO TO DTL-CONTRACT-NO.
           MOVE WS-PREV-PAYEE-SEQ TO DTL-PAYEE-SEQ.
           MOVE WS-PAYEE-NAME TO DTL-PAYEE-NAME.
           MOVE WS-PAYEE-STATE TO DTL-PAYEE-STATE.
           IF WS-TIN-ON-FILE
               MOVE "ON FILE" TO DTL-TIN-STATUS
           ELSE
               MOVE "MISSING" TO DTL-TIN-STATUS
           END-IF.
           MOVE WS-PAYEE-ITEMS TO DTL-ITEMS.
           MOVE WS-PAYEE-INTEREST TO DTL-INTEREST.
           IF WS-PAYEE-INTEREST < WS-MIN-REPORTABLE
               ADD 1 TO WS-UNDER-COUNT
               ADD WS-PAYEE-INTEREST TO WS-UNDER-AMT
               MOVE "UNDER THRESHOLD - NOT REPORTED" TO DTL-NOTE
               WRITE INT-REGISTER-REC FROM WS-DETAIL-LINE
               GO TO 600-EXIT.

           ADD 1 TO WS-REPORTED-COUNT.
           ADD WS-PAYEE-INTEREST TO WS-REPORTED-AMT.
           MOVE SPACES TO INFO-RETURN-REC.
           MOVE WS-TAX-YEAR TO IR-TAX-YEAR.
           MOVE WS-PREV-CONTRACT-NO TO IR-CONTRACT-NO.
           MOVE WS-PREV-PAYEE-SEQ TO IR-PAYEE-SEQ.
           MOVE WS-PAYEE-NAME TO IR-PAYEE-NAME.
           MOVE WS-PAYEE-STATE TO IR-PAYEE-STATE.
           MOVE WS-PAYEE-INTEREST TO IR-INTEREST-AMT.
           IF WS-TIN-ON-FILE
               MOVE WS-PAYEE-TIN TO IR-TIN
               MOVE WS-PAYEE-TIN-TYPE TO IR-TIN-TYPE
               MOVE "N" TO IR-TIN-MISSING
               MOVE "REPORTED" TO DTL-NOTE
           ELSE
               MOVE "Y" TO IR-TIN-MISSING
               MOVE "REPORTED - TIN MISSING" TO DTL-NOTE
           END-IF.
           WRITE INFO-RETURN-REC.
           WRITE INT-REGISTER-REC FROM WS-DETAIL-LINE.
           IF NOT WS-TIN-ON-FILE
               ADD 1 TO WS-NO-TIN-COUNT
               IF WS-BEN-ROW-FOUND
                   MOVE "NO TIN ON CLMBENEF ROW" TO DTL-NOTE
               ELSE
                   MOVE "NO CLMBENEF ROW FOR PAYEE" TO DTL-NOTE
               END-IF
               WRITE NO-TIN-REPORT-REC FROM WS-DETAIL-LINE
           END-IF.
       600-EXIT.
           EXIT.

       650-GET-PAYEE-TIN.
      **** THE PAYEE'S CLMBENEF ROW - SEQUENCE 00 FOR THE INSURED -
      **** GIVES THE TAXPAYER ID, AND ITS NAME AND STATE ARE THE ONES
      **** OF RECORD WHEN PRESENT.
           MOVE "650-GET-PAYEE-TIN" TO PARA-NAME.
           MOVE "N" TO WS-TIN-SW WS-BEN-ROW-SW.
           MOVE SPACES TO WS-PAYEE-TIN WS-PAYEE-TIN-TYPE.
           MOVE WS-PREV-CONTRACT-NO TO BN-CONTRACT-NO.
           MOVE WS-PREV-PAYEE-SEQ TO BN-SEQ-NO.
           READ BENEFICIARY-FILE.
           IF NOT BEN-FOUND
               GO TO 650-EXIT.
           SET WS-BEN-ROW-FOUND TO TRUE.
           IF BN-NAME NOT = SPACES
               MOVE BN-NAME TO WS-PAYEE-NAME
           END-IF.
           IF BN-STATE NOT = SPACES
               MOVE BN-STATE TO WS-PAYEE-STATE
           END-IF.
           IF BN-TIN NOT = SPACES AND BN-TIN NUMERIC
               SET WS-TIN-ON-FILE TO TRUE
               MOVE BN-TIN TO WS-PAYEE-TIN
               MOVE BN-TIN-TYPE TO WS-PAYEE-TIN-TYPE
           END-IF.
       650-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, CHECK-REGISTER-FILE,
                      DISB-HISTORY-FILE, BENEFICIARY-FILE.
           OPEN OUTPUT INFO-RETURN-FILE, INT-REGISTER, NO-TIN-REPORT.
           DISPLAY "CLMINT99 OPEN FILES".
           DISPLAY CKR-STATUS-CD.
           DISPLAY DH-STATUS.
           DISPLAY BEN-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, CHECK-REGISTER-FILE, DISB-HISTORY-FILE,
                 BENEFICIARY-FILE, INFO-RETURN-FILE, INT-REGISTER,
                 NO-TIN-REPORT.
           DISPLAY "CLMINT99 FILES CLOSED".
       900-EXIT.
           EXIT.
