      *                   COUNTS ON THE NATIONAL CALENDAR (SPACES)
      *                   UNTIL A PER-STATE STATUTE CALENDAR IS
      *                   ASSIGNED - SET WS-BD-CALENDAR-ID THEN.
      *    2026  D.ELLIS  THE CHECK REGISTER AND POSITIVE-PAY LAYOUTS
      *                   ARE NOW THE CHKREG AND POSPAY COPY MEMBERS.
      *                   EACH CHECK CARRIES THE PAYEE'S STATE (FROM
      *                   THE BENEFICIARY ROW) FOR UNCLAIMED-PROPERTY
      *                   FILING BY CHKESCH, AND EACH POSITIVE-PAY
      *                   RECORD IS MARKED AS AN ISSUE.
      *    2026  D.ELLIS  EVERY DISBURSEMENT, CHECK OR EFT, IS NOW ALSO
      *                   APPENDED TO THE CUMULATIVE DISBURSEMENT
      *                   HISTORY (CLMDHIST) WITH ITS PAYEE SEQUENCE
      *                   AND ITS SHARE OF ANY PROMPT-PAY INTEREST,
      *                   SPLIT LIKE THE PAYMENT, FOR THE YEAR-END
      *                   INTEREST INFORMATION RETURNS (CLMINT99).
      *    2026  D.ELLIS  SUPPLEMENTAL PAYMENTS - ADDITIONAL PROCEEDS
      *                   OWED ON A CLAIM ALREADY PAID (A LATER-
      *                   APPROVED RIDER, A CORRECTED FACE AMOUNT) COME
      *                   IN ON THE CLMSUPP TRANSACTION FILE AGAINST
      *                   THE ORIGINAL CONTRACT AND CLAIM DATE.  THE
      *                   ORIGINAL MUST BE ON CLMPAID - THE DUPLICATE
      *                   GATE IS NOT APPLIED - AND THE SUPPLEMENT IS
      *                   PAID THROUGH THE SAME BENEFICIARY SPLIT, EFT
      *                   AND POSITIVE-PAY PATH, THEN POSTED TO THE
      *                   ORIGINAL'S CLMPAID ENTRY.  THE REGISTER SHOWS
      *                   THE CLAIM'S TOTAL PAID, AND THE CLMHIST
      *                   MASTER NOW CARRIES THE TOTAL AND SUPPLEMENT
      *                   AMOUNTS PAID PER CONTRACT.  CLMPAID IS NOW A
      *                   COPY MEMBER.
      *    2026  D.ELLIS  GL INTERFACE - EVERY DISBURSEMENT POSTS
      *                   THROUGH GLPOST TO THE DAILY GLINTF FILE BY
      *                   METHOD (CHK OR EFT), WITH ITS PROMPT-PAY
      *                   INTEREST PORTION POSTED SEPARATELY (CHKI OR
      *                   EFTI).  THE REGISTER'S DISBURSED TOTAL - NET
      *                   PAYMENTS PLUS SUPPLEMENTS LESS ANY UNSPLIT
      *                   BALANCE HELD - GOES AS THE CONTROL RECORD AND
      *                   PRINTS ON A FIFTH TOTALS LINE.
      *    2026  D.ELLIS  SANCTIONS SCREENING - EVERY PAYEE ON A CLAIM
      *                   OR SUPPLEMENT IS SCREENED THROUGH SANCSCRN
      *                   AGAINST THE WATCH LIST BEFORE ANYTHING IS
      *                   DISBURSED.  A POTENTIAL HIT (OR NO LIST TO
      *                   SCREEN AGAINST) HOLDS THE WHOLE CLAIM ON
      *                   CLMHOLD FOR COMPLIANCE AND IT IS NOT POSTED
      *                   TO CLMPAID, SO IT PAYS ON A LATER RUN ONCE
      *                   CLEARED; A CONFIRMED MATCH STAYS BLOCKED.  A
      *                   HIT ON A SUPPLEMENT REJECTS IT.  HELD COUNT
      *                   AND DOLLARS PRINT ON THE TOTALS.
      *    2026  D.ELLIS  CLMHIST RECORD IS NOW 80 BYTES (SUBROGATION
      *                   RECOVERIES ADDED).
      *    2026  D.ELLIS  BENEFICIARY OVERFLOW ROWS GO TO THE REGISTER
      *                   ONLY ONCE THE CLAIM OR SUPPLEMENT HAS CLEARED
      *                   SANCTIONS SCREENING, AND A GLPOST REJECT NOW
      *                   FAILS THE STEP (RC 8).
000004
000005 ENVIRONMENT DIVISION.
000006 INPUT-OUTPUT SECTION.
           SELECT CHECK-REGISTER-FILE
             ASSIGN TO CHKREG
               ORGANIZATION IS SEQUENTIAL.
           SELECT DISB-HISTORY-FILE
             ASSIGN TO CLMDHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT BANK-ACCOUNT-FILE
             ASSIGN TO CLMBANK
               ORGANIZATION IS INDEXED
           SELECT HOLD-REPORT-FILE
             ASSIGN TO CLMHOLD
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUPPLEMENT-FILE
             ASSIGN TO CLMSUPP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT CLAIM-HISTORY-FILE
             ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-CONTRACT-NO
               FILE STATUS IS WS-HIST-STATUS.
000012
000013 DATA DIVISION.
000014 FILE SECTION.

       FD  POSITIVE-PAY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY POSPAY.

       FD  CHECK-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CHKREG.

       FD  DISB-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CLMDHIST.

       FD  REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS.

       FD  PAID-CLAIMS-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY CLMPAID.

      **** ONE SUPPLEMENT PER RECORD - ADDITIONAL PROCEEDS APPROVED
      **** AFTER THE CLAIM WAS PAID, NET OF ANY COINSURANCE.  THE
      **** CONTRACT AND CLAIM DATE NAME THE ORIGINAL CLMPAID ENTRY.
       FD  SUPPLEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SUPPLEMENT-RECORD.
           05  SUP-CONTRACT-NO           PIC 9(7).
           05  SUP-CLAIM-DATE            PIC 9(6).
           05  SUP-AMOUNT                PIC 9(7)V99.
           05  SUP-REASON                PIC X(30).
           05  SUP-REQUESTOR             PIC X(8).
           05  FILLER                    PIC X(20).

       FD  CLAIM-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CLMHIST.

       FD  HOLD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
               88  WS-PAID-FOUND               VALUE '00'.
           05  WS-DUP-SW                     PIC X   VALUE 'N'.
               88  CLAIM-DUPLICATE             VALUE 'Y'.
           05  WS-SUPP-STATUS                PIC XX  VALUE SPACES.
           05  WS-SUPP-FILE-SW               PIC X   VALUE 'N'.
               88  WS-SUPP-FILE-OPEN           VALUE 'Y'.
           05  END-OF-SUPPS-SW               PIC X   VALUE 'N'.
               88  END-OF-SUPPS                VALUE 'Y'.
           05  WS-PAYING-SUPP-SW             PIC X   VALUE 'N'.
               88  PAYING-SUPPLEMENT           VALUE 'Y'.
           05  WS-HIST-STATUS                PIC XX  VALUE SPACES.
               88  WS-HIST-FOUND               VALUE '00'.
           05  WS-HIST-FILE-SW               PIC X   VALUE 'N'.
               88  WS-HIST-FILE-OPEN           VALUE 'Y'.

       01  CHECK-NUMBER-FIELDS.
           05  WS-NEXT-CHECK-NO              PIC 9(8) VALUE 1.
           05  WS-NET-PAYMENT                PIC 9(7)V99  VALUE ZEROES.
           05  WS-PAY-PCT                    PIC 9(3)     VALUE ZEROES.
           05  WS-PAYEE-NAME                 PIC X(27)    VALUE SPACES.
           05  WS-PAYEE-STATE                PIC X(2)     VALUE SPACES.

      **** THE CONTRACT'S BENEFICIARIES, TABLED FOR THE SPLIT.  THE
      **** LAST SHARE PICKS UP THE ROUNDING REMAINDER SO THE SPLIT
           05  WS-DAYS-LATE                  PIC S9(5)    VALUE ZEROES.
           05  WS-PROMPT-INT                 PIC 9(7)V99  VALUE ZEROES.
           05  WS-PROMPT-INT-TOTAL           PIC 9(9)V99  VALUE ZEROES.
      **** THE INTEREST PORTION OF THE DISBURSEMENT BEING ISSUED.
           05  WS-PAYEE-INT                  PIC 9(7)V99  VALUE ZEROES.

       01  BENEF-SPLIT-FIELDS.
           05  WS-BEN-COUNT                  PIC 99       VALUE ZEROES.
           05  WS-BEN-SUB                    PIC 99       VALUE ZEROES.
           05  WS-SPLIT-AMOUNT               PIC 9(7)V99  VALUE ZEROES.
           05  WS-SPLIT-REMAINING            PIC 9(7)V99  VALUE ZEROES.
           05  WS-SPLIT-INT-REMAINING        PIC 9(7)V99  VALUE ZEROES.
           05  WS-BEN-OVFL-SW                PIC X(1)     VALUE 'N'.
               88  WS-BEN-OVERFLOWED            VALUE 'Y'.
           05  WS-BEN-ROW-NO                 PIC 9(3)     VALUE ZEROES.
           05  WS-UNSPLIT-HELD-TOTAL         PIC 9(9)V99  VALUE ZEROES.
           05  WS-BEN-ENTRY OCCURS 10 TIMES.
               10  WB-NAME                   PIC X(27).
               10  WB-SHARE-PCT              PIC 9(3)V99.
               10  WB-SEQ-NO                 PIC 99.
               10  WB-STATE                  PIC X(2).

      **** SANCSCRN PARAMETERS, AND THE WORST RESULT ACROSS ALL THE
      **** CLAIM'S PAYEES - BLOCKED, THEN NOT SCREENED, THEN HOLD.
       01  SANCTIONS-FIELDS.
           05  WS-SC-SOURCE                  PIC X(8)     VALUE
                                                 'CLAIMPAY'.
           05  WS-SC-REFERENCE               PIC X(20)    VALUE SPACES.
           05  WS-SC-PAYEE-NAME              PIC X(40)    VALUE SPACES.
           05  WS-SC-AMOUNT                  PIC 9(7)V99  VALUE ZEROES.
           05  WS-SC-RESULT                  PIC X(1)     VALUE SPACES.
               88  WS-SC-CLEAR                  VALUE 'C'.
               88  WS-SC-HOLD                   VALUE 'H'.
               88  WS-SC-BLOCKED                VALUE 'B'.
               88  WS-SC-NO-LIST                VALUE 'E'.
           05  WS-SC-SCORE                   PIC 9(3)     VALUE ZEROES.
           05  WS-SC-ENTRY-ID                PIC X(10)    VALUE SPACES.
           05  WS-SC-SEQ-NO                  PIC 99       VALUE ZEROES.
           05  WS-SANCT-RESULT               PIC X(1)     VALUE 'C'.
               88  WS-SANCT-CLEAR               VALUE 'C'.
               88  WS-SANCT-HOLD                VALUE 'H'.
               88  WS-SANCT-BLOCKED             VALUE 'B'.
               88  WS-SANCT-NO-LIST             VALUE 'E'.
           05  WS-SANCT-SCORE                PIC 9(3)     VALUE ZEROES.
           05  WS-SANCT-ENTRY-ID             PIC X(10)    VALUE SPACES.
           05  WS-SANCT-PAYEE-NAME           PIC X(27)    VALUE SPACES.
           05  WS-CLAIMS-SANCT               PIC 9(6)     VALUE ZEROES.
           05  WS-SANCT-HELD-TOTAL           PIC 9(9)V99  VALUE ZEROES.

      **** GLPOST PARAMETERS.  THE CONTROL AMOUNT IS WHAT THE REGISTER
      **** SAYS WAS ACTUALLY DISBURSED, FOR GLREG TO TIE TO.
       01  GL-POST-FIELDS.
           05  GLP-FUNCTION                  PIC X(1).
           05  GLP-SOURCE                    PIC X(8)     VALUE
                                                 'CLAIMPAY'.
           05  GLP-TXN-TYPE                  PIC X(4).
           05  GLP-AMOUNT                    PIC S9(9)V99 COMP-3.
           05  GLP-REFERENCE                 PIC X(20).
           05  GLP-RETURN-CD                 PIC X(2).
           05  GLP-CONTROL-AMT               PIC S9(9)V99 COMP-3
                                                 VALUE ZERO.
           05  GLP-SUSPENSE-COUNT            PIC 9(5)     VALUE ZEROES.

       01  HASH-TOTALS.
           05  WS-CLAIMS-READ                PIC 9(6)     VALUE ZEROES.
           05  WS-GROSS-CLAIM-TOTAL          PIC 9(9)V99  VALUE ZEROES.
           05  WS-NET-PAYMENT-TOTAL          PIC 9(9)V99  VALUE ZEROES.

       01  SUPPLEMENT-FIELDS.
           05  WS-SUPPS-READ                 PIC 9(6)     VALUE ZEROES.
           05  WS-SUPPS-PAID                 PIC 9(6)     VALUE ZEROES.
           05  WS-SUPPS-REJECTED             PIC 9(6)     VALUE ZEROES.
           05  WS-SUPP-AMT-TOTAL             PIC 9(9)V99  VALUE ZEROES.
           05  WS-SUPP-REJECT-MSG            PIC X(30)    VALUE SPACES.
           05  WS-CLAIM-TOTAL-PAID           PIC 9(8)V99  VALUE ZEROES.

       01  REGISTER-DETAIL-LINE.
           05  RGL-CONTRACT-NO           PIC 9B999B99.
           05  FILLER                    PIC X(3)   VALUE SPACES.
           05  FILLER                    PIC X(17)
                    VALUE '  Contract Hash: '.
           05  RT1-HASH                  PIC 9(12).
           05  FILLER                    PIC X(14)
                    VALUE '  Sanct-Held: '.
           05  RT1-SANCT                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(20)  VALUE SPACES.

       01  HOLD-DETAIL-LINE.
           05  HDL-CONTRACT-NO           PIC 9B999B99.
           05  HDL-PRIOR-AMOUNT          PIC $$,$$$,$$9.99.
           05  FILLER                    PIC X(33)  VALUE SPACES.

      **** A CLAIM HELD BY THE SANCTIONS SCREEN - THE PAYEE THAT HIT
      **** AND THE WATCH-LIST ENTRY IT HIT, FOR COMPLIANCE.
       01  SANCT-HOLD-LINE.
           05  HSL-CONTRACT-NO           PIC 9B999B99.
           05  FILLER                    PIC X(3)   VALUE SPACES.
           05  HSL-PAYEE-NAME            PIC X(27).
           05  FILLER                    PIC X(3)   VALUE SPACES.
           05  HSL-NET-PAYMENT           PIC $$,$$$,$$9.99.
           05  FILLER                    PIC X(2)   VALUE SPACES.
           05  HSL-REASON                PIC X(26).
           05  FILLER                    PIC X(12)
                    VALUE ' LIST ENTRY '.
           05  HSL-ENTRY-ID              PIC X(10).
           05  FILLER                    PIC X(7)   VALUE ' SCORE '.
           05  HSL-SCORE                 PIC ZZ9.
           05  FILLER                    PIC X(18)  VALUE SPACES.

       01  REGISTER-TOTAL-LINE-2.
           05  FILLER                    PIC X(14)
                    VALUE 'Gross Claims: '.
           05  RT3-EFT-AMOUNT            PIC $$$$,$$$,$$9.99.
           05  FILLER                    PIC X(84)  VALUE SPACES.

       01  REGISTER-TOTAL-LINE-4.
           05  FILLER                    PIC X(18)
                    VALUE 'Supplements Read: '.
           05  RT4-READ                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(8)   VALUE '  Paid: '.
           05  RT4-PAID                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12)
                    VALUE '  Rejected: '.
           05  RT4-REJECTED              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(22)
                    VALUE '  Supplement Dollars: '.
           05  RT4-AMOUNT                PIC $$$$,$$$,$$9.99.
           05  FILLER                    PIC X(36)  VALUE SPACES.

       01  REGISTER-TOTAL-LINE-5.
           05  FILLER                    PIC X(14)
                    VALUE 'GL Disbursed: '.
           05  RT5-GL-AMOUNT             PIC $$$$,$$$,$$9.99.
           05  FILLER                    PIC X(16)
                    VALUE '  Unsplit Held: '.
           05  RT5-UNSPLIT               PIC $$$$,$$$,$$9.99.
           05  FILLER                    PIC X(24)
                    VALUE '  GL Suspense Postings: '.
           05  RT5-SUSPENSE              PIC ZZ,ZZ9.
           05  FILLER                    PIC X(16)
                    VALUE '  Sanct Held: '.
           05  RT5-SANCT-HELD            PIC $$$$,$$$,$$9.99.
           05  FILLER                    PIC X(11)  VALUE SPACES.

      **** FOLLOWS THE LINES FOR A SUPPLEMENT - WHAT IT WAS FOR AND
      **** WHAT THE CLAIM HAS NOW PAID IN ALL.
       01  SUPPLEMENT-NOTE-LINE.
           05  FILLER                    PIC X(9)   VALUE ' ------- '.
           05  FILLER                    PIC X(20)
                    VALUE 'SUPPLEMENT TO CLAIM '.
           05  SNL-CLAIM-DATE            PIC 99/99/99.
           05  FILLER                    PIC X(3)   VALUE ' - '.
           05  SNL-REASON                PIC X(30).
           05  FILLER                    PIC X(19)
                    VALUE '  CLAIM TOTAL PAID '.
           05  SNL-TOTAL-PAID            PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(7)   VALUE ' (ORIG '.
           05  SNL-ORIGINAL              PIC $$,$$$,$$9.99.
           05  FILLER                    PIC X(1)   VALUE ')'.
           05  FILLER                    PIC X(8)   VALUE SPACES.

       01  SUPP-REJECT-LINE.
           05  SRL-CONTRACT-NO           PIC 9B999B99.
           05  FILLER                    PIC X(3)   VALUE SPACES.
           05  FILLER                    PIC X(17)
                    VALUE 'SUPPLEMENT CLAIM '.
           05  SRL-CLAIM-DATE            PIC 99/99/99.
           05  FILLER                    PIC X(3)   VALUE SPACES.
           05  SRL-AMOUNT                PIC $$,$$$,$$9.99.
           05  FILLER                    PIC X(3)   VALUE SPACES.
           05  SRL-REQUESTOR             PIC X(8).
           05  FILLER                    PIC X(14)
                    VALUE '   REJECTED - '.
           05  SRL-MESSAGE               PIC X(30).
           05  FILLER                    PIC X(25)  VALUE SPACES.

       01  INTEREST-NOTE-LINE.
           05  FILLER                    PIC X(9)   VALUE ' ------- '.
           05  FILLER                    PIC X(21)
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           OPEN EXTEND CHECK-REGISTER-FILE.
           OPEN EXTEND DISB-HISTORY-FILE.
           OPEN OUTPUT ACH-PAYMENT-FILE.
           OPEN OUTPUT HOLD-REPORT-FILE.
           OPEN I-O PAID-CLAIMS-FILE.
               CLOSE PAID-CLAIMS-FILE
               OPEN I-O PAID-CLAIMS-FILE
           END-IF.
           OPEN I-O CLAIM-HISTORY-FILE.
           IF WS-HIST-STATUS = '00'
               SET WS-HIST-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT SUPPLEMENT-FILE.
           IF WS-SUPP-STATUS = '00'
               SET WS-SUPP-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF WS-BNK-FOUND
               SET WS-BNK-FILE-OPEN TO TRUE
                       PERFORM 200-PAY-ONE-CLAIM
               END-READ
           END-PERFORM.
           IF WS-SUPP-FILE-OPEN
               SET PAYING-SUPPLEMENT TO TRUE
               PERFORM UNTIL END-OF-SUPPS
                   READ SUPPLEMENT-FILE
                       AT END
                           SET END-OF-SUPPS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUPPS-READ
                           PERFORM 600-PAY-ONE-SUPPLEMENT
                               THRU 600-EXIT
                   END-READ
               END-PERFORM
               CLOSE SUPPLEMENT-FILE
           END-IF.
           PERFORM 700-WRITE-REGISTER-TOTALS.
           IF WS-RVST-FILE-OPEN
               CLOSE REVIEW-STATUS-FILE
           END-IF.
           CLOSE POSITIVE-PAY-FILE
                 CHECK-REGISTER-FILE
                 DISB-HISTORY-FILE
                 ACH-PAYMENT-FILE
                 HOLD-REPORT-FILE
                 PAID-CLAIMS-FILE.
           IF WS-BNK-FILE-OPEN
               CLOSE BANK-ACCOUNT-FILE
           END-IF.
           IF WS-HIST-FILE-OPEN
               CLOSE CLAIM-HISTORY-FILE
           END-IF.
           OPEN OUTPUT CHECK-NUMBER-FILE.
           MOVE WS-NEXT-CHECK-NO TO CKN-NEXT-CHECK-NO.
           WRITE CHECK-NUMBER-RECORD.
           IF CLAIM-PAYABLE
               PERFORM 320-CHECK-ALREADY-PAID THRU 320-EXIT
           END-IF.
           IF CLAIM-PAYABLE AND NOT CLAIM-DUPLICATE
               PERFORM 500-LOAD-BENEFICIARIES THRU 500-EXIT
               PERFORM 360-SANCTIONS-SCREEN THRU 360-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CLAIM-PAYABLE AND CLAIM-DUPLICATE
                   PERFORM 340-HOLD-DUPLICATE THRU 340-EXIT
               WHEN CLAIM-PAYABLE AND NOT WS-SANCT-CLEAR
                   PERFORM 370-HOLD-SANCTIONS THRU 370-EXIT
               WHEN CLAIM-PAYABLE
                   ADD 1 TO WS-CLAIMS-PAID
                   PERFORM 350-PROMPT-PAY-INTEREST THRU 350-EXIT
                   IF WS-BEN-OVERFLOWED
                       PERFORM 520-REGISTER-OVERFLOW-ROWS THRU 520-EXIT
                   END-IF
                   IF WS-BEN-COUNT > ZERO
                       PERFORM 550-SPLIT-PAYMENT THRU 550-EXIT
                   ELSE
                   END-IF
                   ADD WS-NET-PAYMENT TO WS-NET-PAYMENT-TOTAL
                   PERFORM 330-POST-PAID-REGISTER THRU 330-EXIT
                   PERFORM 335-POST-PAID-HISTORY THRU 335-EXIT
               WHEN OTHER
                   ADD 1 TO WS-CLAIMS-HELD
                   MOVE 'HELD-REVIEW' TO RGL-STATUS
                                   WB-SHARE-PCT (WS-BEN-COUNT)
                               MOVE BN-SEQ-NO TO
                                   WB-SEQ-NO (WS-BEN-COUNT)
                               MOVE BN-STATE TO
                                   WB-STATE (WS-BEN-COUNT)
                           ELSE
      **** A ROW PAST THE TABLE LIMIT MUST NEVER BE PAID SILENTLY
      **** TO SOMEBODY ELSE.  THE ROWS ARE LISTED FOR A MANUAL SPLIT
      **** (520) ONLY ONCE THE PAYMENT CLEARS SCREENING.
                               MOVE 'Y' TO WS-BEN-OVFL-SW
                               SET WS-BEN-BROWSE-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           EXIT.

       510-REGISTER-OVERFLOW-ROW.
           MOVE INSURED-CONTRACT-NO TO RGL-CONTRACT-NO.
           INSPECT RGL-CONTRACT-NO REPLACING ALL ' ' BY '-'.
           MOVE BN-NAME TO RGL-PAYEE-NAME.
       510-EXIT.
           EXIT.

      **** THE PAYMENT HAS CLEARED SCREENING - RE-BROWSE THE
      **** CONTRACT'S CLMBENEF ROWS AND FLAG EVERY ROW PAST THE TABLE
      **** LIMIT ON THE REGISTER FOR A MANUAL SPLIT.
       520-REGISTER-OVERFLOW-ROWS.
           MOVE ZERO TO WS-BEN-ROW-NO.
           MOVE 'N' TO WS-BEN-BROWSE-SW.
           MOVE INSURED-CONTRACT-NO TO BN-CONTRACT-NO.
           MOVE ZERO TO BN-SEQ-NO.
           START BENEFICIARY-FILE KEY > BN-KEY
               INVALID KEY SET WS-BEN-BROWSE-DONE TO TRUE
           END-START.
           PERFORM 525-NEXT-OVERFLOW-ROW THRU 525-EXIT
               UNTIL WS-BEN-BROWSE-DONE.
       520-EXIT.
           EXIT.

       525-NEXT-OVERFLOW-ROW.
           READ BENEFICIARY-FILE NEXT RECORD
               AT END
                   SET WS-BEN-BROWSE-DONE TO TRUE
                   GO TO 525-EXIT
           END-READ.
           IF BN-CONTRACT-NO NOT = INSURED-CONTRACT-NO
               SET WS-BEN-BROWSE-DONE TO TRUE
               GO TO 525-EXIT.
           ADD 1 TO WS-BEN-ROW-NO.
           IF WS-BEN-ROW-NO > 10
               PERFORM 510-REGISTER-OVERFLOW-ROW THRU 510-EXIT.
       525-EXIT.
           EXIT.

      **** ONE DISBURSEMENT AND ONE REGISTER LINE PER BENEFICIARY.
      **** SHARES ARE APPLIED TO THE NET PAYMENT; THE LAST
      **** BENEFICIARY RECEIVES WHATEVER REMAINS SO ROUNDING CAN
      **** NEVER LOSE OR INVENT A CENT.  WHEN THE TABLE OVERFLOWED
      **** THE REMAINDER BELONGS TO THE UNTABLED ROWS, NOT THE LAST
      **** TABLED ONE - IT IS HELD UNSPLIT ON THE REGISTER INSTEAD.
      **** ANY PROMPT-PAY INTEREST INSIDE THE NET PAYMENT IS SPLIT
      **** THE SAME WAY SO EACH PAYEE'S INTEREST IS KNOWN AT YEAR END.
       550-SPLIT-PAYMENT.
           MOVE WS-NET-PAYMENT TO WS-SPLIT-REMAINING.
           MOVE WS-PROMPT-INT TO WS-SPLIT-INT-REMAINING.
           PERFORM VARYING WS-BEN-SUB FROM 1 BY 1
                   UNTIL WS-BEN-SUB > WS-BEN-COUNT
               IF WS-BEN-SUB = WS-BEN-COUNT
                       AND NOT WS-BEN-OVERFLOWED
                   MOVE WS-SPLIT-REMAINING TO WS-SPLIT-AMOUNT
                   MOVE WS-SPLIT-INT-REMAINING TO WS-PAYEE-INT
               ELSE
                   COMPUTE WS-SPLIT-AMOUNT ROUNDED =
                       WS-NET-PAYMENT
                   IF WS-SPLIT-AMOUNT > WS-SPLIT-REMAINING
                       MOVE WS-SPLIT-REMAINING TO WS-SPLIT-AMOUNT
                   END-IF
                   COMPUTE WS-PAYEE-INT ROUNDED =
                       WS-PROMPT-INT
                           * WB-SHARE-PCT (WS-BEN-SUB) / 100
                   IF WS-PAYEE-INT > WS-SPLIT-INT-REMAINING
                       MOVE WS-SPLIT-INT-REMAINING TO WS-PAYEE-INT
                   END-IF
               END-IF
               SUBTRACT WS-SPLIT-AMOUNT FROM WS-SPLIT-REMAINING
               SUBTRACT WS-PAYEE-INT FROM WS-SPLIT-INT-REMAINING
               MOVE SPACES TO DISBURSE-RECORD
               MOVE WB-NAME (WS-BEN-SUB) TO DSB-PAYEE-NAME
               MOVE INSURED-CONTRACT-NO TO DSB-CONTRACT-NO
               MOVE WS-SPLIT-AMOUNT TO DSB-PAYMENT-AMOUNT
               MOVE WB-SEQ-NO (WS-BEN-SUB) TO WS-EFT-SEQ
               MOVE WB-STATE (WS-BEN-SUB) TO WS-PAYEE-STATE
               IF PAYING-SUPPLEMENT
                   MOVE 'SUPP-SPLIT' TO RGL-STATUS
               ELSE
                   MOVE 'PAID-SPLIT' TO RGL-STATUS
               END-IF
               PERFORM 583-DISBURSE-BY-METHOD
               MOVE 'SHARE ' TO RGL-SHARE-LABEL
               MOVE WB-SHARE-PCT (WS-BEN-SUB) TO RGL-SHARE-PCT
               MOVE POLICY-CLAIM-AMOUNT TO RGL-GROSS-CLAIM
               MOVE COINSURANCE TO RGL-COINS-PCT
               MOVE WS-SPLIT-REMAINING TO RGL-NET-PAYMENT
               ADD WS-SPLIT-REMAINING TO WS-UNSPLIT-HELD-TOTAL
               MOVE 'UNSPLIT-BAL' TO RGL-STATUS
               MOVE SPACES TO RGL-SHARE-LABEL
               MOVE ZERO TO RGL-SHARE-PCT
           MOVE INSURED-CONTRACT-NO TO DSB-CONTRACT-NO.
           MOVE WS-NET-PAYMENT TO DSB-PAYMENT-AMOUNT.
           MOVE ZERO TO WS-EFT-SEQ.
           MOVE SPACES TO WS-PAYEE-STATE.
           MOVE WS-PROMPT-INT TO WS-PAYEE-INT.
           IF PAYING-SUPPLEMENT
               MOVE 'SUPPLEMENT' TO RGL-STATUS
           ELSE
               MOVE 'PAID' TO RGL-STATUS
           END-IF.
           PERFORM 583-DISBURSE-BY-METHOD.
           MOVE SPACES TO RGL-SHARE-LABEL.
           MOVE ZERO TO RGL-SHARE-PCT.
           ELSE
               PERFORM 585-ISSUE-CHECK
           END-IF.
           PERFORM 588-WRITE-DISB-HISTORY.
           PERFORM 589-POST-DISB-TO-GL.

      **** ONE ACH ENTRY INSTEAD OF A CHECK.  NO CHECK NUMBER IS
      **** BURNED; THE REGISTER SHOWS THE EFT METHOD AND THE ACH
           MOVE 'D' TO ACH-ENTRY-TYPE.
           MOVE WS-TODAY-DATE TO ACH-EFFECTIVE-DATE.
           WRITE ACH-PAYMENT-RECORD.
           IF PAYING-SUPPLEMENT
               MOVE 'SUPP-EFT' TO RGL-STATUS
           ELSE
               MOVE 'PAID-EFT' TO RGL-STATUS
           END-IF.
           MOVE WS-EFT-COUNT TO RGL-CHECK-NO.

      **** STAMP THE NEXT CHECK NUMBER ON THE DISBURSEMENT, SEND THE
           MOVE WS-TODAY-DATE TO PPY-ISSUE-DATE.
           MOVE DSB-PAYMENT-AMOUNT TO PPY-AMOUNT.
           MOVE DSB-PAYEE-NAME TO PPY-PAYEE-NAME.
           MOVE 'I' TO PPY-ACTION.
           WRITE POSITIVE-PAY-RECORD.
           MOVE SPACES TO CHECK-REGISTER-RECORD.
           MOVE WS-NEXT-CHECK-NO TO CKR-CHECK-NO.
           MOVE DSB-PAYMENT-AMOUNT TO CKR-AMOUNT.
           MOVE DSB-PAYEE-NAME TO CKR-PAYEE-NAME.
           MOVE 'O' TO CKR-STATUS.
           MOVE WS-PAYEE-STATE TO CKR-PAYEE-STATE.
           MOVE ZERO TO CKR-NOTICE-DATE CKR-LINK-CHECK-NO.
           WRITE CHECK-REGISTER-RECORD.
           ADD 1 TO WS-NEXT-CHECK-NO.

      **** EVERY DISBURSEMENT GOES ON THE CUMULATIVE HISTORY WITH
      **** ITS PAYEE SEQUENCE AND INTEREST PORTION - CLMINT99 TOTALS
      **** THE INTEREST BY PAYEE FOR THE YEAR-END INFORMATION RETURNS.
       588-WRITE-DISB-HISTORY.
           MOVE SPACES TO DISB-HISTORY-RECORD.
           MOVE DSB-CONTRACT-NO TO DH-CONTRACT-NO.
           MOVE WS-EFT-SEQ TO DH-PAYEE-SEQ.
           MOVE DSB-PAYEE-NAME TO DH-PAYEE-NAME.
           MOVE WS-PAYEE-STATE TO DH-PAYEE-STATE.
           MOVE WS-TODAY-DATE TO DH-PAID-DATE.
           IF WS-EFT-FOUND
               SET DH-BY-EFT TO TRUE
               MOVE WS-EFT-COUNT TO DH-CHECK-NO
           ELSE
               SET DH-BY-CHECK TO TRUE
               MOVE DSB-CHECK-NO TO DH-CHECK-NO
           END-IF.
           MOVE DSB-PAYMENT-AMOUNT TO DH-PAYMENT-AMOUNT.
           MOVE WS-PAYEE-INT TO DH-INTEREST-AMOUNT.
           WRITE DISB-HISTORY-RECORD.

      **** THE BENEFIT AND THE PROMPT-PAY INTEREST INSIDE IT GO TO
      **** DIFFERENT EXPENSE ACCOUNTS, SO EACH IS ITS OWN GL ENTRY
      **** UNDER THE METHOD THAT PAID IT.
       589-POST-DISB-TO-GL.
           MOVE 'P' TO GLP-FUNCTION.
           MOVE SPACES TO GLP-REFERENCE.
           STRING DSB-CONTRACT-NO ' ' WS-EFT-SEQ
               DELIMITED BY SIZE INTO GLP-REFERENCE.
           COMPUTE GLP-AMOUNT = DSB-PAYMENT-AMOUNT - WS-PAYEE-INT.
           IF GLP-AMOUNT > ZERO
               IF WS-EFT-FOUND
                   MOVE 'EFT ' TO GLP-TXN-TYPE
               ELSE
                   MOVE 'CHK ' TO GLP-TXN-TYPE
               END-IF
               PERFORM 595-CALL-GLPOST
           END-IF.
           IF WS-PAYEE-INT > ZERO
               IF WS-EFT-FOUND
                   MOVE 'EFTI' TO GLP-TXN-TYPE
               ELSE
                   MOVE 'CHKI' TO GLP-TXN-TYPE
               END-IF
               MOVE WS-PAYEE-INT TO GLP-AMOUNT
               PERFORM 595-CALL-GLPOST
           END-IF.

       595-CALL-GLPOST.
           CALL 'GLPOST' USING GLP-FUNCTION
                               GLP-SOURCE
                               GLP-TXN-TYPE
                               GLP-AMOUNT
                               GLP-REFERENCE
                               GLP-RETURN-CD.
           IF GLP-RETURN-CD = '04'
               ADD 1 TO GLP-SUSPENSE-COUNT
           END-IF.
           IF GLP-RETURN-CD = '08'
               DISPLAY 'CLAIMPAY GLPOST REJECTED ' GLP-TXN-TYPE
                   ' ' GLP-REFERENCE
               MOVE 8 TO RETURN-CODE
           END-IF.

       590-WRITE-REGISTER-DETAIL.
           MOVE INSURED-CONTRACT-NO TO RGL-CONTRACT-NO.
           INSPECT RGL-CONTRACT-NO REPLACING ALL ' ' BY '-'.
           EXIT.

       330-POST-PAID-REGISTER.
           MOVE SPACES TO PAID-CLAIM-REC.
           MOVE INSURED-CONTRACT-NO TO PD-CONTRACT-NO.
           MOVE POLICY-DETAILS (1:6) TO PD-CLAIM-DATE.
           MOVE WS-TODAY-DATE TO PD-PAID-DATE.
           MOVE WS-NET-PAYMENT TO PD-AMOUNT.
           MOVE ZERO TO PD-SUPP-COUNT PD-SUPP-AMOUNT PD-LAST-SUPP-DATE.
           WRITE PAID-CLAIM-REC
               INVALID KEY REWRITE PAID-CLAIM-REC
           END-WRITE.
       330-EXIT.
           EXIT.

      **** WHAT WAS PAID GOES ON THE CONTRACT'S CLAIM-HISTORY ENTRY
      **** (INSUREDCLAIM OPENED IT WHEN THE CLAIM CAME IN) - THE
      **** TOTAL PAID, AND FOR A SUPPLEMENT THE SUPPLEMENT PORTION.
       335-POST-PAID-HISTORY.
           IF NOT WS-HIST-FILE-OPEN
               GO TO 335-EXIT.
           MOVE INSURED-CONTRACT-NO TO CH-CONTRACT-NO.
           READ CLAIM-HISTORY-FILE.
           IF NOT WS-HIST-FOUND
               GO TO 335-EXIT.
           IF CH-TOTAL-PAID-AMT NOT NUMERIC
               MOVE ZERO TO CH-TOTAL-PAID-AMT
           END-IF.
           IF CH-SUPP-PAID-AMT NOT NUMERIC
               MOVE ZERO TO CH-SUPP-PAID-AMT
           END-IF.
           ADD WS-NET-PAYMENT TO CH-TOTAL-PAID-AMT.
           IF PAYING-SUPPLEMENT
               ADD WS-NET-PAYMENT TO CH-SUPP-PAID-AMT
           END-IF.
           REWRITE CLAIM-HISTORY-REC.
       335-EXIT.
           EXIT.

      **** THE DOUBLE PAYMENT THE BENEFICIARY HAD TO PHONE US ABOUT -
      **** NOW IT LANDS ON THE HOLD REPORT INSTEAD OF IN THE MAIL.
       340-HOLD-DUPLICATE.
       350-EXIT.
           EXIT.

      **** EVERY PAYEE IS SCREENED AGAINST THE SANCTIONS WATCH LIST
      **** BEFORE A CENT GOES OUT - EACH TABLED BENEFICIARY FOR ITS
      **** SHARE, OR THE INSURED WHEN THERE ARE NONE.  SANCSCRN LOGS
      **** EVERY SCREEN AND QUEUES ANY POTENTIAL HIT FOR COMPLIANCE.
       360-SANCTIONS-SCREEN.
           MOVE 'C' TO WS-SANCT-RESULT.
           MOVE ZERO TO WS-SANCT-SCORE.
           MOVE SPACES TO WS-SANCT-ENTRY-ID WS-SANCT-PAYEE-NAME.
           IF WS-BEN-COUNT = ZERO
               MOVE WS-PAYEE-NAME TO WS-SC-PAYEE-NAME
               MOVE ZERO TO WS-SC-SEQ-NO
               MOVE WS-NET-PAYMENT TO WS-SC-AMOUNT
               PERFORM 365-SCREEN-ONE-PAYEE THRU 365-EXIT
               GO TO 360-EXIT.
           PERFORM VARYING WS-BEN-SUB FROM 1 BY 1
                   UNTIL WS-BEN-SUB > WS-BEN-COUNT
               MOVE WB-NAME (WS-BEN-SUB) TO WS-SC-PAYEE-NAME
               MOVE WB-SEQ-NO (WS-BEN-SUB) TO WS-SC-SEQ-NO
               COMPUTE WS-SC-AMOUNT ROUNDED =
                   WS-NET-PAYMENT * WB-SHARE-PCT (WS-BEN-SUB) / 100
               PERFORM 365-SCREEN-ONE-PAYEE THRU 365-EXIT
           END-PERFORM.
       360-EXIT.
           EXIT.

      **** THE SCREEN REFERENCE IS CONTRACT-SEQUENCE, THE SAME AS
      **** BENMAINT USES, SO COMPLIANCE SEES ONE NAME FOR ONE PAYEE.
      **** THE CLAIM KEEPS THE WORST RESULT OF ALL ITS PAYEES.
       365-SCREEN-ONE-PAYEE.
           MOVE SPACES TO WS-SC-REFERENCE.
           STRING INSURED-CONTRACT-NO '-' WS-SC-SEQ-NO
               DELIMITED BY SIZE INTO WS-SC-REFERENCE
           END-STRING.
           CALL 'SANCSCRN' USING WS-SC-SOURCE WS-SC-REFERENCE
               WS-SC-PAYEE-NAME WS-SC-AMOUNT WS-SC-RESULT
               WS-SC-SCORE WS-SC-ENTRY-ID.
           IF WS-SC-CLEAR OR WS-SANCT-BLOCKED
               GO TO 365-EXIT.
           IF WS-SC-HOLD AND NOT WS-SANCT-CLEAR
               GO TO 365-EXIT.
           IF WS-SC-NO-LIST AND WS-SANCT-NO-LIST
               GO TO 365-EXIT.
           MOVE WS-SC-RESULT TO WS-SANCT-RESULT.
           MOVE WS-SC-SCORE TO WS-SANCT-SCORE.
           MOVE WS-SC-ENTRY-ID TO WS-SANCT-ENTRY-ID.
           MOVE WS-SC-PAYEE-NAME TO WS-SANCT-PAYEE-NAME.
       365-EXIT.
           EXIT.

      **** A SANCTIONS HIT HOLDS THE WHOLE CLAIM - NOTHING IS
      **** DISBURSED AND NOTHING POSTS TO CLMPAID, SO ONCE COMPLIANCE
      **** CLEARS THE HIT THE CLAIM PAYS ON THE NEXT RUN.
       370-HOLD-SANCTIONS.
           ADD 1 TO WS-CLAIMS-SANCT.
           ADD WS-NET-PAYMENT TO WS-SANCT-HELD-TOTAL.
           MOVE INSURED-CONTRACT-NO TO HSL-CONTRACT-NO.
           INSPECT HSL-CONTRACT-NO REPLACING ALL ' ' BY '-'.
           MOVE WS-SANCT-PAYEE-NAME TO HSL-PAYEE-NAME.
           MOVE WS-NET-PAYMENT TO HSL-NET-PAYMENT.
           EVALUATE TRUE
               WHEN WS-SANCT-BLOCKED
                   MOVE 'CONFIRMED SANCTIONS MATCH' TO HSL-REASON
                   MOVE 'SANCT-BLOCK' TO RGL-STATUS
               WHEN WS-SANCT-NO-LIST
                   MOVE 'SANCTIONS LIST NOT LOADED' TO HSL-REASON
                   MOVE 'SANCT-HOLD' TO RGL-STATUS
               WHEN OTHER
                   MOVE 'SANCTIONS SCREEN HOLD' TO HSL-REASON
                   MOVE 'SANCT-HOLD' TO RGL-STATUS
           END-EVALUATE.
           MOVE WS-SANCT-ENTRY-ID TO HSL-ENTRY-ID.
           MOVE WS-SANCT-SCORE TO HSL-SCORE.
           WRITE HOLD-REPORT-LINE FROM SANCT-HOLD-LINE.
           MOVE SPACES TO RGL-SHARE-LABEL.
           MOVE ZERO TO RGL-SHARE-PCT RGL-CHECK-NO.
           PERFORM 590-WRITE-REGISTER-DETAIL.
       370-EXIT.
           EXIT.

       400-BUILD-PAYEE-NAME.
           MOVE SPACES TO WS-PAYEE-NAME.
           STRING INSURED-FIRST-NANE DELIMITED BY '  '
               INTO WS-PAYEE-NAME
           END-STRING.

      **** A SUPPLEMENT PAYS ADDITIONAL PROCEEDS ON A CLAIM ALREADY
      **** PAID, SO THE ORIGINAL CLMPAID ENTRY MUST BE ON FILE - THE
      **** DUPLICATE GATE IS DELIBERATELY NOT APPLIED - AND ANY REVIEW
      **** ON THE CONTRACT MUST STILL BE APPROVED.  IT THEN PAYS
      **** THROUGH THE SAME SPLIT, EFT AND CHECK PATH AS A CLAIM, WITH
      **** NO PROMPT-PAY INTEREST, AND IS POSTED TO THE ORIGINAL'S
      **** CLMPAID ENTRY.  IT IS KEPT OUT OF THE CLAIM HASH TOTALS.
       600-PAY-ONE-SUPPLEMENT.
           MOVE SPACES TO WS-SUPP-REJECT-MSG.
           EVALUATE TRUE
               WHEN SUP-CONTRACT-NO NOT NUMERIC
                   MOVE 'CONTRACT NUMBER INVALID' TO WS-SUPP-REJECT-MSG
               WHEN SUP-CONTRACT-NO = ZERO
                   MOVE 'CONTRACT NUMBER INVALID' TO WS-SUPP-REJECT-MSG
               WHEN SUP-CLAIM-DATE NOT NUMERIC
                   MOVE 'CLAIM DATE INVALID' TO WS-SUPP-REJECT-MSG
               WHEN SUP-AMOUNT NOT NUMERIC
                   MOVE 'NO ADDITIONAL AMOUNT' TO WS-SUPP-REJECT-MSG
               WHEN SUP-AMOUNT = ZERO
                   MOVE 'NO ADDITIONAL AMOUNT' TO WS-SUPP-REJECT-MSG
               WHEN SUP-REASON = SPACES
                   MOVE 'NO REASON GIVEN' TO WS-SUPP-REJECT-MSG
           END-EVALUATE.
           IF WS-SUPP-REJECT-MSG NOT = SPACES
               PERFORM 680-REJECT-SUPPLEMENT THRU 680-EXIT
               GO TO 600-EXIT.
           MOVE SUP-CONTRACT-NO TO PD-CONTRACT-NO.
           MOVE SUP-CLAIM-DATE TO PD-CLAIM-DATE.
           READ PAID-CLAIMS-FILE.
           IF NOT WS-PAID-FOUND
               MOVE 'ORIGINAL CLAIM NOT PAID' TO WS-SUPP-REJECT-MSG
               PERFORM 680-REJECT-SUPPLEMENT THRU 680-EXIT
               GO TO 600-EXIT.
           MOVE SPACES TO CLAIM-RECORD-IN.
           MOVE SUP-CONTRACT-NO TO INSURED-CONTRACT-NO.
           MOVE SUP-CLAIM-DATE TO POLICY-DETAILS (1:6).
           MOVE SUP-AMOUNT TO POLICY-CLAIM-AMOUNT.
           MOVE ZERO TO COINSURANCE POLICY-FACE-AMOUNT.
           MOVE 'Y' TO CLAIM-PAYABLE-SW.
           PERFORM 300-CHECK-DISPOSITION THRU 300-EXIT.
           IF NOT CLAIM-PAYABLE
               MOVE 'CLAIM REVIEW NOT APPROVED' TO WS-SUPP-REJECT-MSG
               PERFORM 680-REJECT-SUPPLEMENT THRU 680-EXIT
               GO TO 600-EXIT.
           PERFORM 620-SUPPLEMENT-PAYEE-NAME THRU 620-EXIT.
           PERFORM 500-LOAD-BENEFICIARIES THRU 500-EXIT.
           IF WS-BEN-COUNT = ZERO AND WS-PAYEE-NAME = SPACES
               MOVE 'NO PAYEE NAME ON FILE' TO WS-SUPP-REJECT-MSG
               PERFORM 680-REJECT-SUPPLEMENT THRU 680-EXIT
               GO TO 600-EXIT.
           MOVE SUP-AMOUNT TO WS-NET-PAYMENT.
           MOVE ZERO TO WS-PROMPT-INT.
           PERFORM 360-SANCTIONS-SCREEN THRU 360-EXIT.
           IF WS-SANCT-BLOCKED
               MOVE 'CONFIRMED SANCTIONS MATCH' TO WS-SUPP-REJECT-MSG
           ELSE
               IF NOT WS-SANCT-CLEAR
                   MOVE 'SANCTIONS SCREEN HOLD' TO WS-SUPP-REJECT-MSG
               END-IF
           END-IF.
           IF WS-SUPP-REJECT-MSG NOT = SPACES
               PERFORM 680-REJECT-SUPPLEMENT THRU 680-EXIT
               GO TO 600-EXIT.
           IF WS-BEN-OVERFLOWED
               PERFORM 520-REGISTER-OVERFLOW-ROWS THRU 520-EXIT
           END-IF.
           IF WS-BEN-COUNT > ZERO
               PERFORM 550-SPLIT-PAYMENT THRU 550-EXIT
           ELSE
               PERFORM 580-WRITE-ONE-DISBURSEMENT
           END-IF.
           PERFORM 640-POST-SUPPLEMENT THRU 640-EXIT.
           PERFORM 335-POST-PAID-HISTORY THRU 335-EXIT.
           ADD 1 TO WS-SUPPS-PAID.
           ADD SUP-AMOUNT TO WS-SUPP-AMT-TOTAL.
       600-EXIT.
           EXIT.

      **** NO CLAIM RECORD COMES WITH A SUPPLEMENT.  THE INSURED'S
      **** NAME IS TAKEN FROM THE REVIEW-STATUS RECORD WHEN THE CLAIM
      **** WENT THROUGH REVIEW, OTHERWISE FROM THE CLMBENEF SEQUENCE
      **** 00 ROW.
       620-SUPPLEMENT-PAYEE-NAME.
           MOVE SPACES TO WS-PAYEE-NAME.
           IF WS-RVST-FILE-OPEN AND WS-RVST-FOUND
               MOVE RS-INSURED-NAME TO WS-PAYEE-NAME
           END-IF.
           IF WS-PAYEE-NAME NOT = SPACES
               GO TO 620-EXIT.
           IF NOT WS-BEN-FILE-OPEN
               GO TO 620-EXIT.
           MOVE SUP-CONTRACT-NO TO BN-CONTRACT-NO.
           MOVE ZERO TO BN-SEQ-NO.
           READ BENEFICIARY-FILE.
           IF WS-BEN-OK
               MOVE BN-NAME TO WS-PAYEE-NAME
           END-IF.
       620-EXIT.
           EXIT.

      **** THE SUPPLEMENT IS LINKED TO THE CLAIM BY ACCUMULATING ON
      **** THE ORIGINAL'S CLMPAID ENTRY, AND THE REGISTER SHOWS WHAT
      **** THE CLAIM HAS NOW PAID ACROSS ORIGINAL AND SUPPLEMENTS.
       640-POST-SUPPLEMENT.
           IF PD-SUPP-COUNT NOT NUMERIC
                   OR PD-SUPP-AMOUNT NOT NUMERIC
               MOVE ZERO TO PD-SUPP-COUNT PD-SUPP-AMOUNT
               MOVE ZERO TO PD-LAST-SUPP-DATE
           END-IF.
           ADD 1 TO PD-SUPP-COUNT.
           ADD SUP-AMOUNT TO PD-SUPP-AMOUNT.
           MOVE WS-TODAY-DATE TO PD-LAST-SUPP-DATE.
           REWRITE PAID-CLAIM-REC.
           COMPUTE WS-CLAIM-TOTAL-PAID = PD-AMOUNT + PD-SUPP-AMOUNT.
           MOVE SUP-CLAIM-DATE TO SNL-CLAIM-DATE.
           MOVE SUP-REASON TO SNL-REASON.
           MOVE WS-CLAIM-TOTAL-PAID TO SNL-TOTAL-PAID.
           MOVE PD-AMOUNT TO SNL-ORIGINAL.
           WRITE REGISTER-LINE FROM SUPPLEMENT-NOTE-LINE.
       640-EXIT.
           EXIT.

       680-REJECT-SUPPLEMENT.
           ADD 1 TO WS-SUPPS-REJECTED.
           MOVE ZERO TO SRL-CONTRACT-NO SRL-CLAIM-DATE SRL-AMOUNT.
           IF SUP-CONTRACT-NO NUMERIC
               MOVE SUP-CONTRACT-NO TO SRL-CONTRACT-NO
           END-IF.
           INSPECT SRL-CONTRACT-NO REPLACING ALL ' ' BY '-'.
           IF SUP-CLAIM-DATE NUMERIC
               MOVE SUP-CLAIM-DATE TO SRL-CLAIM-DATE
           END-IF.
           IF SUP-AMOUNT NUMERIC
               MOVE SUP-AMOUNT TO SRL-AMOUNT
           END-IF.
           MOVE SUP-REQUESTOR TO SRL-REQUESTOR.
           MOVE WS-SUPP-REJECT-MSG TO SRL-MESSAGE.
           WRITE HOLD-REPORT-LINE FROM SUPP-REJECT-LINE.
       680-EXIT.
           EXIT.

       700-WRITE-REGISTER-TOTALS.
           MOVE WS-CLAIMS-READ TO RT1-READ.
           MOVE WS-CLAIMS-PAID TO RT1-PAID.
           MOVE WS-CLAIMS-HELD TO RT1-HELD.
           MOVE WS-CLAIMS-DUP TO RT1-DUPS.
           MOVE WS-CONTRACT-HASH TO RT1-HASH.
           MOVE WS-CLAIMS-SANCT TO RT1-SANCT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-1.
           MOVE WS-GROSS-CLAIM-TOTAL TO RT2-GROSS.
           MOVE WS-NET-PAYMENT-TOTAL TO RT2-NET.
           MOVE WS-EFT-COUNT TO RT3-EFT-COUNT.
           MOVE WS-EFT-AMT-TOTAL TO RT3-EFT-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-3.
           MOVE WS-SUPPS-READ TO RT4-READ.
           MOVE WS-SUPPS-PAID TO RT4-PAID.
           MOVE WS-SUPPS-REJECTED TO RT4-REJECTED.
           MOVE WS-SUPP-AMT-TOTAL TO RT4-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-4.
           COMPUTE GLP-CONTROL-AMT = WS-NET-PAYMENT-TOTAL
               + WS-SUPP-AMT-TOTAL - WS-UNSPLIT-HELD-TOTAL.
           MOVE 'T' TO GLP-FUNCTION.
           MOVE SPACES TO GLP-TXN-TYPE.
           MOVE GLP-CONTROL-AMT TO GLP-AMOUNT.
           MOVE 'CLAIMPAY REGISTER' TO GLP-REFERENCE.
           PERFORM 595-CALL-GLPOST.
           MOVE GLP-CONTROL-AMT TO RT5-GL-AMOUNT.
           MOVE WS-UNSPLIT-HELD-TOTAL TO RT5-UNSPLIT.
           MOVE GLP-SUSPENSE-COUNT TO RT5-SUSPENSE.
           MOVE WS-SANCT-HELD-TOTAL TO RT5-SANCT-HELD.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-5.
