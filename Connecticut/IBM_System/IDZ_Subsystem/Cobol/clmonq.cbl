       ID DIVISION.
       PROGRAM-ID. CLMONQ.
      *
      *    ONLINE CLAIM STATUS INQUIRY, KEYED BY CONTRACT NUMBER.
      *    ON INITIAL ENTRY DISPLAY THE MAP.
      *    ON SUBSEQUENT ENTRY:
      *       ENTER  - LOOK UP THE ENTERED CONTRACT AND SHOW ITS
      *                REVIEW STATUS, PAID-CLAIM ENTRIES AND THE
      *                FIRST PAGE OF PAYMENTS.
      *       PF8    - NEXT PAGE OF PAYMENTS FOR THE SAME CONTRACT.
      *       CLEAR  - END THE TRANSACTION.
      *    NOTHING IS UPDATED, SO NO OPRAUTH MAINTENANCE AUTHORITY
      *    IS NEEDED TO RUN IT.
      *
      *    MOD LOG
      *    -------------------------------------------------------
      *    2026  D.ELLIS  ORIGINAL PROGRAM.  "WHERE IS MY CLAIM" ON
      *                   ONE SCREEN INSTEAD OF THE CLAIMRVW REPORT,
      *                   THE CLMDREG REGISTER AND THE RECONCILIATION
      *                   PRINTOUT - CLMRVWST STATUS, EXAMINER,
      *                   REASON AND RESERVE, THE CLMPAID ENTRIES,
      *                   AND ONE LINE PER PAYEE PER DISBURSEMENT
      *                   FROM CLMDHIST WITH THE CHECK OR EFT, THE
      *                   AMOUNT AND THE CHKREG CLEARED STATUS.
      *                   CHECKS ON CHKREG WITH NO HISTORY RECORD
      *                   (EARLIER PAYMENTS, CHKVOID REPLACEMENTS)
      *                   ARE LISTED AFTER THEM.
      *    2026  D.ELLIS  CLMPAID IS NOW A COPY MEMBER.  A PAID CLAIM
      *                   WITH CLAIMPAY SUPPLEMENTS SHOWS THE
      *                   SUPPLEMENT DOLLARS AFTER THE ORIGINAL.
      *    2026  D.ELLIS  EVERY SCREEN OF CLAIM ACTIVITY SHOWN IS NOW
      *                   LOGGED THROUGH INQLOG (TERMINAL, USER,
      *                   TRANSACTION, CONTRACT) FOR THE ACCREVW
      *                   ACCESS REVIEW.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. Z196.
       OBJECT-COMPUTER. Z196.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-STATUS-FILE
                  ASSIGN       to CLMRVWST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is RS-CONTRACT-NO
                  FILE STATUS  is RS-STATUS-CD.
           SELECT PAID-CLAIMS-FILE
                  ASSIGN       to CLMPAID
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is PD-KEY
                  FILE STATUS  is PD-STATUS.
           SELECT CHECK-REGISTER-FILE
                  ASSIGN       to CHKREG
                  ORGANIZATION is SEQUENTIAL
                  FILE STATUS  is CKR-STATUS-CD.
           SELECT DISB-HISTORY-FILE
                  ASSIGN       to CLMDHIST
                  ORGANIZATION is SEQUENTIAL
                  FILE STATUS  is DH-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-STATUS-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY CLMRVWST.
      *
       FD  PAID-CLAIMS-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY CLMPAID.
      *
       FD  CHECK-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CHKREG.
      *
       FD  DISB-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CLMDHIST.
      *
       WORKING-STORAGE SECTION.
      *
       01  W-FLAGS.
           10  W-SEND-FLAG                    PIC X.
               88  SEND-ERASE                   VALUE '1'.
               88  SEND-DATAONLY                VALUE '2'.

       01  W-COMAREA-LENGTH                  PIC 9(4) COMP.
      *
       01  END-OF-TRANS-MSG                  PIC X(30)
             VALUE 'END OF TRANSACTION - THANK YOU'.
           COPY DFHAID.
           COPY CLMA0.
      *
       01  RS-STATUS-CD                      PIC X(02).
           88  RS-FOUND                        VALUE '00'.
       01  RS-OPEN-SW                        PIC X VALUE 'N'.
           88  RS-OPENED                       VALUE 'Y'.
       01  PD-STATUS                         PIC X(02).
           88  PD-OK                           VALUE '00'.
       01  PD-OPEN-SW                        PIC X VALUE 'N'.
           88  PD-OPENED                       VALUE 'Y'.
       01  CKR-STATUS-CD                     PIC X(02).
           88  END-OF-CHKREG                   VALUE '10'.
       01  CKR-OPEN-SW                       PIC X VALUE 'N'.
           88  CKR-OPENED                      VALUE 'Y'.
       01  DH-STATUS                         PIC X(02).
           88  END-OF-DHIST                    VALUE '10'.
       01  DH-OPEN-SW                        PIC X VALUE 'N'.
           88  DH-OPENED                       VALUE 'Y'.
      *
       01  WS-BAD-ENTRY-SW                   PIC X VALUE 'N'.
           88  BAD-ENTRY-ENTERED                 VALUE 'Y'.
      *
       01  WS-INQUIRY-FIELDS.
           05  WS-CONTRACT-NO                PIC 9(07) VALUE ZERO.
           05  WS-ACTIVITY-SW                PIC X VALUE 'N'.
               88  WS-ACTIVITY-FOUND           VALUE 'Y'.
           05  WS-BROWSE-DONE-SW             PIC X VALUE 'N'.
               88  WS-BROWSE-DONE              VALUE 'Y'.
           05  WS-PD-SUB                     PIC 9 VALUE 0.
           05  WS-LINES-FILLED               PIC 9 VALUE 0.
           05  WS-AMT-EDIT                   PIC $$,$$$,$$9.99.
           05  WS-PD-LINE.
               10  FILLER                    PIC X(06) VALUE 'CLAIM '.
               10  WS-PL-CLAIM-DATE          PIC 99/99/99.
               10  FILLER                    PIC X(07) VALUE '  PAID '.
               10  WS-PL-PAID-DATE           PIC 9(08).
               10  FILLER                    PIC X(02) VALUE SPACES.
               10  WS-PL-AMOUNT              PIC X(13).
               10  WS-PL-SUPP-LABEL          PIC X(03) VALUE SPACES.
               10  WS-PL-SUPP                PIC X(13) VALUE SPACES.
           05  WS-LIST-LINE.
               10  WS-LL-DATE                PIC X(08).
               10  FILLER                    PIC X(01) VALUE SPACE.
               10  WS-LL-PAYEE               PIC X(22).
               10  FILLER                    PIC X(01) VALUE SPACE.
               10  WS-LL-AMOUNT              PIC X(13).
               10  FILLER                    PIC X(01) VALUE SPACE.
               10  WS-LL-METHOD              PIC X(03).
               10  FILLER                    PIC X(01) VALUE SPACE.
               10  WS-LL-CHECK-NO            PIC X(08).
               10  FILLER                    PIC X(01) VALUE SPACE.
               10  WS-LL-STATUS              PIC X(11).
      *
      *    THE CONTRACT'S CHECKS FROM CHKREG, SO EACH DISBURSEMENT
      *    CAN PICK UP ITS CLEARED STATUS.
       01  WS-CHECK-TABLE.
           05  WS-CK-COUNT                   PIC 9(03) VALUE 0.
           05  WS-CK-SUB                     PIC 9(03) VALUE 0.
           05  WS-CK-FOUND-SW                PIC X VALUE 'N'.
               88  WS-CK-FOUND                 VALUE 'Y'.
           05  WS-CK-ENTRY OCCURS 40 TIMES.
               10  CK-CHECK-NO               PIC 9(08).
               10  CK-ISSUE-DATE             PIC 9(08).
               10  CK-PAYEE-NAME             PIC X(27).
               10  CK-AMOUNT                 PIC 9(7)V99.
               10  CK-STATUS                 PIC X.
               10  CK-LINK-CHECK-NO          PIC 9(08).
               10  CK-MATCHED-SW             PIC X.
                   88  CK-MATCHED              VALUE 'Y'.
      *
      *    ONE ENTRY PER PAYEE PER DISBURSEMENT, IN THE ORDER SHOWN.
       01  WS-PAYMENT-TABLE.
           05  WS-PY-COUNT                   PIC 9(03) VALUE 0.
           05  WS-PY-SUB                     PIC 9(03) VALUE 0.
           05  WS-PY-OVERFLOW-SW             PIC X VALUE 'N'.
               88  WS-PY-OVERFLOWED            VALUE 'Y'.
           05  WS-PY-ENTRY OCCURS 60 TIMES.
               10  PY-DATE                   PIC 9(08).
               10  PY-PAYEE-NAME             PIC X(27).
               10  PY-AMOUNT                 PIC 9(7)V99.
               10  PY-METHOD                 PIC X(03).
               10  PY-CHECK-NO               PIC 9(08).
               10  PY-STATUS                 PIC X(11).
      *
      *    PASSED TO INQLOG - WHO LOOKED AT WHAT, FOR ACCREVW.
       01  WS-INQLOG-FIELDS.
           05  WS-IL-TERMINAL                PIC X(04).
           05  WS-IL-USER                    PIC X(08).
           05  WS-IL-TRANS                   PIC X(04).
           05  WS-IL-PROGRAM                 PIC X(08) VALUE 'CLMONQ'.
           05  WS-IL-KEY-TYPE                PIC X(08).
           05  WS-IL-KEY                     PIC X(20).
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05  LK-PROCESS-INDICATOR          PIC X.
           05  LK-SKIP-COUNT                 PIC 9(4).
           05  LK-CONTRACT-NO                PIC X(07).
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
       A000-MAINLINE SECTION.
       A000-10.
           MOVE LENGTH OF DFHCOMMAREA TO W-COMAREA-LENGTH.
      * Pseudo-conversational re-invocations come back in with a fresh
      * task and no open files, so every file is opened on every
      * entry, the same way CUSTONQ opens its master.  All input only.
           PERFORM A050-OPEN-FILES.
           EVALUATE TRUE
               WHEN EIBCALEN = ZERO
      * First time in - show the blank screen.
                   MOVE LOW-VALUES TO CLMONQO
                   MOVE 'ENTER A CONTRACT NUMBER.' TO MSGOUTO
                   SET SEND-ERASE TO TRUE
                   PERFORM A300-SEND-MAP
                   MOVE '1' TO LK-PROCESS-INDICATOR
                   MOVE ZERO TO LK-SKIP-COUNT
                   MOVE SPACES TO LK-CONTRACT-NO
               WHEN EIBAID = DFHCLEAR
      * Process CLEAR key - close the files and end the transaction.
                   PERFORM A950-CLOSE-FILES
                   EXEC CICS
                       SEND TEXT FROM (END-OF-TRANS-MSG)
                       ERASE
                       FREEKB
                   END-EXEC
                   EXEC CICS
                       RETURN
                   END-EXEC
               WHEN EIBAID = DFHENTER
      * Process ENTER key - a fresh inquiry from page one.
                   PERFORM A100-PROCESS-MAP
                   MOVE '1' TO LK-PROCESS-INDICATOR
               WHEN EIBAID = DFHPF8
      * Process PF8 - next page of payments for the same contract.
                   PERFORM A150-NEXT-PAGE
                   MOVE '1' TO LK-PROCESS-INDICATOR
               WHEN OTHER
      * Invalid key.
                   MOVE LOW-VALUES TO CLMONQO
                   MOVE 'INVALID KEY PRESSED.' TO MSGERRO
                   SET SEND-DATAONLY TO TRUE
                   PERFORM A300-SEND-MAP
                   MOVE '1' TO LK-PROCESS-INDICATOR
           END-EVALUATE.
           EXEC CICS
               RETURN TRANSID(EIBTRNID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(W-COMAREA-LENGTH)
           END-EXEC.
      * NEVER EXECUTED BECAUSE OF ABOVE EXEC CICS RETURN
       A000-EXIT.
           GOBACK.
      *
       A050-OPEN-FILES SECTION.
       A050-10.
      * A file that will not open just leaves its part of the screen
      * blank - the rest of the inquiry still answers the call.
           OPEN INPUT REVIEW-STATUS-FILE.
           IF RS-STATUS-CD = '00'
               SET RS-OPENED TO TRUE
           END-IF.
           OPEN INPUT PAID-CLAIMS-FILE.
           IF PD-STATUS = '00'
               SET PD-OPENED TO TRUE
           END-IF.
           OPEN INPUT CHECK-REGISTER-FILE.
           IF CKR-STATUS-CD = '00'
               SET CKR-OPENED TO TRUE
           END-IF.
           OPEN INPUT DISB-HISTORY-FILE.
           IF DH-STATUS = '00'
               SET DH-OPENED TO TRUE
           END-IF.
       A050-EXIT.
           EXIT.
      *
       A100-PROCESS-MAP SECTION.
       A100-10.
           PERFORM A400-RECEIVE-MAP.
           IF BAD-ENTRY-ENTERED
               SET SEND-DATAONLY TO TRUE
               PERFORM A300-SEND-MAP
               GO TO A100-EXIT
           END-IF.
           MOVE CQCONTI TO LK-CONTRACT-NO.
           MOVE ZERO TO LK-SKIP-COUNT.
           PERFORM A500-SHOW-CONTRACT.
           SET SEND-DATAONLY TO TRUE.
           PERFORM A300-SEND-MAP.
       A100-EXIT.
           EXIT.
      *
       A150-NEXT-PAGE SECTION.
       A150-10.
           IF LK-CONTRACT-NO NOT NUMERIC
               MOVE LOW-VALUES TO CLMONQO
               MOVE 'INQUIRE ON A CONTRACT FIRST.' TO MSGERRO
               SET SEND-DATAONLY TO TRUE
               PERFORM A300-SEND-MAP
               GO TO A150-EXIT
           END-IF.
           ADD 8 TO LK-SKIP-COUNT.
           PERFORM A500-SHOW-CONTRACT.
           SET SEND-DATAONLY TO TRUE.
           PERFORM A300-SEND-MAP.
       A150-EXIT.
           EXIT.
      *
       A300-SEND-MAP SECTION.
       A300-10.
           EVALUATE TRUE
              WHEN SEND-ERASE
                   EXEC CICS
                     SEND MAP ('CLMONQ')
                         MAPSET('CLMA0')
                         FROM(CLMONQO)
                         ERASE
                         FREEKB
                         CURSOR
                   END-EXEC
              WHEN SEND-DATAONLY
                   EXEC CICS
                     SEND MAP ('CLMONQ')
                         MAPSET('CLMA0')
                         FROM(CLMONQO)
                         DATAONLY
                         CURSOR
                         FREEKB
                   END-EXEC
           END-EVALUATE.
       A300-EXIT.
           EXIT.
      *
       A400-RECEIVE-MAP SECTION.
       A400-10.
           MOVE 'N' TO WS-BAD-ENTRY-SW.
           EXEC CICS
                RECEIVE MAP('CLMONQ')
                   MAPSET('CLMA0')
                   INTO (CLMONQI)
           END-EXEC.
           IF CQCONTI IS NOT NUMERIC
               MOVE LOW-VALUES TO CLMONQO
               MOVE 'CONTRACT NUMBER MUST BE 7 DIGITS.' TO MSGERRO
               SET BAD-ENTRY-ENTERED TO TRUE
           END-IF.
       A400-EXIT.
           EXIT.
      *
       A500-SHOW-CONTRACT SECTION.
       A500-10.
      *    REBUILD THE WHOLE SCREEN FOR THE CONTRACT IN THE COMMAREA -
      *    HEADER FROM CLMRVWST AND CLMPAID, THEN THE PAGE OF
      *    PAYMENTS THE SKIP COUNT POINTS AT.
           MOVE LOW-VALUES TO CLMONQO.
           MOVE LK-CONTRACT-NO TO WS-CONTRACT-NO CQCONTO.
           MOVE 'N' TO WS-ACTIVITY-SW.
           PERFORM A600-SHOW-REVIEW-STATUS.
           PERFORM A650-SHOW-PAID-CLAIMS.
           PERFORM A700-LOAD-CHECKS.
           PERFORM A750-LOAD-DISBURSEMENTS.
           PERFORM A780-ADD-UNMATCHED-CHECKS.
           PERFORM A800-FILL-PAYMENT-PAGE.
           EVALUATE TRUE
               WHEN NOT WS-ACTIVITY-FOUND
                   MOVE 'NO CLAIM ACTIVITY FOR THIS CONTRACT.'
                       TO MSGOUTO
               WHEN WS-PY-COUNT = ZERO
                   MOVE 'NO PAYMENTS ISSUED YET.' TO MSGOUTO
               WHEN WS-PY-COUNT > LK-SKIP-COUNT + 8
                   MOVE 'MORE PAYMENTS - PRESS PF8.' TO MSGOUTO
               WHEN LK-SKIP-COUNT NOT < WS-PY-COUNT
                   MOVE 'NO MORE PAYMENTS.' TO MSGOUTO
               WHEN OTHER
                   MOVE 'END OF PAYMENTS.' TO MSGOUTO
           END-EVALUATE.
           IF WS-PY-OVERFLOWED
               MOVE 'OVER 60 PAYMENTS - SEE THE CLMDREG REGISTER.'
                   TO MSGERRO
           END-IF.
           IF WS-ACTIVITY-FOUND
               MOVE 'CONTRACT' TO WS-IL-KEY-TYPE
               MOVE LK-CONTRACT-NO TO WS-IL-KEY
               PERFORM A900-LOG-ACCESS
           END-IF.
       A500-EXIT.
           EXIT.
      *
       A600-SHOW-REVIEW-STATUS SECTION.
       A600-10.
      *    NO REVIEW-STATUS RECORD MEANS THE CLAIM NEVER WENT TO
      *    REVIEW - IT PAYS ON THE NEXT CLAIMPAY RUN.
           IF NOT RS-OPENED
               MOVE 'NOT AVAILABLE' TO CQRSTSO
               GO TO A600-EXIT
           END-IF.
           MOVE WS-CONTRACT-NO TO RS-CONTRACT-NO.
           READ REVIEW-STATUS-FILE
               INVALID KEY NEXT SENTENCE.
           IF NOT RS-FOUND
               MOVE 'NOT REVIEWED' TO CQRSTSO
               GO TO A600-EXIT
           END-IF.
           SET WS-ACTIVITY-FOUND TO TRUE.
           EVALUATE TRUE
               WHEN RS-OPEN      MOVE 'IN REVIEW' TO CQRSTSO
               WHEN RS-APPROVED  MOVE 'APPROVED' TO CQRSTSO
               WHEN RS-DENIED    MOVE 'DENIED' TO CQRSTSO
               WHEN RS-HELD      MOVE 'HELD' TO CQRSTSO
               WHEN OTHER        MOVE RS-STATUS TO CQRSTSO
           END-EVALUATE.
           MOVE RS-INSURED-NAME TO CQNAMEO.
           MOVE RS-EXAMINER TO CQEXAMO.
           MOVE RS-OPEN-DATE TO CQOPDTO.
           IF RS-DISP-DATE NUMERIC AND RS-DISP-DATE > ZERO
               MOVE RS-DISP-DATE TO CQDSDTO
           END-IF.
           MOVE RS-REASON TO CQRSNO.
           MOVE RS-RESERVE-AMT TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT TO CQRSRVO.
       A600-EXIT.
           EXIT.
      *
       A650-SHOW-PAID-CLAIMS SECTION.
       A650-10.
      *    THE CONTRACT'S CLMPAID ENTRIES, ONE PER CLAIM DATE PAID.
           IF NOT PD-OPENED
               GO TO A650-EXIT
           END-IF.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE ZERO TO WS-PD-SUB.
           MOVE WS-CONTRACT-NO TO PD-CONTRACT-NO.
           MOVE ZERO TO PD-CLAIM-DATE.
           START PAID-CLAIMS-FILE KEY NOT LESS PD-KEY
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-BROWSE-DONE OR WS-PD-SUB = 3
               READ PAID-CLAIMS-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF PD-CONTRACT-NO NOT = WS-CONTRACT-NO
                           SET WS-BROWSE-DONE TO TRUE
                       ELSE
                           SET WS-ACTIVITY-FOUND TO TRUE
                           ADD 1 TO WS-PD-SUB
                           MOVE PD-CLAIM-DATE TO WS-PL-CLAIM-DATE
                           MOVE PD-PAID-DATE TO WS-PL-PAID-DATE
                           MOVE PD-AMOUNT TO WS-AMT-EDIT
                           MOVE WS-AMT-EDIT TO WS-PL-AMOUNT
                           MOVE SPACES TO WS-PL-SUPP-LABEL
                                          WS-PL-SUPP
                           IF PD-SUPP-AMOUNT NUMERIC
                               IF PD-SUPP-AMOUNT > ZERO
                                   MOVE ' + ' TO WS-PL-SUPP-LABEL
                                   MOVE PD-SUPP-AMOUNT TO WS-AMT-EDIT
                                   MOVE WS-AMT-EDIT TO WS-PL-SUPP
                               END-IF
                           END-IF
                           EVALUATE WS-PD-SUB
                               WHEN 1 MOVE WS-PD-LINE TO CQPD1O
                               WHEN 2 MOVE WS-PD-LINE TO CQPD2O
                               WHEN 3 MOVE WS-PD-LINE TO CQPD3O
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
       A650-EXIT.
           EXIT.
      *
       A700-LOAD-CHECKS SECTION.
       A700-10.
           MOVE ZERO TO WS-CK-COUNT.
           IF NOT CKR-OPENED
               GO TO A700-EXIT
           END-IF.
           PERFORM UNTIL END-OF-CHKREG
               READ CHECK-REGISTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CKR-CONTRACT-NO = WS-CONTRACT-NO
                               AND WS-CK-COUNT < 40
                           ADD 1 TO WS-CK-COUNT
                           MOVE CKR-CHECK-NO
                               TO CK-CHECK-NO (WS-CK-COUNT)
                           MOVE CKR-ISSUE-DATE
                               TO CK-ISSUE-DATE (WS-CK-COUNT)
                           MOVE CKR-PAYEE-NAME
                               TO CK-PAYEE-NAME (WS-CK-COUNT)
                           MOVE CKR-AMOUNT TO CK-AMOUNT (WS-CK-COUNT)
                           MOVE CKR-STATUS TO CK-STATUS (WS-CK-COUNT)
                           MOVE CKR-LINK-CHECK-NO
                               TO CK-LINK-CHECK-NO (WS-CK-COUNT)
                           MOVE 'N' TO CK-MATCHED-SW (WS-CK-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
       A700-EXIT.
           EXIT.
      *
       A750-LOAD-DISBURSEMENTS SECTION.
       A750-10.
      *    ONE ENTRY PER CLMDHIST RECORD FOR THE CONTRACT - A SPLIT
      *    CLAIM HAS ONE RECORD, SO ONE LINE, PER BENEFICIARY.
           MOVE ZERO TO WS-PY-COUNT.
           MOVE 'N' TO WS-PY-OVERFLOW-SW.
           IF NOT DH-OPENED
               GO TO A750-EXIT
           END-IF.
           PERFORM UNTIL END-OF-DHIST
               READ DISB-HISTORY-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DH-CONTRACT-NO = WS-CONTRACT-NO
                           PERFORM A760-ADD-DISBURSEMENT
                       END-IF
               END-READ
           END-PERFORM.
       A750-EXIT.
           EXIT.
      *
       A760-ADD-DISBURSEMENT SECTION.
       A760-10.
           SET WS-ACTIVITY-FOUND TO TRUE.
           IF WS-PY-COUNT NOT < 60
               SET WS-PY-OVERFLOWED TO TRUE
               GO TO A760-EXIT
           END-IF.
           ADD 1 TO WS-PY-COUNT.
           MOVE DH-PAID-DATE TO PY-DATE (WS-PY-COUNT).
           MOVE DH-PAYEE-NAME TO PY-PAYEE-NAME (WS-PY-COUNT).
           MOVE DH-PAYMENT-AMOUNT TO PY-AMOUNT (WS-PY-COUNT).
           MOVE DH-CHECK-NO TO PY-CHECK-NO (WS-PY-COUNT).
           IF DH-BY-EFT
               MOVE 'EFT' TO PY-METHOD (WS-PY-COUNT)
               MOVE 'EFT SENT' TO PY-STATUS (WS-PY-COUNT)
               GO TO A760-EXIT
           END-IF.
           MOVE 'CHK' TO PY-METHOD (WS-PY-COUNT).
           PERFORM A770-FIND-CHECK.
           IF WS-CK-FOUND
               MOVE 'Y' TO CK-MATCHED-SW (WS-CK-SUB)
               PERFORM A790-CHECK-STATUS-TEXT
           ELSE
               MOVE 'NOT ON REG' TO PY-STATUS (WS-PY-COUNT)
           END-IF.
       A760-EXIT.
           EXIT.
      *
       A770-FIND-CHECK SECTION.
       A770-10.
           MOVE 'N' TO WS-CK-FOUND-SW.
           PERFORM VARYING WS-CK-SUB FROM 1 BY 1
                   UNTIL WS-CK-SUB > WS-CK-COUNT
                      OR WS-CK-FOUND
               IF CK-CHECK-NO (WS-CK-SUB) = DH-CHECK-NO
                   SET WS-CK-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *    THE VARYING LEAVES THE SUBSCRIPT ONE PAST THE MATCH.
           IF WS-CK-FOUND
               SUBTRACT 1 FROM WS-CK-SUB
           END-IF.
       A770-EXIT.
           EXIT.
      *
       A780-ADD-UNMATCHED-CHECKS SECTION.
       A780-10.
      *    CHECKS WITH NO HISTORY RECORD - CUT BEFORE CLMDHIST WAS
      *    KEPT, OR A CHKVOID REPLACEMENT - STILL GET A LINE.
           PERFORM VARYING WS-CK-SUB FROM 1 BY 1
                   UNTIL WS-CK-SUB > WS-CK-COUNT
               IF NOT CK-MATCHED (WS-CK-SUB)
                   SET WS-ACTIVITY-FOUND TO TRUE
                   IF WS-PY-COUNT < 60
                       ADD 1 TO WS-PY-COUNT
                       MOVE CK-ISSUE-DATE (WS-CK-SUB)
                           TO PY-DATE (WS-PY-COUNT)
                       MOVE CK-PAYEE-NAME (WS-CK-SUB)
                           TO PY-PAYEE-NAME (WS-PY-COUNT)
                       MOVE CK-AMOUNT (WS-CK-SUB)
                           TO PY-AMOUNT (WS-PY-COUNT)
                       MOVE 'CHK' TO PY-METHOD (WS-PY-COUNT)
                       MOVE CK-CHECK-NO (WS-CK-SUB)
                           TO PY-CHECK-NO (WS-PY-COUNT)
                       PERFORM A790-CHECK-STATUS-TEXT
                   ELSE
                       SET WS-PY-OVERFLOWED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
       A780-EXIT.
           EXIT.
      *
       A790-CHECK-STATUS-TEXT SECTION.
       A790-10.
      *    A VOIDED CHECK LINKED FORWARD TO A HIGHER NUMBER WAS
      *    REISSUED; THE REPLACEMENT HAS ITS OWN LINE.
           EVALUATE CK-STATUS (WS-CK-SUB)
               WHEN 'O'
                   MOVE 'OUTSTANDING' TO PY-STATUS (WS-PY-COUNT)
               WHEN 'C'
                   MOVE 'CLEARED' TO PY-STATUS (WS-PY-COUNT)
               WHEN 'R'
                   MOVE 'RETURNED' TO PY-STATUS (WS-PY-COUNT)
               WHEN 'E'
                   MOVE 'ESCHEATED' TO PY-STATUS (WS-PY-COUNT)
               WHEN 'V'
                   IF CK-LINK-CHECK-NO (WS-CK-SUB)
                           > CK-CHECK-NO (WS-CK-SUB)
                       MOVE 'VOID-REISSD' TO PY-STATUS (WS-PY-COUNT)
                   ELSE
                       MOVE 'VOIDED' TO PY-STATUS (WS-PY-COUNT)
                   END-IF
               WHEN OTHER
                   MOVE CK-STATUS (WS-CK-SUB)
                       TO PY-STATUS (WS-PY-COUNT)
           END-EVALUATE.
       A790-EXIT.
           EXIT.
      *
       A800-FILL-PAYMENT-PAGE SECTION.
       A800-10.
      *    SKIP THE ENTRIES EARLIER PAGES SHOWED AND FILL UP TO EIGHT
      *    LIST LINES.
           MOVE ZERO TO WS-LINES-FILLED.
           PERFORM VARYING WS-PY-SUB FROM 1 BY 1
                   UNTIL WS-PY-SUB > WS-PY-COUNT
                      OR WS-LINES-FILLED > 7
               IF WS-PY-SUB > LK-SKIP-COUNT
                   PERFORM A850-FILL-LIST-LINE
               END-IF
           END-PERFORM.
       A800-EXIT.
           EXIT.
      *
       A850-FILL-LIST-LINE SECTION.
       A850-10.
           MOVE PY-DATE (WS-PY-SUB) TO WS-LL-DATE.
           MOVE PY-PAYEE-NAME (WS-PY-SUB) TO WS-LL-PAYEE.
           MOVE PY-AMOUNT (WS-PY-SUB) TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT TO WS-LL-AMOUNT.
           MOVE PY-METHOD (WS-PY-SUB) TO WS-LL-METHOD.
           MOVE PY-CHECK-NO (WS-PY-SUB) TO WS-LL-CHECK-NO.
           MOVE PY-STATUS (WS-PY-SUB) TO WS-LL-STATUS.
           ADD 1 TO WS-LINES-FILLED.
           EVALUATE WS-LINES-FILLED
               WHEN 1 MOVE WS-LIST-LINE TO CQLST1O
               WHEN 2 MOVE WS-LIST-LINE TO CQLST2O
               WHEN 3 MOVE WS-LIST-LINE TO CQLST3O
               WHEN 4 MOVE WS-LIST-LINE TO CQLST4O
               WHEN 5 MOVE WS-LIST-LINE TO CQLST5O
               WHEN 6 MOVE WS-LIST-LINE TO CQLST6O
               WHEN 7 MOVE WS-LIST-LINE TO CQLST7O
               WHEN 8 MOVE WS-LIST-LINE TO CQLST8O
           END-EVALUATE.
       A850-EXIT.
           EXIT.
      *
       A900-LOG-ACCESS SECTION.
       A900-10.
      * One INQLOG entry per screen of data shown - the caller has set
      * the key type and key.  The signed-on user comes from CICS.
           MOVE SPACES TO WS-IL-USER.
           EXEC CICS
               ASSIGN USERID(WS-IL-USER)
           END-EXEC.
           MOVE EIBTRMID TO WS-IL-TERMINAL.
           MOVE EIBTRNID TO WS-IL-TRANS.
           CALL 'INQLOG' USING WS-IL-TERMINAL
                               WS-IL-USER
                               WS-IL-TRANS
                               WS-IL-PROGRAM
                               WS-IL-KEY-TYPE
                               WS-IL-KEY.
       A900-EXIT.
           EXIT.
      *
       A950-CLOSE-FILES SECTION.
       A950-10.
           IF RS-OPENED
               CLOSE REVIEW-STATUS-FILE
           END-IF.
           IF PD-OPENED
               CLOSE PAID-CLAIMS-FILE
           END-IF.
           IF CKR-OPENED
               CLOSE CHECK-REGISTER-FILE
           END-IF.
           IF DH-OPENED
               CLOSE DISB-HISTORY-FILE
           END-IF.
       A950-EXIT.
           EXIT.
