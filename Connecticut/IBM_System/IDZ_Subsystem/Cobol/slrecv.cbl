       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  SLRECV.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  STOP-LOSS REIMBURSEMENT
      *                RECEIVABLES.  POSTS THE STOP-LOSS CARRIER'S
      *                RESPONSES - AMOUNT PAID AND AMOUNT DENIED - TO
      *                THE RECEIVABLES SLCLAIM OPENED ON THE SLLEDGR
      *                LEDGER, CLOSING ONE WHEN RECEIVED PLUS DENIED
      *                EQUALS WHAT WAS CLAIMED, THEN LISTS EVERY
      *                RECEIVABLE STILL OPEN (ANY PLAN YEAR) WITH ITS
      *                AGE FROM THE FILING DATE.
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

           SELECT RESPONSE-FILE
           ASSIGN TO UT-S-SLRESP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RS-STATUS.

           SELECT STOP-LOSS-LEDGER
           ASSIGN TO SLLEDGR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SL-KEY
             FILE STATUS IS SL-STATUS-CD.

           SELECT RECEIVABLE-REPORT
           ASSIGN TO UT-S-SLRCVRPT
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
           05  PRM-AS-OF-DATE              PIC 9(08).
           05  FILLER                      PIC X(72).

      **** ONE LINE PER CARRIER RESPONSE TO A FILING, KEYED AS THE
      **** LEDGER IS.  A RESPONSE MAY PAY, DENY, OR BOTH.
       FD  RESPONSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RESPONSE-REC.
       01  RESPONSE-REC.
           05  RS-PLAN-ID                  PIC X(10).
           05  RS-PLAN-YEAR                PIC 9(04).
           05  RS-FILING-DATE              PIC 9(08).
           05  RS-PAID-AMT                 PIC 9(9)V99.
           05  RS-DENIED-AMT               PIC 9(9)V99.
           05  RS-RESPONSE-DATE            PIC 9(08).
           05  RS-REFERENCE                PIC X(10).
           05  FILLER                      PIC X(18).

       FD  STOP-LOSS-LEDGER
           RECORD CONTAINS 100 CHARACTERS.
       COPY SLLEDGR.

       FD  RECEIVABLE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIVABLE-REPORT-REC.
       01  RECEIVABLE-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  RS-STATUS               PIC X(2).
               88 END-OF-RESP     VALUE "10".
           05  SL-STATUS-CD            PIC X(2).
               88 END-OF-LEDGER   VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-AS-OF-DATE               PIC 9(08) VALUE ZERO.
           05  WS-AS-OF-INT                PIC S9(8) COMP.
           05  WS-FILED-INT                PIC S9(8) COMP.
           05  WS-AGE-DAYS                 PIC S9(5) VALUE ZERO.
           05  WS-OPEN-AMT                 PIC 9(9)V99 VALUE ZERO.
           05  WS-RESPONSE-AMT             PIC 9(9)V99 VALUE ZERO.

       01  RECEIVABLE-COUNTERS.
           05  WS-RESP-READ                PIC 9(06) VALUE ZERO.
           05  WS-RESP-POSTED              PIC 9(06) VALUE ZERO.
           05  WS-RESP-REJECTED            PIC 9(06) VALUE ZERO.
           05  WS-CLOSED-COUNT             PIC 9(06) VALUE ZERO.
           05  WS-RECEIVED-TOTAL           PIC 9(10)V99 VALUE ZERO.
           05  WS-DENIED-TOTAL             PIC 9(10)V99 VALUE ZERO.
           05  WS-OPEN-COUNT               PIC 9(06) VALUE ZERO.
           05  WS-OPEN-TOTAL               PIC 9(10)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(36)
                 VALUE "STOP-LOSS REIMBURSEMENTS - AS OF ".
           05  HDG-AS-OF-DATE              PIC 9(08).
           05  FILLER                      PIC X(89) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SEC-TITLE                   PIC X(50).
           05  FILLER                      PIC X(83) VALUE SPACES.

       01  WS-RESPONSE-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RSL-PLAN-ID                 PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RSL-PLAN-YEAR               PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RSL-FILING-DATE             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RSL-REFERENCE               PIC X(10).
           05  FILLER                      PIC X(06) VALUE " PAID ".
           05  RSL-PAID                    PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(08) VALUE " DENIED ".
           05  RSL-DENIED                  PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(06) VALUE " OPEN ".
           05  RSL-OPEN-AMT                PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RSL-RESULT                  PIC X(32).

       01  WS-OPEN-COLUMN-LINE.
           05  FILLER                      PIC X(40)
                 VALUE "  PLAN ID     YEAR  FILED            CLA".
           05  FILLER                      PIC X(40)
                 VALUE "IMED        RECEIVED          DENIED".
           05  FILLER                      PIC X(40)
                 VALUE " STILL OPEN    AGE".
           05  FILLER                      PIC X(13) VALUE SPACES.

       01  WS-OPEN-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OPL-PLAN-ID                 PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OPL-PLAN-YEAR               PIC 9(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OPL-FILING-DATE             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OPL-CLAIMED                 PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OPL-RECEIVED                PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OPL-DENIED                  PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OPL-OPEN-AMT                PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OPL-AGE-DAYS                PIC ZZZZ9.
           05  FILLER                      PIC X(34) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(16)
                 VALUE "RESPONSES READ: ".
           05  TOT-READ                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  POSTED: ".
           05  TOT-POSTED              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  CLOSED: ".
           05  TOT-CLOSED              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  RECEIVED: ".
           05  TOT-RECEIVED            PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(10) VALUE "  DENIED: ".
           05  TOT-DENIED              PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-OPEN-TOTAL-LINE.
           05  FILLER                  PIC X(22)
                 VALUE "RECEIVABLES STILL OPEN".
           05  FILLER                  PIC X(02) VALUE ": ".
           05  OTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
           05  OTL-AMOUNT              PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * POST THE CARRIER RESPONSES TO THE LEDGER, THEN LIST WHAT IS
      * STILL OPEN.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).

           MOVE WS-AS-OF-DATE TO HDG-AS-OF-DATE.
           WRITE RECEIVABLE-REPORT-REC FROM WS-HEADING-LINE.
           WRITE RECEIVABLE-REPORT-REC FROM WS-BLANK-LINE.
           MOVE "CARRIER RESPONSES POSTED" TO SEC-TITLE.
           WRITE RECEIVABLE-REPORT-REC FROM WS-SECTION-LINE.

           READ RESPONSE-FILE
               AT END SET END-OF-RESP TO TRUE.
           PERFORM 200-POST-RESPONSE THRU 200-EXIT
               UNTIL END-OF-RESP.

           WRITE RECEIVABLE-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-RESP-READ TO TOT-READ.
           MOVE WS-RESP-POSTED TO TOT-POSTED.
           MOVE WS-RESP-REJECTED TO TOT-REJECTED.
           MOVE WS-CLOSED-COUNT TO TOT-CLOSED.
           MOVE WS-RECEIVED-TOTAL TO TOT-RECEIVED.
           MOVE WS-DENIED-TOTAL TO TOT-DENIED.
           WRITE RECEIVABLE-REPORT-REC FROM WS-TOTALS-LINE.

           WRITE RECEIVABLE-REPORT-REC FROM WS-BLANK-LINE.
           MOVE "OPEN STOP-LOSS RECEIVABLES" TO SEC-TITLE.
           WRITE RECEIVABLE-REPORT-REC FROM WS-SECTION-LINE.
           WRITE RECEIVABLE-REPORT-REC FROM WS-OPEN-COLUMN-LINE.
           PERFORM 400-LIST-OPEN THRU 400-EXIT.
           WRITE RECEIVABLE-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-OPEN-COUNT TO OTL-COUNT.
           MOVE WS-OPEN-TOTAL TO OTL-AMOUNT.
           WRITE RECEIVABLE-REPORT-REC FROM WS-OPEN-TOTAL-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** AN AS-OF DATE ON THE CARD REPLACES TODAY FOR THE AGING.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF END-OF-PRM
               GO TO 050-EXIT.
           IF PRM-AS-OF-DATE NUMERIC AND PRM-AS-OF-DATE > ZERO
               MOVE PRM-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.
       050-EXIT.
           EXIT.

       200-POST-RESPONSE.
      **** A RESPONSE MUST MATCH AN OPEN RECEIVABLE AND MAY NOT TAKE
      **** IT PAST WHAT WAS CLAIMED - ANYTHING ELSE GOES BACK TO
      **** FINANCE RATHER THAN BEING GUESSED AT.
           MOVE "200-POST-RESPONSE" TO PARA-NAME.
           ADD 1 TO WS-RESP-READ.
           MOVE SPACES TO WS-RESPONSE-LINE.
           MOVE RS-PLAN-ID TO RSL-PLAN-ID.
           MOVE RS-PLAN-YEAR TO RSL-PLAN-YEAR.
           MOVE RS-FILING-DATE TO RSL-FILING-DATE.
           MOVE RS-REFERENCE TO RSL-REFERENCE.
           IF RS-PAID-AMT NOT NUMERIC OR RS-DENIED-AMT NOT NUMERIC
               MOVE "REJECTED - AMOUNT NOT VALID" TO RSL-RESULT
               GO TO 200-REJECT.
           MOVE RS-PAID-AMT TO RSL-PAID.
           MOVE RS-DENIED-AMT TO RSL-DENIED.
           COMPUTE WS-RESPONSE-AMT = RS-PAID-AMT + RS-DENIED-AMT.
           IF WS-RESPONSE-AMT = ZERO
               MOVE "REJECTED - AMOUNT NOT VALID" TO RSL-RESULT
               GO TO 200-REJECT.
           IF RS-RESPONSE-DATE NOT NUMERIC OR RS-RESPONSE-DATE = ZERO
               MOVE WS-AS-OF-DATE TO RS-RESPONSE-DATE
           END-IF.
           IF RS-PLAN-YEAR NOT NUMERIC OR RS-FILING-DATE NOT NUMERIC
               MOVE "REJECTED - NO RECEIVABLE ON LEDGER" TO RSL-RESULT
               GO TO 200-REJECT.
           MOVE RS-PLAN-ID TO SL-PLAN-ID.
           MOVE RS-PLAN-YEAR TO SL-PLAN-YEAR.
           MOVE RS-FILING-DATE TO SL-FILING-DATE.
           READ STOP-LOSS-LEDGER
               INVALID KEY
                   MOVE "REJECTED - NO RECEIVABLE ON LEDGER"
                       TO RSL-RESULT
                   GO TO 200-REJECT
           END-READ.
           IF SL-CLOSED
               MOVE "REJECTED - RECEIVABLE ALREADY CLOSED"
                   TO RSL-RESULT
               GO TO 200-REJECT.
           COMPUTE WS-OPEN-AMT =
               SL-CLAIMED-AMT - SL-RECEIVED-AMT - SL-DENIED-AMT.
           IF WS-RESPONSE-AMT > WS-OPEN-AMT
               MOVE WS-OPEN-AMT TO RSL-OPEN-AMT
               MOVE "REJECTED - EXCEEDS OPEN BALANCE" TO RSL-RESULT
               GO TO 200-REJECT.

           ADD RS-PAID-AMT TO SL-RECEIVED-AMT.
           ADD RS-DENIED-AMT TO SL-DENIED-AMT.
           MOVE RS-RESPONSE-DATE TO SL-LAST-RESP-DATE.
           MOVE RS-REFERENCE TO SL-LAST-RESP-REF.
           SUBTRACT WS-RESPONSE-AMT FROM WS-OPEN-AMT.
           MOVE WS-OPEN-AMT TO RSL-OPEN-AMT.
           IF WS-OPEN-AMT = ZERO
               SET SL-CLOSED TO TRUE
               ADD 1 TO WS-CLOSED-COUNT
               MOVE "POSTED - RECEIVABLE CLOSED" TO RSL-RESULT
           ELSE
               MOVE "POSTED - PARTIAL" TO RSL-RESULT
           END-IF.
           REWRITE STOP-LOSS-LEDGER-REC.
           ADD 1 TO WS-RESP-POSTED.
           ADD RS-PAID-AMT TO WS-RECEIVED-TOTAL.
           ADD RS-DENIED-AMT TO WS-DENIED-TOTAL.
           WRITE RECEIVABLE-REPORT-REC FROM WS-RESPONSE-LINE.
           GO TO 200-READ-NEXT.

       200-REJECT.
           ADD 1 TO WS-RESP-REJECTED.
           MOVE 4 TO RETURN-CODE.
           WRITE RECEIVABLE-REPORT-REC FROM WS-RESPONSE-LINE.

       200-READ-NEXT.
           READ RESPONSE-FILE
               AT END SET END-OF-RESP TO TRUE.
       200-EXIT.
           EXIT.

       400-LIST-OPEN.
           MOVE "400-LIST-OPEN" TO PARA-NAME.
           MOVE LOW-VALUES TO SL-KEY.
           START STOP-LOSS-LEDGER KEY IS NOT LESS THAN SL-KEY
               INVALID KEY SET END-OF-LEDGER TO TRUE
           END-START.
           IF NOT END-OF-LEDGER
               READ STOP-LOSS-LEDGER NEXT RECORD
                   AT END SET END-OF-LEDGER TO TRUE
               END-READ
           END-IF.
           PERFORM 450-LIST-ONE THRU 450-EXIT
               UNTIL END-OF-LEDGER.
       400-EXIT.
           EXIT.

       450-LIST-ONE.
           MOVE "450-LIST-ONE" TO PARA-NAME.
           IF NOT SL-OPEN
               GO TO 450-READ-NEXT.
           COMPUTE WS-OPEN-AMT =
               SL-CLAIMED-AMT - SL-RECEIVED-AMT - SL-DENIED-AMT.
           COMPUTE WS-FILED-INT =
               FUNCTION INTEGER-OF-DATE(SL-FILING-DATE).
           COMPUTE WS-AGE-DAYS = WS-AS-OF-INT - WS-FILED-INT.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           MOVE SL-PLAN-ID TO OPL-PLAN-ID.
           MOVE SL-PLAN-YEAR TO OPL-PLAN-YEAR.
           MOVE SL-FILING-DATE TO OPL-FILING-DATE.
           MOVE SL-CLAIMED-AMT TO OPL-CLAIMED.
           MOVE SL-RECEIVED-AMT TO OPL-RECEIVED.
           MOVE SL-DENIED-AMT TO OPL-DENIED.
           MOVE WS-OPEN-AMT TO OPL-OPEN-AMT.
           MOVE WS-AGE-DAYS TO OPL-AGE-DAYS.
           WRITE RECEIVABLE-REPORT-REC FROM WS-OPEN-LINE.
           ADD 1 TO WS-OPEN-COUNT.
           ADD WS-OPEN-AMT TO WS-OPEN-TOTAL.

       450-READ-NEXT.
           READ STOP-LOSS-LEDGER NEXT RECORD
               AT END SET END-OF-LEDGER TO TRUE.
       450-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN INPUT RESPONSE-FILE.
           OPEN I-O STOP-LOSS-LEDGER.
           OPEN OUTPUT RECEIVABLE-REPORT.
           DISPLAY "SLRECV OPEN FILES".
           DISPLAY RS-STATUS.
           DISPLAY SL-STATUS-CD.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, RESPONSE-FILE, STOP-LOSS-LEDGER,
                 RECEIVABLE-REPORT.
           DISPLAY "SLRECV FILES CLOSED".
       900-EXIT.
           EXIT.
