      *                ARCHIVED TO THE PATAHIST HISTORY FILE AND THE
      *                ACCUMULATORS RESET, SO FROM YEAR TWO A PATIENT
      *                DOES NOT PRICE AS ALREADY-MET-DEDUCTIBLE.
      * 2026  D.ELLIS  STOP-LOSS REIMBURSEMENTS CARRY ACROSS THE
      *                ROLLOVER.  EACH PLAN'S OPEN SLLEDGR RECEIVABLES
      *                (KEYED BY PLAN YEAR, SO THEY STAY OPEN FOR
      *                SLRECV) ARE TOTALED ONTO THE CLOSING REPORT AND
      *                PLNHIST; THE AMOUNT FILED THIS YEAR IS RESET
      *                WITH THE ACCUMULATOR, AND ANY EXCESS OVER THE
      *                THRESHOLD NOT YET FILED IS FLAGGED (RC 4) SO
      *                THE FINAL SLCLAIM FILING IS NOT MISSED.
      * 2026  D.ELLIS  THE PATIENT'S PLAN-YEAR PAID AMOUNT ON PATACCUM
      *                RESETS WITH THE DEDUCTIBLE AND OUT-OF-POCKET.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY   is PB-KEY
                  FILE STATUS  is PB-STATUS.

           SELECT STOP-LOSS-LEDGER
           ASSIGN TO SLLEDGR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SL-KEY
             FILE STATUS IS SL-STATUS-CD.

           SELECT PATIENT-HIST-FILE
           ASSIGN TO UT-S-PATAHIST
             ACCESS MODE IS SEQUENTIAL
           05  PH-PLAN-YEAR                 PIC 9(4).
           05  PH-CLOSING-AMT               PIC S9(9)V99.
           05  PH-CROSSED-SW                PIC X(1).
           05  PH-SL-OPEN-AMT               PIC S9(9)V99.
           05  FILLER                       PIC X(03).

       FD  PATIENT-ACCUM-FILE
           DATA RECORD IS PATIENT-ACCUM-REC.
       COPY PATACCUM.

       FD  STOP-LOSS-LEDGER
           RECORD CONTAINS 100 CHARACTERS.
       COPY SLLEDGR.

       FD  PATIENT-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  PH-STATUS               PIC X(2).
           05  PB-STATUS               PIC X(2).
           05  PTH-STATUS              PIC X(2).
           05  SL-STATUS-CD            PIC X(2).
               88 SL-LEDGER-OPENED VALUE "00".
           05  PARM-STATUS             PIC X(2).
               88 PARM-FOUND      VALUE "00".
           05  OFCODE                  PIC X(2).
           05 WS-PB-DONE-SW               PIC X(1) VALUE "N".
              88 WS-PB-DONE VALUE "Y".
           05 WS-PATIENTS-ROLLED          PIC 9(7) VALUE ZERO.
           05 WS-SL-LEDGER-SW             PIC X(1) VALUE "N".
              88 WS-SL-LEDGER-OPEN VALUE "Y".
           05 WS-SL-DONE-SW               PIC X(1) VALUE "N".
              88 WS-SL-DONE VALUE "Y".
           05 WS-SL-OPEN-AMT              PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-SL-UNFILED-AMT           PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-SL-OPEN-TOTAL            PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-SL-UNFILED-TOTAL         PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-CLOSE-LINE.
           05  FILLER                  PIC X(09) VALUE "PLAN ID: ".
           05  CLS-CROSSED-O           PIC X(1).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-STOP-LOSS-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(25)
                 VALUE "STOP-LOSS FILED THIS YEAR".
           05  FILLER                  PIC X(02) VALUE ": ".
           05  SLL-FILED-O             PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(26)
                 VALUE "  OPEN RECEIVABLE CARRIED:".
           05  SLL-OPEN-O              PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(18)
                 VALUE "  NOT YET FILED: ".
           05  SLL-UNFILED-O           PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-SL-TOTALS-LINE.
           05  FILLER                  PIC X(33)
                 VALUE "STOP-LOSS RECEIVABLES CARRIED:   ".
           05  SLT-OPEN-O              PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(28)
                 VALUE "  EXCESS NOT YET FILED:     ".
           05  SLT-UNFILED-O           PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(14) VALUE "PLANS ROLLED: ".
           05  TOT-ROLLED-O            PIC ZZ,ZZ9.
           MOVE WS-PLANS-CROSSED TO TOT-CROSSED-O.
           MOVE WS-PATIENTS-ROLLED TO TOT-PATIENTS-O.
           WRITE CLOSERPT-REC FROM WS-TOTALS-LINE.
           MOVE WS-SL-OPEN-TOTAL TO SLT-OPEN-O.
           MOVE WS-SL-UNFILED-TOTAL TO SLT-UNFILED-O.
           WRITE CLOSERPT-REC FROM WS-SL-TOTALS-LINE.
           IF WS-SL-UNFILED-TOTAL > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           END-READ.

           PERFORM 200-GET-THRESHOLD THRU 200-EXIT.
           PERFORM 250-STOP-LOSS-POSITION THRU 250-EXIT.

      *    ARCHIVE THE CLOSING POSITION.
           MOVE SPACES TO PLAN-HIST-REC.
           MOVE WS-PLAN-YEAR TO PH-PLAN-YEAR.
           MOVE PA-YTD-PAID-AMOUNT TO PH-CLOSING-AMT.
           MOVE PA-THRESHOLD-CROSSED-SW TO PH-CROSSED-SW.
           MOVE WS-SL-OPEN-AMT TO PH-SL-OPEN-AMT.
           WRITE PLAN-HIST-REC.

      *    REPORT IT.
           WRITE CLOSERPT-REC FROM WS-CLOSE-LINE.
           IF PA-THRESHOLD-CROSSED
               ADD 1 TO WS-PLANS-CROSSED.
           IF PA-SL-FILED-AMT > ZERO OR WS-SL-OPEN-AMT > ZERO
                   OR WS-SL-UNFILED-AMT > ZERO
               MOVE PA-SL-FILED-AMT TO SLL-FILED-O
               MOVE WS-SL-OPEN-AMT TO SLL-OPEN-O
               MOVE WS-SL-UNFILED-AMT TO SLL-UNFILED-O
               WRITE CLOSERPT-REC FROM WS-STOP-LOSS-LINE
           END-IF.

      *    RESET FOR THE NEW PLAN YEAR.
           MOVE ZERO TO PA-YTD-PAID-AMOUNT.
           MOVE "N" TO PA-THRESHOLD-CROSSED-SW.
           MOVE ZERO TO PA-SL-FILED-AMT.
           MOVE ZERO TO PA-SL-LAST-FILED-DATE.
           REWRITE PLAN-ACCUM-REC.
           ADD 1 TO WS-PLANS-ROLLED.

           WRITE PATIENT-HIST-REC.
           MOVE ZERO TO PB-DEDUCT-MET.
           MOVE ZERO TO PB-OOP-PAID.
           MOVE ZERO TO PB-YTD-PAID.
           REWRITE PATIENT-ACCUM-REC.
           ADD 1 TO WS-PATIENTS-ROLLED.
       310-EXIT.
       200-EXIT.
           EXIT.

       250-STOP-LOSS-POSITION.
      *** THE PLAN'S OPEN STOP-LOSS RECEIVABLES, ANY PLAN YEAR, AND
      *** THE EXCESS OVER THE THRESHOLD NO FILING HAS CLAIMED YET.
      *** THE RECEIVABLES THEMSELVES ARE LEFT OPEN ON THE LEDGER -
      *** SLRECV GOES ON POSTING THE CARRIER'S RESPONSES TO THEM.
           MOVE "250-STOP-LOSS-POSITION" TO PARA-NAME.
           MOVE ZERO TO WS-SL-OPEN-AMT WS-SL-UNFILED-AMT.
           IF PA-SL-FILED-AMT NOT NUMERIC
               MOVE ZERO TO PA-SL-FILED-AMT.
           IF PA-THRESHOLD-CROSSED
               COMPUTE WS-SL-UNFILED-AMT = PA-YTD-PAID-AMOUNT
                   - STOP-LOSS-THRESHOLD - PA-SL-FILED-AMT
               IF WS-SL-UNFILED-AMT < ZERO
                   MOVE ZERO TO WS-SL-UNFILED-AMT
               END-IF
           END-IF.
           ADD WS-SL-UNFILED-AMT TO WS-SL-UNFILED-TOTAL.
           IF WS-SL-UNFILED-AMT > ZERO
               DISPLAY "PLNROLL STOP-LOSS EXCESS NOT FILED - PLAN "
                   PA-PLAN-ID
           END-IF.

           IF NOT WS-SL-LEDGER-OPEN
               GO TO 250-EXIT.
           MOVE LOW-VALUES TO SL-KEY.
           MOVE PA-PLAN-ID TO SL-PLAN-ID.
           MOVE "N" TO WS-SL-DONE-SW.
           START STOP-LOSS-LEDGER KEY IS NOT LESS THAN SL-KEY
               INVALID KEY GO TO 250-EXIT
           END-START.
           PERFORM 260-ADD-OPEN-RECEIVABLE THRU 260-EXIT
               UNTIL WS-SL-DONE.
           ADD WS-SL-OPEN-AMT TO WS-SL-OPEN-TOTAL.
       250-EXIT.
           EXIT.

       260-ADD-OPEN-RECEIVABLE.
           MOVE "260-ADD-OPEN-RECEIVABLE" TO PARA-NAME.
           READ STOP-LOSS-LEDGER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SL-DONE-SW
                   GO TO 260-EXIT
           END-READ.
           IF SL-PLAN-ID NOT = PA-PLAN-ID
               MOVE "Y" TO WS-SL-DONE-SW
               GO TO 260-EXIT.
           IF SL-OPEN
               COMPUTE WS-SL-OPEN-AMT = WS-SL-OPEN-AMT
                   + SL-CLAIMED-AMT - SL-RECEIVED-AMT - SL-DENIED-AMT
           END-IF.
       260-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN I-O PLAN-ACCUM-FILE.
           OPEN EXTEND PATIENT-HIST-FILE.
           IF PTH-STATUS = "35"
               OPEN OUTPUT PATIENT-HIST-FILE.
           OPEN INPUT STOP-LOSS-LEDGER.
           IF SL-LEDGER-OPENED
               MOVE "Y" TO WS-SL-LEDGER-SW.
           OPEN OUTPUT CLOSERPT.
           DISPLAY "PLNROLL OPEN FILES".
           DISPLAY PA-STATUS.
           DISPLAY SL-STATUS-CD.
       800-EXIT.
           EXIT.

           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PLAN-ACCUM-FILE, PATIENT-ACCUM-FILE,
                 PLAN-HIST-FILE, PATIENT-HIST-FILE, CLOSERPT.
           IF WS-SL-LEDGER-OPEN
               CLOSE STOP-LOSS-LEDGER
           END-IF.
           DISPLAY "PLNROLL FILES CLOSED".
       900-EXIT.
           EXIT.
