      *                MATCH NOTHING WE ISSUED.  THE AUDIT FINDING WAS
      *                THAT NOTHING EVER WENT BACK TO THE BANK - NOW
      *                THE LOOP IS CLOSED BOTH WAYS.
      * 2026  D.ELLIS  ESCHEATED CHECKS (CHKESCH) CARRY FORWARD AS
      *                THEY ARE AND ARE COUNTED SEPARATELY.  ONE THE
      *                BANK PRESENTS ANYWAY IS REPORTED AS AN
      *                EXCEPTION - THE MONEY BELONGS TO THE STATE.
      * 2026  D.ELLIS  VOIDED AND STOPPED CHECKS (CHKVOID) LIKEWISE
      *                CARRY FORWARD AND ARE COUNTED; ONE THAT CLEARS
      *                AT THE BANK ANYWAY IS AN EXCEPTION.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  CRI-OUTSTANDING            VALUE 'O'.
               88  CRI-CLEARED                VALUE 'C'.
               88  CRI-RETURNED               VALUE 'R'.
               88  CRI-ESCHEATED              VALUE 'E'.
               88  CRI-VOIDED                 VALUE 'V'.
           05  CRI-PAYEE-STATE             PIC X(2).
           05  CRI-NOTICE-DATE             PIC 9(8).
           05  CRI-LINK-CHECK-NO           PIC 9(8).
           05  FILLER                      PIC X(2).

       FD  BANK-ITEMS-FILE
           RECORDING MODE IS F
           05  WS-STALE-COUNT              PIC 9(06) VALUE ZERO.
           05  WS-MISMATCH-COUNT           PIC 9(06) VALUE ZERO.
           05  WS-UNMATCHED-BANK           PIC 9(06) VALUE ZERO.
           05  WS-ESCHEATED-COUNT          PIC 9(06) VALUE ZERO.
           05  WS-ESCH-PRESENTED           PIC 9(06) VALUE ZERO.
           05  WS-VOIDED-COUNT             PIC 9(06) VALUE ZERO.
           05  WS-VOID-PRESENTED           PIC 9(06) VALUE ZERO.
           05  WS-OUTSTANDING-AMT          PIC 9(10)V99 VALUE ZERO.

       01  BANK-ITEM-TABLE-AREA.
           05  TOT-OUT-AMT             PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-ESCHEAT-LINE.
           05  FILLER                  PIC X(11) VALUE "ESCHEATED: ".
           05  TOT-ESCHEATED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(30)
                 VALUE "  ESCHEATED BUT PRESENTED: ".
           05  TOT-ESCH-PRESENTED      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  VOIDED: ".
           05  TOT-VOIDED              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(27)
                 VALUE "  VOIDED BUT PRESENTED: ".
           05  TOT-VOID-PRESENTED      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

           WRITE RECON-REPORT-REC FROM WS-TOTALS-LINE.
           MOVE WS-OUTSTANDING-AMT TO TOT-OUT-AMT.
           WRITE RECON-REPORT-REC FROM WS-OUTSTANDING-LINE.
           MOVE WS-ESCHEATED-COUNT TO TOT-ESCHEATED.
           MOVE WS-ESCH-PRESENTED TO TOT-ESCH-PRESENTED.
           MOVE WS-VOIDED-COUNT TO TOT-VOIDED.
           MOVE WS-VOID-PRESENTED TO TOT-VOID-PRESENTED.
           WRITE RECON-REPORT-REC FROM WS-ESCHEAT-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           MOVE "200-RECONCILE-ONE-CHECK" TO PARA-NAME.
           ADD 1 TO WS-REG-READ.

      **** AN ESCHEATED CHECK HAS BEEN VOIDED AT THE BANK AND THE
      **** MONEY SENT TO THE STATE.  IT STAYS ESCHEATED; IF THE BANK
      **** PRESENTS IT ANYWAY THAT IS AN EXCEPTION FOR TREASURY.
           IF CRI-ESCHEATED
               ADD 1 TO WS-ESCHEATED-COUNT
               PERFORM 300-MATCH-BANK-ITEM THRU 300-EXIT
               IF WS-MATCH-FOUND
                   ADD 1 TO WS-ESCH-PRESENTED
                   MOVE CRI-CHECK-NO TO EXC-CHECK-NO
                   MOVE CRI-ISSUE-DATE TO EXC-ISSUE-DATE
                   MOVE CRI-AMOUNT TO EXC-AMOUNT
                   MOVE CRI-PAYEE-NAME TO EXC-PAYEE
                   MOVE "ESCHEATED CHECK PRESENTED BY BANK" TO
                       EXC-CONDITION
                   WRITE RECON-REPORT-REC FROM WS-EXCEPTION-LINE
               END-IF
               PERFORM 500-CARRY-FORWARD THRU 500-EXIT
               GO TO 200-READ-NEXT.

      **** A VOIDED OR STOPPED CHECK WAS CANCELLED AT THE BANK AND
      **** USUALLY REPLACED.  IF IT CLEARS ANYWAY WE MAY HAVE PAID THE
      **** CLAIM TWICE - REPORT IT AND LEAVE THE CHECK VOIDED.
           IF CRI-VOIDED
               ADD 1 TO WS-VOIDED-COUNT
               PERFORM 300-MATCH-BANK-ITEM THRU 300-EXIT
               IF WS-MATCH-FOUND
                   ADD 1 TO WS-VOID-PRESENTED
                   MOVE CRI-CHECK-NO TO EXC-CHECK-NO
                   MOVE CRI-ISSUE-DATE TO EXC-ISSUE-DATE
                   MOVE CRI-AMOUNT TO EXC-AMOUNT
                   MOVE CRI-PAYEE-NAME TO EXC-PAYEE
                   MOVE "VOIDED CHECK PRESENTED BY BANK" TO
                       EXC-CONDITION
                   WRITE RECON-REPORT-REC FROM WS-EXCEPTION-LINE
               END-IF
               PERFORM 500-CARRY-FORWARD THRU 500-EXIT
               GO TO 200-READ-NEXT.

      **** A CHECK ALREADY MARKED CLEARED OR RETURNED ON A PRIOR RUN
      **** JUST CARRIES FORWARD.
           IF NOT CRI-OUTSTANDING
