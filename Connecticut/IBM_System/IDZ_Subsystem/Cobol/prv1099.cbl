      *                THE MINIMUM REPORTABLE AMOUNT (SYSIN CARD,
      *                DEFAULT 600).  THE JANUARY HAND-TALLY FROM
      *                SAVED PATRPT LISTINGS GOES AWAY.
      * 2026  D.ELLIS  REPORTS WHAT WAS ACTUALLY PAID.  THE PATMSTR
      *                SWEEP AND FEE-SCHEDULE REPRICING ARE REPLACED BY
      *                THE RMTDTL REMITTANCE ROWS PRVPAY HAS STAMPED
      *                WITH A PAYMENT IN THE TAX YEAR - PAID LINES LESS
      *                RECOUPMENTS, PER PROVIDER.
      * 2026  D.ELLIS  THE TAX YEAR COMES FROM THE SYSIN CARD, DEFAULT
      *                LAST YEAR - THE EXTRACT RUNS IN JANUARY FOR THE
      *                YEAR JUST CLOSED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PRM-STATUS.

           SELECT REMIT-DETAIL-FILE
           ASSIGN TO RMTDTL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RD-KEY
             FILE STATUS IS RD-STATUS-CD.

           SELECT TAX-EXTRACT-FILE
           ASSIGN TO UT-S-TAX1099
           DATA RECORD IS PARM-REC.
       01  PARM-REC.
           05  PRM-MIN-REPORTABLE          PIC 9(07).
           05  PRM-TAX-YEAR                PIC 9(04).
           05  FILLER                      PIC X(69).

       FD  REMIT-DETAIL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY RMTDTL.

       FD  TAX-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM    VALUE "10".
           05  RD-STATUS-CD            PIC X(2).
               88 RD-FOUND         VALUE "00".
               88 END-OF-RMTDTL    VALUE "10".
           05  TAX-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 PHYS-ID-TEMP                PIC X(8) VALUE SPACES.
           05 WS-PAID                     PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-PAY-YEAR                 PIC 9(4) VALUE ZERO.
           05 WS-PHYS-SUB                 PIC 9(4) COMP VALUE 0.
           05 WS-PHYS-FOUND-SW            PIC X(1) VALUE "N".
              88 WS-PHYS-IN-CACHE VALUE "Y".
           05 WS-ROWS-READ                PIC 9(7) VALUE 0.
           05 WS-REPORTED-COUNT           PIC 9(4) VALUE 0.
           05 WS-UNDER-COUNT              PIC 9(4) VALUE 0.
           05 PHYS-FOUND-SW               PIC X(1) VALUE "N".
              88 PHYSICIAN-FOUND VALUE "Y".
           05 WS-MIN-REPORTABLE           PIC 9(7) VALUE 600.
           05 WS-TAX-YEAR                 PIC 9(4) VALUE ZERO.
           05 WS-OVFL-PROVIDERS           PIC 9(4) VALUE 0.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(16)
                 VALUE "PAYMENT ROWS:   ".
           05  TOT-ROWS                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12)
                 VALUE "  REPORTED: ".
           05  TOT-REPORTED            PIC ZZZ9.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *
      * READ THE REMITTANCE DETAIL, ACCUMULATE THE YEAR'S PAID DOLLARS
      * PER PROVIDER, THEN EXTRACT EVERYONE AT OR OVER THE THRESHOLD.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           READ REMIT-DETAIL-FILE
               AT END SET END-OF-RMTDTL TO TRUE.

           PERFORM 100-ACCUMULATE-ONE-ROW THRU 100-EXIT
               UNTIL END-OF-RMTDTL.

           PERFORM 700-EXTRACT-PROVIDERS THRU 700-EXIT.

           MOVE WS-ROWS-READ TO TOT-ROWS.
           MOVE WS-REPORTED-COUNT TO TOT-REPORTED.
           MOVE WS-UNDER-COUNT TO TOT-UNDER.
           WRITE TAX-REGISTER-REC FROM WS-TOTALS-LINE.

       050-READ-PARM-CARD.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-TAX-YEAR.
           SUBTRACT 1 FROM WS-TAX-YEAR.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
                       AND PRM-MIN-REPORTABLE > ZERO
                   MOVE PRM-MIN-REPORTABLE TO WS-MIN-REPORTABLE
               END-IF
               IF PRM-TAX-YEAR NUMERIC AND PRM-TAX-YEAR > ZERO
                   MOVE PRM-TAX-YEAR TO WS-TAX-YEAR
               END-IF
           END-IF.
       050-EXIT.
           EXIT.

       100-ACCUMULATE-ONE-ROW.
      *** ONLY ROWS PRVPAY HAS PAID IN THE TAX YEAR COUNT.  A
      *** RECOUPMENT ROW CARRIES A NEGATIVE AMOUNT AND NETS AGAINST
      *** THE PROVIDER'S PAID LINES.
           MOVE "100-ACCUMULATE-ONE-ROW" TO PARA-NAME.
           ADD 1 TO WS-ROWS-READ.
           IF RD-NOT-PAID
               GO TO 100-READ-NEXT.
           COMPUTE WS-PAY-YEAR = RD-PAYMENT-DATE / 10000.
           IF WS-PAY-YEAR NOT = WS-TAX-YEAR
               GO TO 100-READ-NEXT.

           MOVE RD-PROVIDER-ID TO PHYS-ID-TEMP.
           MOVE RD-PAID-AMT TO WS-PAID.
           PERFORM 250-FIND-PROVIDER-SLOT THRU 250-EXIT.
           IF WS-PHYS-SUB > ZERO
               ADD WS-PAID TO PC-PAID (WS-PHYS-SUB)
           ELSE
               ADD WS-PAID TO WS-OVFL-DOLLARS
           END-IF.

       100-READ-NEXT.
           READ REMIT-DETAIL-FILE
               AT END SET END-OF-RMTDTL TO TRUE.
       100-EXIT.
           EXIT.

       250-FIND-PROVIDER-SLOT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, REMIT-DETAIL-FILE.
           OPEN OUTPUT TAX-EXTRACT-FILE, TAX-REGISTER.
           DISPLAY "PRV1099 OPEN FILES".
           DISPLAY RD-STATUS-CD.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, REMIT-DETAIL-FILE,
                 TAX-EXTRACT-FILE, TAX-REGISTER.
           DISPLAY "PRV1099 FILES CLOSED".
       900-EXIT.
