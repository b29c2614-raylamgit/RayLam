       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  PLNXFER.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  MID-YEAR PLAN-CHANGE
      *                ACCUMULATOR TRANSFER.  PATACCUM IS KEYED BY
      *                PATIENT AND PLAN, SO A MEMBER WHO ENDS ONE PLAN
      *                AND STARTS ANOTHER IN THE SAME PLAN YEAR PRICES
      *                UNDER THE NEW PLAN AS IF NOTHING WERE MET.  THIS
      *                RUN READS ELIGMSTR, FINDS EACH SWITCH (A
      *                COVERAGE ROW TERMINATING IN THE PLAN YEAR AND
      *                THE MEMBER'S NEXT ROW STARTING ON OR AFTER IT IN
      *                THE SAME YEAR), AND CREDITS THE PRIOR PLAN'S
      *                DEDUCTIBLE MET AND OUT-OF-POCKET PAID TO THE
      *                NEW PLAN'S ACCUMULATOR UNDER THE NEW PLAN'S
      *                PLNCARRY RULE.  THE ACCXFER LEDGER HOLDS WHAT
      *                HAS BEEN CARRIED, SO RERUNS ONLY CARRY LATE
      *                ACCRUALS.  THE TRANSFER REGISTER SHOWS WHERE
      *                EACH MEMBER'S CREDIT WENT.  RUN AHEAD OF THE
      *                MSTRUPDT CYCLE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARMCARD
           ASSIGN TO SYSIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PARM-STATUS.

           SELECT ELIG-MASTER
                  ASSIGN       to ELIGMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is EL-KEY
                  FILE STATUS  is EL-STATUS.

           SELECT PATIENT-ACCUM-FILE
                  ASSIGN       to PATACCUM
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PB-KEY
                  FILE STATUS  is PB-STATUS.

           SELECT PLAN-CARRY-FILE
                  ASSIGN       to PLNCARRY
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is CR-PLAN-ID
                  FILE STATUS  is CR-STATUS.

           SELECT ACCUM-XFER-FILE
                  ASSIGN       to ACCXFER
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is XF-KEY
                  FILE STATUS  is XF-STATUS.

           SELECT XFER-REGISTER
           ASSIGN TO UT-S-PLNXREG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  PARMCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARM-REC.
       01  PARM-REC.
           05  PARM-PLAN-YEAR               PIC 9(4).
           05  FILLER                       PIC X(76).

       FD  ELIG-MASTER
           RECORD CONTAINS 60 CHARACTERS.
       COPY ELIGMSTR.

       FD  PATIENT-ACCUM-FILE
           DATA RECORD IS PATIENT-ACCUM-REC.
       COPY PATACCUM.

       FD  PLAN-CARRY-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY PLNCARRY.

       FD  ACCUM-XFER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY ACCXFER.

       FD  XFER-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFER-REGISTER-REC.
       01  XFER-REGISTER-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PARM-STATUS             PIC X(2).
               88 PARM-FOUND      VALUE "00".
           05  EL-STATUS               PIC X(2).
               88 END-OF-ELIG     VALUE "10".
           05  PB-STATUS               PIC X(2).
               88 PB-FOUND        VALUE "00".
           05  CR-STATUS               PIC X(2).
               88 CR-FOUND        VALUE "00".
           05  XF-STATUS               PIC X(2).
               88 XF-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 WS-PLAN-YEAR                PIC 9(4) VALUE ZERO.
           05 WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
           05 WS-CARRY-FILE-SW            PIC X(1) VALUE "N".
              88 WS-CARRY-FILE-OPEN VALUE "Y".
           05 WS-CARRY-DEDUCT-SW          PIC X(1).
              88 WS-CARRY-DEDUCT VALUE "Y".
           05 WS-CARRY-OOP-SW             PIC X(1).
              88 WS-CARRY-OOP VALUE "Y".
           05 WS-CARRY-PCT                PIC 9(3).
           05 WS-FROM-DEDUCT              PIC S9(7)V99 COMP-3.
           05 WS-FROM-OOP                 PIC S9(7)V99 COMP-3.
           05 WS-CARRY-DEDUCT-AMT         PIC S9(7)V99 COMP-3.
           05 WS-CARRY-OOP-AMT            PIC S9(7)V99 COMP-3.
           05 WS-DEDUCT-DELTA             PIC S9(7)V99 COMP-3.
           05 WS-OOP-DELTA                PIC S9(7)V99 COMP-3.
           05 WS-NOTE                     PIC X(22).

      *    ONE MEMBER'S ELIGMSTR ROWS IN EFFECTIVE-DATE ORDER.
       01  MEMBER-ROW-AREA.
           05 WS-CUR-PATIENT-ID           PIC X(8).
           05 WS-ROW-COUNT                PIC 9(4) COMP VALUE 0.
           05 WS-ROW-SUB                  PIC 9(4) COMP VALUE 0.
           05 WS-INS-SUB                  PIC 9(4) COMP VALUE 0.
           05 WS-NEXT-SUB                 PIC 9(4) COMP VALUE 0.
           05 WS-MEMBER-ROW OCCURS 20 TIMES.
              10 MR-PLAN-ID               PIC X(10).
              10 MR-EFF-DATE              PIC 9(8).
              10 MR-TERM-DATE             PIC 9(8).

       01  XFER-COUNTERS.
           05  WS-MEMBER-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-SWITCH-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-XFER-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-CURRENT-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-TOT-DEDUCT-CARRIED      PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TOT-OOP-CARRIED         PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(46)
                 VALUE "PLAN-CHANGE ACCUMULATOR TRANSFERS - PLAN YEAR ".
           05  HDG-PLAN-YEAR               PIC 9(4).
           05  FILLER     PIC X(83) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER     PIC X(10) VALUE "PATIENT".
           05  FILLER     PIC X(12) VALUE "FROM PLAN".
           05  FILLER     PIC X(10) VALUE "TERM".
           05  FILLER     PIC X(12) VALUE "TO PLAN".
           05  FILLER     PIC X(10) VALUE "EFFECTIVE".
           05  FILLER     PIC X(14) VALUE "DEDUCT CARRIED".
           05  FILLER     PIC X(14) VALUE "   OOP CARRIED".
           05  FILLER     PIC X(14) VALUE "  NEW DED MET".
           05  FILLER     PIC X(14) VALUE "  NEW OOP PAID".
           05  FILLER     PIC X(23) VALUE "  NOTE".

       01  WS-DETAIL-LINE.
           05  DTL-PATIENT-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-FROM-PLAN               PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-TERM-DATE               PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-TO-PLAN                 PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-EFF-DATE                PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-DEDUCT-CARRIED          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-OOP-CARRIED             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-NEW-DEDUCT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-NEW-OOP                 PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-NOTE                    PIC X(22).

       01  WS-TOTALS-LINE-1.
           05  FILLER                      PIC X(17)
                 VALUE "MEMBERS READ:    ".
           05  TOT-MEMBERS                 PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(18)
                 VALUE "  PLAN SWITCHES:  ".
           05  TOT-SWITCHES                PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(18)
                 VALUE "  TRANSFERS MADE: ".
           05  TOT-XFERS                   PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(20)
                 VALUE "  ALREADY CURRENT:  ".
           05  TOT-CURRENT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(24) VALUE SPACES.

       01  WS-TOTALS-LINE-2.
           05  FILLER                      PIC X(26)
                 VALUE "DEDUCTIBLE CREDIT CARRIED:".
           05  TOT-DEDUCT                  PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(31)
                 VALUE "  OUT-OF-POCKET CREDIT CARRIED:".
           05  TOT-OOP                     PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(46) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * ONE MEMBER AT A TIME - GATHER THE ELIGMSTR ROWS, THEN CARRY
      * EACH SWITCH'S CREDIT FORWARD IN DATE ORDER, SO A MEMBER WHO
      * CHANGES TWICE CARRIES THE FIRST PLAN'S CREDIT THROUGH.
      *
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE WS-PLAN-YEAR TO HDG-PLAN-YEAR.
           WRITE XFER-REGISTER-REC FROM WS-HEADING-LINE.
           WRITE XFER-REGISTER-REC FROM WS-BLANK-LINE.
           WRITE XFER-REGISTER-REC FROM WS-COLUMN-LINE.
           WRITE XFER-REGISTER-REC FROM WS-BLANK-LINE.

           READ ELIG-MASTER NEXT RECORD
               AT END SET END-OF-ELIG TO TRUE.
           PERFORM 100-DO-ONE-MEMBER THRU 100-EXIT
               UNTIL END-OF-ELIG.

           WRITE XFER-REGISTER-REC FROM WS-BLANK-LINE.
           MOVE WS-MEMBER-COUNT TO TOT-MEMBERS.
           MOVE WS-SWITCH-COUNT TO TOT-SWITCHES.
           MOVE WS-XFER-COUNT TO TOT-XFERS.
           MOVE WS-CURRENT-COUNT TO TOT-CURRENT.
           WRITE XFER-REGISTER-REC FROM WS-TOTALS-LINE-1.
           MOVE WS-TOT-DEDUCT-CARRIED TO TOT-DEDUCT.
           MOVE WS-TOT-OOP-CARRIED TO TOT-OOP.
           WRITE XFER-REGISTER-REC FROM WS-TOTALS-LINE-2.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** THE PARM CARD NAMES THE PLAN YEAR.  NO CARD MEANS THE
      **** CURRENT CALENDAR YEAR, AS FOR PLNROLL.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT PARMCARD.
           READ PARMCARD INTO PARM-REC.
           IF PARM-FOUND AND PARM-PLAN-YEAR NUMERIC
               MOVE PARM-PLAN-YEAR TO WS-PLAN-YEAR
           ELSE
               MOVE WS-RUN-DATE (1:4) TO WS-PLAN-YEAR
           END-IF.
           CLOSE PARMCARD.
       050-EXIT.
           EXIT.

       100-DO-ONE-MEMBER.
           MOVE "100-DO-ONE-MEMBER" TO PARA-NAME.
           ADD 1 TO WS-MEMBER-COUNT.
           MOVE EL-PATIENT-ID TO WS-CUR-PATIENT-ID.
           MOVE ZERO TO WS-ROW-COUNT.
           PERFORM 110-ADD-MEMBER-ROW THRU 110-EXIT
               UNTIL END-OF-ELIG
                  OR EL-PATIENT-ID NOT = WS-CUR-PATIENT-ID.
           IF WS-ROW-COUNT < 2
               GO TO 100-EXIT.
           PERFORM 300-CHECK-FOR-SWITCH THRU 300-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB NOT < WS-ROW-COUNT.
       100-EXIT.
           EXIT.

       110-ADD-MEMBER-ROW.
      *    INSERTED IN EFFECTIVE-DATE ORDER - THE FILE IS IN PLAN-ID
      *    ORDER WITHIN THE PATIENT.
           MOVE "110-ADD-MEMBER-ROW" TO PARA-NAME.
           IF WS-ROW-COUNT NOT < 20
               DISPLAY "PLNXFER MORE THAN 20 ELIGMSTR ROWS FOR "
                   WS-CUR-PATIENT-ID " - " EL-PLAN-ID " SKIPPED"
               MOVE 4 TO RETURN-CODE
               GO TO 110-READ-NEXT.
           ADD 1 TO WS-ROW-COUNT.
           MOVE WS-ROW-COUNT TO WS-INS-SUB.
           PERFORM UNTIL WS-INS-SUB = 1
                   OR MR-EFF-DATE (WS-INS-SUB - 1) NOT > EL-EFF-DATE
               MOVE WS-MEMBER-ROW (WS-INS-SUB - 1)
                   TO WS-MEMBER-ROW (WS-INS-SUB)
               SUBTRACT 1 FROM WS-INS-SUB
           END-PERFORM.
           MOVE EL-PLAN-ID TO MR-PLAN-ID (WS-INS-SUB).
           MOVE EL-EFF-DATE TO MR-EFF-DATE (WS-INS-SUB).
           MOVE EL-TERM-DATE TO MR-TERM-DATE (WS-INS-SUB).
       110-READ-NEXT.
           READ ELIG-MASTER NEXT RECORD
               AT END SET END-OF-ELIG TO TRUE.
       110-EXIT.
           EXIT.

       300-CHECK-FOR-SWITCH.
      *    A SWITCH IS A ROW TERMINATING IN THE PLAN YEAR FOLLOWED BY
      *    THE MEMBER'S NEXT ROW STARTING ON OR AFTER THAT DATE IN THE
      *    SAME YEAR.  A NEXT ROW STARTING EARLIER IS DUAL COVERAGE,
      *    WHICH COORDINATION OF BENEFITS HANDLES, NOT A SWITCH.
           MOVE "300-CHECK-FOR-SWITCH" TO PARA-NAME.
           COMPUTE WS-NEXT-SUB = WS-ROW-SUB + 1.
           IF MR-TERM-DATE (WS-ROW-SUB) = ZERO
               GO TO 300-EXIT.
           IF MR-TERM-DATE (WS-ROW-SUB) (1:4) NOT = WS-PLAN-YEAR
               OR MR-EFF-DATE (WS-NEXT-SUB) (1:4) NOT = WS-PLAN-YEAR
               GO TO 300-EXIT.
           IF MR-EFF-DATE (WS-NEXT-SUB) < MR-TERM-DATE (WS-ROW-SUB)
               GO TO 300-EXIT.
           ADD 1 TO WS-SWITCH-COUNT.
           PERFORM 400-TRANSFER-CREDIT THRU 400-EXIT.
       300-EXIT.
           EXIT.

       400-TRANSFER-CREDIT.
           MOVE "400-TRANSFER-CREDIT" TO PARA-NAME.
           MOVE SPACES TO WS-DETAIL-LINE WS-NOTE.
           MOVE WS-CUR-PATIENT-ID TO DTL-PATIENT-ID.
           MOVE MR-PLAN-ID (WS-ROW-SUB) TO DTL-FROM-PLAN.
           MOVE MR-TERM-DATE (WS-ROW-SUB) TO DTL-TERM-DATE.
           MOVE MR-PLAN-ID (WS-NEXT-SUB) TO DTL-TO-PLAN.
           MOVE MR-EFF-DATE (WS-NEXT-SUB) TO DTL-EFF-DATE.

           PERFORM 420-GET-CARRY-RULE THRU 420-EXIT.

      *    WHAT THE MEMBER MET UNDER THE PLAN BEING LEFT.
           MOVE WS-CUR-PATIENT-ID TO PB-PATIENT-ID.
           MOVE MR-PLAN-ID (WS-ROW-SUB) TO PB-PLAN-ID.
           READ PATIENT-ACCUM-FILE.
           IF PB-FOUND
               MOVE PB-DEDUCT-MET TO WS-FROM-DEDUCT
               MOVE PB-OOP-PAID TO WS-FROM-OOP
           ELSE
               MOVE ZERO TO WS-FROM-DEDUCT WS-FROM-OOP
           END-IF.
           MOVE ZERO TO WS-CARRY-DEDUCT-AMT WS-CARRY-OOP-AMT.
           IF WS-CARRY-DEDUCT
               COMPUTE WS-CARRY-DEDUCT-AMT ROUNDED =
                   WS-FROM-DEDUCT * WS-CARRY-PCT / 100
           END-IF.
           IF WS-CARRY-OOP
               COMPUTE WS-CARRY-OOP-AMT ROUNDED =
                   WS-FROM-OOP * WS-CARRY-PCT / 100
           END-IF.

      *    ONLY WHAT HAS NOT ALREADY BEEN CARRIED FOR THIS SWITCH.
           MOVE WS-CUR-PATIENT-ID TO XF-PATIENT-ID.
           MOVE WS-PLAN-YEAR TO XF-PLAN-YEAR.
           MOVE MR-PLAN-ID (WS-ROW-SUB) TO XF-FROM-PLAN-ID.
           MOVE MR-PLAN-ID (WS-NEXT-SUB) TO XF-TO-PLAN-ID.
           READ ACCUM-XFER-FILE.
           IF XF-FOUND
               COMPUTE WS-DEDUCT-DELTA =
                   WS-CARRY-DEDUCT-AMT - XF-DEDUCT-CARRIED
               COMPUTE WS-OOP-DELTA = WS-CARRY-OOP-AMT - XF-OOP-CARRIED
           ELSE
               MOVE WS-CARRY-DEDUCT-AMT TO WS-DEDUCT-DELTA
               MOVE WS-CARRY-OOP-AMT TO WS-OOP-DELTA
           END-IF.
           IF WS-DEDUCT-DELTA = ZERO AND WS-OOP-DELTA = ZERO
               ADD 1 TO WS-CURRENT-COUNT
               GO TO 400-EXIT.

      *    CREDIT THE NEW PLAN'S ACCUMULATOR, STARTING ONE IF MSTRCALC
      *    HAS NOT PRICED THE MEMBER UNDER IT YET.
           MOVE WS-CUR-PATIENT-ID TO PB-PATIENT-ID.
           MOVE MR-PLAN-ID (WS-NEXT-SUB) TO PB-PLAN-ID.
           READ PATIENT-ACCUM-FILE.
           IF NOT PB-FOUND
               MOVE WS-CUR-PATIENT-ID TO PB-PATIENT-ID
               MOVE MR-PLAN-ID (WS-NEXT-SUB) TO PB-PLAN-ID
               MOVE ZERO TO PB-DEDUCT-MET
               MOVE ZERO TO PB-OOP-PAID
               MOVE ZERO TO PB-LIFETIME-PAID
               MOVE ZERO TO PB-YTD-PAID
               WRITE PATIENT-ACCUM-REC
           END-IF.
           ADD WS-DEDUCT-DELTA TO PB-DEDUCT-MET.
           ADD WS-OOP-DELTA TO PB-OOP-PAID.
           IF PB-DEDUCT-MET < ZERO
               MOVE ZERO TO PB-DEDUCT-MET
           END-IF.
           IF PB-OOP-PAID < ZERO
               MOVE ZERO TO PB-OOP-PAID
           END-IF.
           REWRITE PATIENT-ACCUM-REC.
           IF NOT PB-FOUND
               DISPLAY "PLNXFER PATACCUM REWRITE FAILED " PB-KEY
                   " STATUS " PB-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 400-EXIT.

           IF XF-FOUND
               MOVE WS-CARRY-DEDUCT-AMT TO XF-DEDUCT-CARRIED
               MOVE WS-CARRY-OOP-AMT TO XF-OOP-CARRIED
               MOVE WS-RUN-DATE TO XF-LAST-XFER-DATE
               REWRITE ACCUM-XFER-REC
               IF WS-NOTE = SPACES
                   MOVE "LATE ACCRUAL CARRIED" TO WS-NOTE
               END-IF
           ELSE
               MOVE MR-TERM-DATE (WS-ROW-SUB) TO XF-FROM-TERM-DATE
               MOVE MR-EFF-DATE (WS-NEXT-SUB) TO XF-TO-EFF-DATE
               MOVE WS-CARRY-DEDUCT-AMT TO XF-DEDUCT-CARRIED
               MOVE WS-CARRY-OOP-AMT TO XF-OOP-CARRIED
               MOVE WS-RUN-DATE TO XF-FIRST-XFER-DATE
                                   XF-LAST-XFER-DATE
               WRITE ACCUM-XFER-REC
           END-IF.

           ADD 1 TO WS-XFER-COUNT.
           ADD WS-DEDUCT-DELTA TO WS-TOT-DEDUCT-CARRIED.
           ADD WS-OOP-DELTA TO WS-TOT-OOP-CARRIED.
           MOVE WS-DEDUCT-DELTA TO DTL-DEDUCT-CARRIED.
           MOVE WS-OOP-DELTA TO DTL-OOP-CARRIED.
           MOVE PB-DEDUCT-MET TO DTL-NEW-DEDUCT.
           MOVE PB-OOP-PAID TO DTL-NEW-OOP.
           MOVE WS-NOTE TO DTL-NOTE.
           WRITE XFER-REGISTER-REC FROM WS-DETAIL-LINE.
       400-EXIT.
           EXIT.

       420-GET-CARRY-RULE.
      *    THE RECEIVING PLAN'S RULE.  NO ROW (OR NO RULES FILE)
      *    CARRIES BOTH ACCUMULATORS IN FULL.
           MOVE "420-GET-CARRY-RULE" TO PARA-NAME.
           MOVE "Y" TO WS-CARRY-DEDUCT-SW WS-CARRY-OOP-SW.
           MOVE 100 TO WS-CARRY-PCT.
           IF NOT WS-CARRY-FILE-OPEN
               MOVE "DEFAULT RULE - FULL" TO WS-NOTE
               GO TO 420-EXIT.
           MOVE MR-PLAN-ID (WS-NEXT-SUB) TO CR-PLAN-ID.
           READ PLAN-CARRY-FILE.
           IF NOT CR-FOUND
               MOVE "DEFAULT RULE - FULL" TO WS-NOTE
               GO TO 420-EXIT.
           MOVE CR-CARRY-DEDUCT-SW TO WS-CARRY-DEDUCT-SW.
           MOVE CR-CARRY-OOP-SW TO WS-CARRY-OOP-SW.
           IF CR-CARRY-PCT NUMERIC AND CR-CARRY-PCT NOT > 100
               MOVE CR-CARRY-PCT TO WS-CARRY-PCT
           END-IF.
       420-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT ELIG-MASTER.
           OPEN I-O PATIENT-ACCUM-FILE.
           OPEN INPUT PLAN-CARRY-FILE.
           IF CR-FOUND
               MOVE "Y" TO WS-CARRY-FILE-SW
           END-IF.
           OPEN I-O ACCUM-XFER-FILE.
           IF XF-STATUS = "35"
               CLOSE ACCUM-XFER-FILE
               OPEN OUTPUT ACCUM-XFER-FILE
               CLOSE ACCUM-XFER-FILE
               OPEN I-O ACCUM-XFER-FILE
           END-IF.
           OPEN OUTPUT XFER-REGISTER.
           DISPLAY "PLNXFER OPEN FILES".
           DISPLAY EL-STATUS.
           DISPLAY PB-STATUS.
           DISPLAY XF-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           IF WS-CARRY-FILE-OPEN
               CLOSE PLAN-CARRY-FILE
           END-IF.
           CLOSE ELIG-MASTER, PATIENT-ACCUM-FILE, ACCUM-XFER-FILE,
                 XFER-REGISTER.
           DISPLAY "PLNXFER FILES CLOSED".
       900-EXIT.
           EXIT.
