      *                PATINTAK AND MSTRCALC CHECK COVERAGE AGAINST
      *                THIS FILE, SO TERMINATED-COVERAGE CHARGES STOP
      *                AT THE DOOR INSTEAD OF BECOMING RECOVERIES.
      * 2026  D.ELLIS  A REPLACE THAT MOVES THE TERMINATION DATE
      *                EARLIER (A LATE-REPORTED TERMINATION) NOW
      *                WRITES A RETROTRM TRIGGER FOR OVPSWEEP, WHICH
      *                OPENS OVERPAYMENT RECEIVABLES FOR CHARGES
      *                ALREADY PAID PAST THE NEW DATE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT RETRO-TERM-FILE
           ASSIGN TO UT-S-RETROTRM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RT-STATUS.

       DATA DIVISION.
       FILE SECTION.

           DATA RECORD IS LOAD-REGISTER-REC.
       01  LOAD-REGISTER-REC  PIC X(133).

       FD  RETRO-TERM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETRO-TERM-REC.
       COPY RETROTRM.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  FEED-STATUS             PIC X(2).
               88 EL-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.
           05  RT-STATUS               PIC X(2).

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-ADDED-COUNT              PIC 9(06) VALUE ZERO.
           05  WS-REPLACED-COUNT           PIC 9(06) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.
           05  WS-RETRO-COUNT              PIC 9(06) VALUE ZERO.
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-OLD-TERM-DATE            PIC 9(08) VALUE ZERO.

       01  WS-REGISTER-LINE.
           05  FILLER                  PIC X(09) VALUE "PATIENT: ".
           05  TOT-REPLACED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15)
                 VALUE "  RETRO TERMS: ".
           05  TOT-RETRO               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * REPLACE AN EXISTING ONE - WITH A REGISTER LINE PER ROW.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           READ ELIG-FEED
               AT END SET END-OF-FEED TO TRUE.
           MOVE WS-ADDED-COUNT TO TOT-ADDED.
           MOVE WS-REPLACED-COUNT TO TOT-REPLACED.
           MOVE WS-REJECT-COUNT TO TOT-REJECTED.
           MOVE WS-RETRO-COUNT TO TOT-RETRO.
           WRITE LOAD-REGISTER-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.
           MOVE EF-PLAN-ID TO EL-PLAN-ID.
           READ ELIG-MASTER.
           IF EL-FOUND
               MOVE EL-TERM-DATE TO WS-OLD-TERM-DATE
               MOVE EF-EFF-DATE TO EL-EFF-DATE
               MOVE EF-TERM-DATE TO EL-TERM-DATE
               REWRITE ELIGIBILITY-REC
               ADD 1 TO WS-REPLACED-COUNT
               MOVE "REPLACED" TO REG-RESULT
               PERFORM 250-CHECK-RETRO-TERM THRU 250-EXIT
           ELSE
               MOVE SPACES TO ELIGIBILITY-REC
               MOVE EF-PATIENT-ID TO EL-PATIENT-ID
       200-EXIT.
           EXIT.

       250-CHECK-RETRO-TERM.
      *    A TERMINATION DATE NEWLY SET ON OPEN-ENDED COVERAGE, OR
      *    MOVED EARLIER THAN THE ONE ON FILE, MAY LEAVE CHARGES
      *    ALREADY COSTED AND PAID FOR SERVICE THE MEMBER WAS NOT
      *    COVERED FOR - HAND IT TO OVPSWEEP.
           MOVE "250-CHECK-RETRO-TERM" TO PARA-NAME.
           IF EF-TERM-DATE = ZERO
               GO TO 250-EXIT.
           IF WS-OLD-TERM-DATE NUMERIC
                   AND WS-OLD-TERM-DATE > ZERO
                   AND WS-OLD-TERM-DATE NOT > EF-TERM-DATE
               GO TO 250-EXIT.
           MOVE SPACES TO RETRO-TERM-REC.
           MOVE EF-PATIENT-ID TO RT-PATIENT-ID.
           MOVE EF-PLAN-ID TO RT-PLAN-ID.
           IF WS-OLD-TERM-DATE NUMERIC
               MOVE WS-OLD-TERM-DATE TO RT-OLD-TERM-DATE
           ELSE
               MOVE ZERO TO RT-OLD-TERM-DATE
           END-IF.
           MOVE EF-TERM-DATE TO RT-NEW-TERM-DATE.
           MOVE WS-RUN-DATE TO RT-LOAD-DATE.
           WRITE RETRO-TERM-REC.
           ADD 1 TO WS-RETRO-COUNT.
           MOVE "REPLACED - RETRO TERMINATION" TO REG-RESULT.
       250-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT ELIG-FEED.
               OPEN I-O ELIG-MASTER
           END-IF.
           OPEN OUTPUT LOAD-REGISTER.
           OPEN OUTPUT RETRO-TERM-FILE.
           DISPLAY "ELIGLOAD OPEN FILES".
           DISPLAY FEED-STATUS.
           DISPLAY EL-STATUS.
           DISPLAY RT-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE ELIG-FEED, ELIG-MASTER, LOAD-REGISTER,
                 RETRO-TERM-FILE.
           DISPLAY "ELIGLOAD FILES CLOSED".
       900-EXIT.
           EXIT.
