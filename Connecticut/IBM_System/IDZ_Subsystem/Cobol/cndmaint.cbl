       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  CNDMAINT.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  UNDERWRITING CONDITIONS
      *                MAINTENANCE.  ADDS A CONDITION TO AN OPEN LOAN
      *                APPLICATION (NEXT SEQUENCE NUMBER UNDER THE
      *                QUOTE NUMBER), MARKS ONE RECEIVED WHEN THE
      *                MEMBER'S ITEM COMES IN, AND CLEARS ONE WITH THE
      *                CLEARING OFFICER AND DATE.  CONDITIONS USED TO
      *                BE TRACKED IN EMAIL.  AN AUDIT LINE PER
      *                TRANSACTION.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COND-TRANS-FILE
           ASSIGN TO UT-S-CNDTRAN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TRANS-STATUS.

           SELECT CONDITION-FILE
           ASSIGN TO UWCOND
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS UC-KEY
             FILE STATUS IS UC-STATUS-CODE.

           SELECT APPLICATION-FILE
           ASSIGN TO LOANAPPL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LA-QUOTE-NUMBER
             FILE STATUS IS APL-STATUS.

           SELECT MAINT-REPORT
           ASSIGN TO UT-S-CNDMRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  COND-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COND-TRANS-REC.
       01  COND-TRANS-REC.
           05  CT-ACTION                   PIC X(01).
               88  CT-ADD                     VALUE "A".
               88  CT-RECEIVE                 VALUE "R".
               88  CT-CLEAR                   VALUE "C".
           05  CT-QUOTE-NUMBER             PIC X(14).
           05  CT-SEQ                      PIC X(03).
           05  CT-TIMING                   PIC X(01).
           05  CT-COND-CODE                PIC X(04).
           05  CT-DESCRIPTION              PIC X(40).
           05  CT-OFFICER                  PIC X(08).
           05  FILLER                      PIC X(09).

       FD  CONDITION-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY UWCOND.

       FD  APPLICATION-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY LOANAPPL.

       FD  MAINT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAINT-REPORT-REC.
       01  MAINT-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  TRANS-STATUS            PIC X(2).
               88 END-OF-TRANS    VALUE "10".
           05  UC-STATUS-CODE          PIC X(2).
               88 UC-FOUND        VALUE "00".
           05  APL-STATUS              PIC X(2).
               88 APL-FOUND       VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-NEXT-SEQ                 PIC 9(04) VALUE ZERO.
           05  WS-BROWSE-DONE-SW           PIC X(01) VALUE "N".
               88  WS-BROWSE-DONE             VALUE "Y".
           05  WS-ADDED-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-RECEIVED-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-CLEARED-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.

       01  WS-AUDIT-LINE.
           05  FILLER                  PIC X(07) VALUE "QUOTE ".
           05  AUD-QUOTE-NUMBER        PIC X(14).
           05  FILLER                  PIC X(06) VALUE " SEQ ".
           05  AUD-SEQ                 PIC X(03).
           05  FILLER                  PIC X(09) VALUE " ACTION ".
           05  AUD-ACTION              PIC X(07).
           05  FILLER                  PIC X(05) VALUE " BY ".
           05  AUD-OFFICER             PIC X(08).
           05  FILLER                  PIC X(09) VALUE " RESULT ".
           05  AUD-RESULT              PIC X(40).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(08) VALUE "ADDED: ".
           05  TOT-ADDED               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  RECEIVED: ".
           05  TOT-RECEIVED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  CLEARED: ".
           05  TOT-CLEARED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * APPLY THE DAY'S CONDITION TRANSACTIONS WITH AN AUDIT LINE PER
      * TRANSACTION.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           READ COND-TRANS-FILE
               AT END SET END-OF-TRANS TO TRUE.

           PERFORM 100-APPLY-ONE-TRANS THRU 100-EXIT
               UNTIL END-OF-TRANS.

           MOVE WS-ADDED-COUNT TO TOT-ADDED.
           MOVE WS-RECEIVED-COUNT TO TOT-RECEIVED.
           MOVE WS-CLEARED-COUNT TO TOT-CLEARED.
           MOVE WS-REJECT-COUNT TO TOT-REJECTED.
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       100-APPLY-ONE-TRANS.
           MOVE "100-APPLY-ONE-TRANS" TO PARA-NAME.
           MOVE SPACES TO WS-AUDIT-LINE.
           MOVE CT-QUOTE-NUMBER TO AUD-QUOTE-NUMBER.
           MOVE CT-SEQ TO AUD-SEQ.
           MOVE CT-OFFICER TO AUD-OFFICER.

           IF CT-OFFICER = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE "??????" TO AUD-ACTION
               MOVE "REJECTED - MISSING OFFICER ID" TO AUD-RESULT
           ELSE
               EVALUATE TRUE
                   WHEN CT-ADD
                       MOVE "ADD" TO AUD-ACTION
                       PERFORM 200-ADD-CONDITION THRU 200-EXIT
                   WHEN CT-RECEIVE
                       MOVE "RECEIVE" TO AUD-ACTION
                       PERFORM 300-RECEIVE-CONDITION THRU 300-EXIT
                   WHEN CT-CLEAR
                       MOVE "CLEAR" TO AUD-ACTION
                       PERFORM 400-CLEAR-CONDITION THRU 400-EXIT
                   WHEN OTHER
                       MOVE "??????" TO AUD-ACTION
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "REJECTED - BAD ACTION CODE" TO AUD-RESULT
               END-EVALUATE
           END-IF.

           WRITE MAINT-REPORT-REC FROM WS-AUDIT-LINE.

           READ COND-TRANS-FILE
               AT END SET END-OF-TRANS TO TRUE.

       100-EXIT.
           EXIT.

       200-ADD-CONDITION.
      **** CONDITIONS ARE ISSUED AGAINST AN APPLICATION STILL IN
      **** PROCESS.  THE SEQUENCE NUMBER IS ONE PAST THE HIGHEST
      **** ALREADY ON FILE FOR THE QUOTE.
           MOVE "200-ADD-CONDITION" TO PARA-NAME.

           MOVE CT-QUOTE-NUMBER TO LA-QUOTE-NUMBER.
           READ APPLICATION-FILE.
           IF NOT APL-FOUND
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - NOT ON APPL FILE" TO AUD-RESULT
               GO TO 200-EXIT.
           IF NOT LA-IN-PROCESS
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - APPLICATION NOT IN PROCESS" TO
                   AUD-RESULT
               GO TO 200-EXIT.
           IF CT-TIMING NOT = "A" AND NOT = "D" AND NOT = "C"
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - TIMING NOT A, D OR C" TO AUD-RESULT
               GO TO 200-EXIT.
           IF CT-COND-CODE = SPACES OR CT-DESCRIPTION = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - CODE AND DESCRIPTION REQUIRED" TO
                   AUD-RESULT
               GO TO 200-EXIT.

           PERFORM 250-FIND-NEXT-SEQ THRU 250-EXIT.
           IF WS-NEXT-SEQ > 999
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - CONDITION LIMIT REACHED" TO AUD-RESULT
               GO TO 200-EXIT.

           MOVE SPACES TO UW-CONDITION-REC.
           MOVE CT-QUOTE-NUMBER TO UC-QUOTE-NUMBER.
           MOVE WS-NEXT-SEQ TO UC-SEQ.
           MOVE UC-SEQ TO AUD-SEQ.
           MOVE CT-COND-CODE TO UC-COND-CODE.
           MOVE CT-TIMING TO UC-TIMING.
           MOVE CT-DESCRIPTION TO UC-DESCRIPTION.
           MOVE WS-RUN-DATE TO UC-ISSUED-DATE.
           MOVE CT-OFFICER TO UC-ISSUED-BY.
           MOVE ZERO TO UC-RECEIVED-DATE UC-CLEARED-DATE.
           MOVE "O" TO UC-STATUS.
           WRITE UW-CONDITION-REC.
           ADD 1 TO WS-ADDED-COUNT.
           MOVE "ADDED - OPEN" TO AUD-RESULT.
       200-EXIT.
           EXIT.

       250-FIND-NEXT-SEQ.
           MOVE "250-FIND-NEXT-SEQ" TO PARA-NAME.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE "N" TO WS-BROWSE-DONE-SW.
           MOVE CT-QUOTE-NUMBER TO UC-QUOTE-NUMBER.
           MOVE ZERO TO UC-SEQ.
           START CONDITION-FILE KEY NOT < UC-KEY
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM 260-NEXT-CONDITION THRU 260-EXIT
               UNTIL WS-BROWSE-DONE.
       250-EXIT.
           EXIT.

       260-NEXT-CONDITION.
           READ CONDITION-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 260-EXIT
           END-READ.
           IF UC-QUOTE-NUMBER NOT = CT-QUOTE-NUMBER
               SET WS-BROWSE-DONE TO TRUE
               GO TO 260-EXIT.
           COMPUTE WS-NEXT-SEQ = UC-SEQ + 1.
       260-EXIT.
           EXIT.

       300-RECEIVE-CONDITION.
      **** THE MEMBER'S ITEM IS IN.  THE CONDITION STILL BLOCKS THE
      **** NEXT STAGE UNTIL IT IS CLEARED.
           MOVE "300-RECEIVE-CONDITION" TO PARA-NAME.

           PERFORM 350-READ-CONDITION THRU 350-EXIT.
           IF NOT UC-FOUND
               GO TO 300-EXIT.
           IF NOT UC-OPEN
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - CONDITION NOT OPEN" TO AUD-RESULT
               GO TO 300-EXIT.

           MOVE WS-RUN-DATE TO UC-RECEIVED-DATE.
           MOVE "R" TO UC-STATUS.
           REWRITE UW-CONDITION-REC.
           ADD 1 TO WS-RECEIVED-COUNT.
           MOVE "RECEIVED" TO AUD-RESULT.
       300-EXIT.
           EXIT.

       350-READ-CONDITION.
           MOVE "350-READ-CONDITION" TO PARA-NAME.
           MOVE "99" TO UC-STATUS-CODE.
           IF CT-SEQ NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - SEQUENCE NOT NUMERIC" TO AUD-RESULT
               GO TO 350-EXIT.
           MOVE CT-QUOTE-NUMBER TO UC-QUOTE-NUMBER.
           MOVE CT-SEQ TO UC-SEQ.
           READ CONDITION-FILE.
           IF NOT UC-FOUND
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - CONDITION NOT ON FILE" TO AUD-RESULT
           END-IF.
       350-EXIT.
           EXIT.

       400-CLEAR-CONDITION.
      **** AN OFFICER SIGNS OFF THE CONDITION.  ONE CLEARED WITHOUT A
      **** RECEIVE (WAIVED, OR SATISFIED IN THE FILE) GETS THE SAME
      **** DATE FOR BOTH.
           MOVE "400-CLEAR-CONDITION" TO PARA-NAME.

           PERFORM 350-READ-CONDITION THRU 350-EXIT.
           IF NOT UC-FOUND
               GO TO 400-EXIT.
           IF UC-CLEARED
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - CONDITION ALREADY CLEARED" TO
                   AUD-RESULT
               GO TO 400-EXIT.

           IF UC-RECEIVED-DATE NOT NUMERIC OR UC-RECEIVED-DATE = ZERO
               MOVE WS-RUN-DATE TO UC-RECEIVED-DATE
           END-IF.
           MOVE WS-RUN-DATE TO UC-CLEARED-DATE.
           MOVE CT-OFFICER TO UC-CLEARED-BY.
           MOVE "C" TO UC-STATUS.
           REWRITE UW-CONDITION-REC.
           ADD 1 TO WS-CLEARED-COUNT.
           MOVE "CLEARED" TO AUD-RESULT.
       400-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT COND-TRANS-FILE, APPLICATION-FILE.
           OPEN I-O CONDITION-FILE.
           IF UC-STATUS-CODE = "35"
               CLOSE CONDITION-FILE
               OPEN OUTPUT CONDITION-FILE
               CLOSE CONDITION-FILE
               OPEN I-O CONDITION-FILE
           END-IF.
           OPEN OUTPUT MAINT-REPORT.
           DISPLAY "CNDMAINT OPEN FILES".
           DISPLAY TRANS-STATUS.
           DISPLAY UC-STATUS-CODE.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE COND-TRANS-FILE, CONDITION-FILE,
                 APPLICATION-FILE, MAINT-REPORT.
           DISPLAY "CNDMAINT FILES CLOSED".
       900-EXIT.
           EXIT.
