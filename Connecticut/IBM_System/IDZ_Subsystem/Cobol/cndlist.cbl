       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  CNDLIST.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  DAILY OUTSTANDING
      *                UNDERWRITING CONDITIONS LIST.  EVERY CONDITION
      *                ON UWCOND NOT YET CLEARED, FOR AN APPLICATION
      *                STILL IN PROCESS, LISTED BY THE APPLICATION'S
      *                LOAN OFFICER WITH ITS AGE IN DAYS SINCE ISSUE,
      *                AND A COUNT AND OLDEST AGE PER OFFICER.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONDITION-FILE
           ASSIGN TO UWCOND
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS UC-KEY
             FILE STATUS IS UC-STATUS-CODE.

           SELECT APPLICATION-FILE
           ASSIGN TO LOANAPPL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LA-QUOTE-NUMBER
             FILE STATUS IS APL-STATUS.

           SELECT COND-SORT-FILE
           ASSIGN TO SORTWK1.

           SELECT COND-REPORT
           ASSIGN TO UT-S-CNDLIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  CONDITION-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY UWCOND.

       FD  APPLICATION-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY LOANAPPL.

       SD  COND-SORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS COND-SORT-REC.
       01  COND-SORT-REC.
           05  CS-OFFICER                  PIC X(08).
           05  CS-QUOTE-NUMBER             PIC X(14).
           05  CS-SEQ                      PIC 9(03).
           05  CS-COND-CODE                PIC X(04).
           05  CS-TIMING                   PIC X(01).
           05  CS-DESCRIPTION              PIC X(40).
           05  CS-ISSUED-DATE              PIC 9(08).
           05  CS-STATUS                   PIC X(01).
           05  CS-AGE-DAYS                 PIC 9(05).
           05  CS-APPL-STATUS              PIC X(01).
           05  FILLER                      PIC X(15).

       FD  COND-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COND-REPORT-REC.
       01  COND-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  UC-STATUS-CODE          PIC X(2).
               88 UC-FOUND        VALUE "00".
               88 END-OF-CONDS    VALUE "10".
           05  APL-STATUS              PIC X(2).
               88 APL-FOUND       VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-RUN-INT                  PIC S9(8) COMP.
           05  WS-ISSUED-INT               PIC S9(8) COMP.
           05  WS-SORT-DONE-SW             PIC X(01) VALUE "N".
               88  WS-SORT-DONE               VALUE "Y".
           05  WS-PREV-OFFICER             PIC X(08) VALUE LOW-VALUES.
           05  WS-OFFICER-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-OFFICER-OLDEST           PIC 9(05) VALUE ZERO.
           05  WS-TOTAL-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-TOTAL-OLDEST             PIC 9(05) VALUE ZERO.

       01  LIST-HEADING.
           05  FILLER     PIC X(40)
                 VALUE "OUTSTANDING UNDERWRITING CONDITIONS - ".
           05  LH-RUN-DATE                 PIC 9(08).
           05  FILLER     PIC X(85) VALUE SPACES.

       01  OFFICER-HEADING.
           05  FILLER     PIC X(15) VALUE "LOAN OFFICER: ".
           05  OH-OFFICER                  PIC X(08).
           05  FILLER     PIC X(110) VALUE SPACES.

       01  COLUMN-HEADING.
           05  FILLER     PIC X(45) VALUE
                 "  QUOTE           SEQ  CODE  TIMING         D".
           05  FILLER     PIC X(45) VALUE
                 "ESCRIPTION                               ISSU".
           05  FILLER     PIC X(43) VALUE
                 "ED    STATUS    AGE".

       01  DETAIL-LINE.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  DL-QUOTE-NUMBER             PIC X(14).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  DL-SEQ                      PIC 9(03).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  DL-COND-CODE                PIC X(04).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  DL-TIMING                   PIC X(14).
           05  FILLER     PIC X(01) VALUE SPACES.
           05  DL-DESCRIPTION              PIC X(40).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  DL-ISSUED-DATE              PIC 9(08).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  DL-STATUS                   PIC X(08).
           05  FILLER     PIC X(01) VALUE SPACES.
           05  DL-AGE                      PIC ZZZZ9.
           05  FILLER     PIC X(23) VALUE SPACES.

       01  OFFICER-TOTAL-LINE.
           05  FILLER     PIC X(20) VALUE "  OFFICER TOTAL:    ".
           05  OT-COUNT                    PIC ZZ,ZZ9.
           05  FILLER     PIC X(21) VALUE " OUTSTANDING, OLDEST ".
           05  OT-OLDEST                   PIC ZZZZ9.
           05  FILLER     PIC X(05) VALUE " DAYS".
           05  FILLER     PIC X(76) VALUE SPACES.

       01  GRAND-TOTAL-LINE.
           05  FILLER     PIC X(20) VALUE "ALL OFFICERS:       ".
           05  GT-COUNT                    PIC ZZ,ZZ9.
           05  FILLER     PIC X(21) VALUE " OUTSTANDING, OLDEST ".
           05  GT-OLDEST                   PIC ZZZZ9.
           05  FILLER     PIC X(05) VALUE " DAYS".
           05  FILLER     PIC X(76) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * PICK UP EVERY OUTSTANDING CONDITION, SORT BY OFFICER AND
      * APPLICATION, AND LIST WITH A BREAK PER OFFICER.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE WS-RUN-DATE TO LH-RUN-DATE.
           WRITE COND-REPORT-REC FROM LIST-HEADING.

           SORT COND-SORT-FILE
               ASCENDING KEY CS-OFFICER CS-QUOTE-NUMBER CS-SEQ
               INPUT PROCEDURE 200-RELEASE-CONDITIONS THRU 200-EXIT
               OUTPUT PROCEDURE 300-LIST-CONDITIONS THRU 300-EXIT.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       200-RELEASE-CONDITIONS.
           MOVE "200-RELEASE-CONDITIONS" TO PARA-NAME.
           IF NOT UC-FOUND
               GO TO 200-EXIT.
           READ CONDITION-FILE
               AT END SET END-OF-CONDS TO TRUE.
           PERFORM 250-RELEASE-ONE THRU 250-EXIT
               UNTIL END-OF-CONDS.
       200-EXIT.
           EXIT.

       250-RELEASE-ONE.
      **** ONLY CONDITIONS STILL OUTSTANDING ON AN APPLICATION STILL
      **** IN PROCESS.  ONE LEFT OPEN ON A FINISHED FILE IS MOOT.
           MOVE "250-RELEASE-ONE" TO PARA-NAME.
           IF NOT UC-OUTSTANDING
               GO TO 250-READ-NEXT.
           MOVE UC-QUOTE-NUMBER TO LA-QUOTE-NUMBER.
           READ APPLICATION-FILE.
           IF NOT APL-FOUND
               GO TO 250-READ-NEXT.
           IF NOT LA-IN-PROCESS
               GO TO 250-READ-NEXT.

           MOVE SPACES TO COND-SORT-REC.
           MOVE LA-OFFICER TO CS-OFFICER.
           MOVE UC-QUOTE-NUMBER TO CS-QUOTE-NUMBER.
           MOVE UC-SEQ TO CS-SEQ.
           MOVE UC-COND-CODE TO CS-COND-CODE.
           MOVE UC-TIMING TO CS-TIMING.
           MOVE UC-DESCRIPTION TO CS-DESCRIPTION.
           MOVE UC-ISSUED-DATE TO CS-ISSUED-DATE.
           MOVE UC-STATUS TO CS-STATUS.
           MOVE LA-STATUS TO CS-APPL-STATUS.
           MOVE ZERO TO CS-AGE-DAYS.
           IF UC-ISSUED-DATE NUMERIC AND UC-ISSUED-DATE > ZERO
               COMPUTE WS-ISSUED-INT =
                   FUNCTION INTEGER-OF-DATE(UC-ISSUED-DATE)
               IF WS-RUN-INT > WS-ISSUED-INT
                   COMPUTE CS-AGE-DAYS = WS-RUN-INT - WS-ISSUED-INT
               END-IF
           END-IF.
           RELEASE COND-SORT-REC.

       250-READ-NEXT.
           READ CONDITION-FILE
               AT END SET END-OF-CONDS TO TRUE.
       250-EXIT.
           EXIT.

       300-LIST-CONDITIONS.
           MOVE "300-LIST-CONDITIONS" TO PARA-NAME.
           RETURN COND-SORT-FILE
               AT END SET WS-SORT-DONE TO TRUE.
           PERFORM 350-LIST-ONE THRU 350-EXIT
               UNTIL WS-SORT-DONE.
           IF WS-TOTAL-COUNT > ZERO
               PERFORM 400-OFFICER-TOTAL THRU 400-EXIT
           END-IF.
           MOVE WS-TOTAL-COUNT TO GT-COUNT.
           MOVE WS-TOTAL-OLDEST TO GT-OLDEST.
           WRITE COND-REPORT-REC FROM WS-BLANK-LINE.
           WRITE COND-REPORT-REC FROM GRAND-TOTAL-LINE.
       300-EXIT.
           EXIT.

       350-LIST-ONE.
           MOVE "350-LIST-ONE" TO PARA-NAME.
           IF CS-OFFICER NOT = WS-PREV-OFFICER
               IF WS-TOTAL-COUNT > ZERO
                   PERFORM 400-OFFICER-TOTAL THRU 400-EXIT
               END-IF
               MOVE CS-OFFICER TO WS-PREV-OFFICER OH-OFFICER
               MOVE ZERO TO WS-OFFICER-COUNT WS-OFFICER-OLDEST
               WRITE COND-REPORT-REC FROM WS-BLANK-LINE
               WRITE COND-REPORT-REC FROM OFFICER-HEADING
               WRITE COND-REPORT-REC FROM COLUMN-HEADING
           END-IF.

           MOVE CS-QUOTE-NUMBER TO DL-QUOTE-NUMBER.
           MOVE CS-SEQ TO DL-SEQ.
           MOVE CS-COND-CODE TO DL-COND-CODE.
           EVALUATE CS-TIMING
               WHEN "A" MOVE "PRIOR TO APPR" TO DL-TIMING
               WHEN "D" MOVE "PRIOR TO DOCS" TO DL-TIMING
               WHEN OTHER MOVE "PRIOR TO CLOSE" TO DL-TIMING
           END-EVALUATE.
           MOVE CS-DESCRIPTION TO DL-DESCRIPTION.
           MOVE CS-ISSUED-DATE TO DL-ISSUED-DATE.
           IF CS-STATUS = "R"
               MOVE "RECEIVED" TO DL-STATUS
           ELSE
               MOVE "OPEN" TO DL-STATUS
           END-IF.
           MOVE CS-AGE-DAYS TO DL-AGE.
           WRITE COND-REPORT-REC FROM DETAIL-LINE.

           ADD 1 TO WS-OFFICER-COUNT WS-TOTAL-COUNT.
           IF CS-AGE-DAYS > WS-OFFICER-OLDEST
               MOVE CS-AGE-DAYS TO WS-OFFICER-OLDEST
           END-IF.
           IF CS-AGE-DAYS > WS-TOTAL-OLDEST
               MOVE CS-AGE-DAYS TO WS-TOTAL-OLDEST
           END-IF.

           RETURN COND-SORT-FILE
               AT END SET WS-SORT-DONE TO TRUE.
       350-EXIT.
           EXIT.

       400-OFFICER-TOTAL.
           MOVE "400-OFFICER-TOTAL" TO PARA-NAME.
           MOVE WS-OFFICER-COUNT TO OT-COUNT.
           MOVE WS-OFFICER-OLDEST TO OT-OLDEST.
           WRITE COND-REPORT-REC FROM OFFICER-TOTAL-LINE.
       400-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT CONDITION-FILE, APPLICATION-FILE.
           OPEN OUTPUT COND-REPORT.
           DISPLAY "CNDLIST OPEN FILES".
           DISPLAY UC-STATUS-CODE.
           DISPLAY APL-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE CONDITION-FILE, APPLICATION-FILE, COND-REPORT.
           DISPLAY "CNDLIST FILES CLOSED".
       900-EXIT.
           EXIT.
