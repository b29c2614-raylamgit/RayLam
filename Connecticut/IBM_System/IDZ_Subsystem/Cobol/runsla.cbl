       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  RUNSLA.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  BATCH-WINDOW SLA AND ELAPSED-
      *                TIME TREND REPORT, THE COMPANION TO RUNHLTH.
      *                PAIRS EACH CYCLE'S START AND END EVENTS ON THE
      *                SHARED RUNSTAT FILE INTO RUNS AND KEEPS EVERY
      *                COMPLETED RUN ON THE RUNHIST HISTORY FILE
      *                (CARRIED OLD GENERATION TO NEW).  EACH NEW RUN
      *                IS PRINTED WITH ITS ELAPSED TIME AGAINST THE
      *                CYCLE'S SLA DEADLINE FROM CYCSLA AND AGAINST
      *                THE TRAILING AVERAGE OF ITS PRIOR RUNS, RECORD
      *                VOLUMES BESIDE IT.  A RUN THAT FINISHES PAST ITS
      *                SLA RAISES A CRITICAL ALERT THROUGH ALERTLOG;
      *                ONE THAT RUNS LONGER THAN ITS AVERAGE BY THE
      *                PARM PERCENT (DEFAULT 20, CYCSLA MAY OVERRIDE)
      *                RAISES A WARNING.  RETURN CODE 4 WHEN ANY ALERT
      *                WAS RAISED.
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

           SELECT CYCLE-SLA-FILE
           ASSIGN TO UT-S-CYCSLA
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SLA-STATUS.

           SELECT RUN-STATUS-FILE
                  ASSIGN       to RUNSTAT
                  ORGANIZATION is SEQUENTIAL
                  FILE STATUS  is RS-STATUS.

           SELECT RUN-HIST-IN
           ASSIGN TO UT-S-RUNHISTI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RHI-STATUS.

           SELECT RUN-HIST-OUT
           ASSIGN TO UT-S-RUNHISTO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RHO-STATUS.

           SELECT SLA-REPORT
           ASSIGN TO UT-S-RUNSLA
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
           05  PRM-PCT-OVER                PIC 9(03).
           05  PRM-TRAIL-RUNS              PIC 9(02).
           05  FILLER                      PIC X(75).

       FD  CYCLE-SLA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CYCLE-SLA-REC.
       COPY CYCSLA.

       FD  RUN-STATUS-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  RUN-STATUS-REC.
           05  RSF-JOB-NAME                PIC X(08).
           05  RSF-DATE                    PIC 9(08).
           05  RSF-TIME                    PIC 9(06).
           05  RSF-EVENT                   PIC X(01).
               88  RSF-START-EVENT            VALUE "S".
               88  RSF-END-EVENT              VALUE "E".
           05  RSF-RECORDS                 PIC 9(07).
           05  RSF-RETURN-CD               PIC 9(04).
           05  RSF-BALANCED                PIC X(01).
           05  FILLER                      PIC X(25).

       FD  RUN-HIST-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-HIST-REC.
       COPY RUNHIST.

       FD  RUN-HIST-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-HIST-REC-OUT.
       01  RUN-HIST-REC-OUT                PIC X(80).

       FD  SLA-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SLA-REPORT-REC.
       01  SLA-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  SLA-STATUS              PIC X(2).
               88 SLA-OPENED      VALUE "00".
               88 END-OF-SLA      VALUE "10".
           05  RS-STATUS               PIC X(2).
               88 RS-OPENED       VALUE "00".
               88 END-OF-RS       VALUE "10".
           05  RHI-STATUS              PIC X(2).
               88 RHI-OPENED      VALUE "00".
               88 END-OF-RHI      VALUE "10".
           05  RHO-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-PCT-OVER                 PIC 9(03) VALUE 20.
           05  WS-TRAIL-RUNS               PIC 9(02) VALUE 10.
           05  WS-THRESHOLD-PCT            PIC 9(03) VALUE ZERO.
           05  WS-FIND-NAME                PIC X(08) VALUE SPACES.
           05  WS-JOB-SUB                  PIC 9(3) COMP VALUE 0.
           05  WS-JOB-FOUND-SW             PIC X(1) VALUE "N".
               88 WS-JOB-FOUND                VALUE "Y".
           05  WS-SLA-SUB                  PIC 9(3) COMP VALUE 0.
           05  WS-SLA-FOUND-SW             PIC X(1) VALUE "N".
               88 WS-SLA-FOUND                VALUE "Y".
           05  WS-SLOT-SUB                 PIC 9(3) COMP VALUE 0.
           05  WS-SLOT-FIRST               PIC 9(3) COMP VALUE 0.
           05  WS-START-STAMP              PIC 9(14) VALUE ZERO.
           05  WS-DAY-INT                  PIC 9(08) VALUE ZERO.
           05  WS-START-SECS               PIC 9(12) VALUE ZERO.
           05  WS-END-SECS                 PIC 9(12) VALUE ZERO.
           05  WS-DEADLINE-SECS            PIC 9(12) VALUE ZERO.
           05  WS-ELAPSED-SECS             PIC 9(07) VALUE ZERO.
           05  WS-AVG-SECS                 PIC 9(07) VALUE ZERO.
           05  WS-AVG-RECS                 PIC 9(07) VALUE ZERO.
           05  WS-SUM-SECS                 PIC 9(10) VALUE ZERO.
           05  WS-SUM-RECS                 PIC 9(10) VALUE ZERO.
           05  WS-AVG-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-LIMIT-SECS               PIC 9(09) VALUE ZERO.
           05  WS-PCT-VS-AVG               PIC S9(05) VALUE ZERO.
           05  WS-SECS-WORK                PIC 9(07) VALUE ZERO.
           05  WS-SECS-REM                 PIC 9(07) VALUE ZERO.
           05  WS-TIME-WORK                PIC 9(06) VALUE ZERO.
           05  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
               10  WT-HH                   PIC 9(02).
               10  WT-MM                   PIC 9(02).
               10  WT-SS                   PIC 9(02).
           05  WS-HMS-EDIT.
               10  HE-HH                   PIC 9(02).
               10  FILLER                  PIC X(01) VALUE ":".
               10  HE-MM                   PIC 9(02).
               10  FILLER                  PIC X(01) VALUE ":".
               10  HE-SS                   PIC 9(02).
           05  WS-HMS-HOLD                 PIC X(08) VALUE SPACES.

       01  REPORT-COUNTERS.
           05  WS-HIST-CARRIED             PIC 9(07) VALUE ZERO.
           05  WS-RUNS-ADDED               PIC 9(05) VALUE ZERO.
           05  WS-SLA-MISSED-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-OVER-TREND-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-ALERT-COUNT              PIC 9(05) VALUE ZERO.

       01  ALERT-CALL-FIELDS.
           05  WS-AL-JOB               PIC X(08).
           05  WS-AL-SEV               PIC X(01).
           05  WS-AL-TEXT              PIC X(60).

      *    ONE ROW PER CYCLE FROM CYCSLA.
       01  SLA-TABLE-AREA.
           05  WS-SLA-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-SLA-ENTRY OCCURS 50 TIMES.
               10  ST-JOB-NAME             PIC X(08).
               10  ST-SLA-TIME             PIC 9(06).
               10  ST-SLA-DAY-SW           PIC X(01).
                   88  ST-DEADLINE-NEXT-DAY   VALUE "Y".
               10  ST-PCT-OVER             PIC 9(03).

      *    ONE ROW PER CYCLE - THE LATEST START ALREADY ON RUNHIST, A
      *    START SEEN ON RUNSTAT AND NOT YET ENDED, AND THE ELAPSED
      *    TIME AND RECORDS OF THE LAST TWENTY RUNS, OLDEST FIRST.
       01  JOB-TABLE-AREA.
           05  WS-JOB-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-JOB-ENTRY OCCURS 50 TIMES.
               10  JT-JOB-NAME             PIC X(08).
               10  JT-LAST-START           PIC 9(14).
               10  JT-PEND-SW              PIC X(01).
                   88  JT-START-PENDING       VALUE "P".
               10  JT-PEND-DATE            PIC 9(08).
               10  JT-PEND-TIME            PIC 9(06).
               10  JT-HIST-COUNT           PIC 9(3) COMP.
               10  JT-HIST-SLOT OCCURS 20 TIMES.
                   15  JT-HIST-SECS        PIC 9(07).
                   15  JT-HIST-RECS        PIC 9(07).

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(40)
                 VALUE "BATCH WINDOW SLA AND ELAPSED-TIME TREND".
           05  FILLER     PIC X(10) VALUE "   RUN ON ".
           05  HD-RUN-DATE                 PIC 9(08).
           05  FILLER     PIC X(13) VALUE "   TREND AT ".
           05  HD-PCT-OVER                 PIC ZZ9.
           05  FILLER     PIC X(10) VALUE "% OVER THE".
           05  HD-TRAIL-RUNS               PIC ZZ9.
           05  FILLER     PIC X(17) VALUE "-RUN AVERAGE".
           05  FILLER     PIC X(29) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER     PIC X(12) VALUE "  CYCLE".
           05  FILLER     PIC X(18) VALUE "STARTED".
           05  FILLER     PIC X(10) VALUE "ENDED".
           05  FILLER     PIC X(10) VALUE "ELAPSED".
           05  FILLER     PIC X(10) VALUE "SLA".
           05  FILLER     PIC X(08) VALUE "STATUS".
           05  FILLER     PIC X(10) VALUE "AVERAGE".
           05  FILLER     PIC X(07) VALUE "VS AVG".
           05  FILLER     PIC X(11) VALUE "  RECORDS".
           05  FILLER     PIC X(11) VALUE "  AVG RECS".
           05  FILLER     PIC X(12) VALUE "TREND".
           05  FILLER     PIC X(14) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-JOB                      PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-START-DATE               PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DL-START-TIME               PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DL-END-TIME                 PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-ELAPSED                  PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-SLA-TIME                 PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-SLA-STATUS               PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-AVG-ELAPSED              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-PCT-VS-AVG               PIC -ZZZ9.
           05  FILLER                      PIC X(01) VALUE "%".
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DL-RECORDS                  PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-AVG-RECORDS              PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-TREND                    PIC X(12).
           05  FILLER                      PIC X(14) VALUE SPACES.

       01  WS-NOTHING-LINE.
           05  FILLER                      PIC X(40)
                 VALUE "NO NEWLY COMPLETED RUNS ON RUNSTAT".
           05  FILLER                      PIC X(93) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(15)
                 VALUE "RUNS RECORDED: ".
           05  SUM-ADDED-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(15)
                 VALUE "   SLA MISSED: ".
           05  SUM-MISSED-O            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(15)
                 VALUE "   OVER TREND: ".
           05  SUM-TREND-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(18)
                 VALUE "   ALERTS RAISED: ".
           05  SUM-ALERTS-O            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(19)
                 VALUE "   HISTORY KEPT: ".
           05  SUM-HIST-O              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * LOAD THE SLA TABLE AND THE RUN HISTORY, THEN PAIR THE RUNSTAT
      * EVENTS INTO RUNS AND JUDGE, RECORD AND PRINT EACH RUN NOT
      * ALREADY ON THE HISTORY.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.
           PERFORM 060-LOAD-SLA-TABLE THRU 060-EXIT.

           MOVE WS-TODAY TO HD-RUN-DATE.
           MOVE WS-PCT-OVER TO HD-PCT-OVER.
           MOVE WS-TRAIL-RUNS TO HD-TRAIL-RUNS.
           WRITE SLA-REPORT-REC FROM WS-HEADING-LINE.
           MOVE SPACES TO SLA-REPORT-REC.
           WRITE SLA-REPORT-REC.
           WRITE SLA-REPORT-REC FROM WS-COLUMN-LINE.
           MOVE SPACES TO SLA-REPORT-REC.
           WRITE SLA-REPORT-REC.

           PERFORM 100-LOAD-HISTORY THRU 100-EXIT.
           PERFORM 200-SCAN-RUNSTAT THRU 200-EXIT.

           IF WS-RUNS-ADDED = ZERO
               WRITE SLA-REPORT-REC FROM WS-NOTHING-LINE
           END-IF.
           MOVE SPACES TO SLA-REPORT-REC.
           WRITE SLA-REPORT-REC.
           MOVE WS-RUNS-ADDED TO SUM-ADDED-O.
           MOVE WS-SLA-MISSED-COUNT TO SUM-MISSED-O.
           MOVE WS-OVER-TREND-COUNT TO SUM-TREND-O.
           MOVE WS-ALERT-COUNT TO SUM-ALERTS-O.
           MOVE WS-HIST-CARRIED TO SUM-HIST-O.
           WRITE SLA-REPORT-REC FROM WS-SUMMARY-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.
           IF WS-ALERT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       050-READ-PARM-CARD.
      **** PERCENT OVER THE TRAILING AVERAGE THAT RAISES A TREND
      **** WARNING (DEFAULT 20) AND HOW MANY PRIOR RUNS MAKE THE
      **** AVERAGE (DEFAULT 10, AT MOST 20).
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-PCT-OVER NUMERIC AND PRM-PCT-OVER > ZERO
                   MOVE PRM-PCT-OVER TO WS-PCT-OVER
               END-IF
               IF PRM-TRAIL-RUNS NUMERIC AND PRM-TRAIL-RUNS > ZERO
                   MOVE PRM-TRAIL-RUNS TO WS-TRAIL-RUNS
               END-IF
           END-IF.
           IF WS-TRAIL-RUNS > 20
               MOVE 20 TO WS-TRAIL-RUNS.
       050-EXIT.
           EXIT.

       060-LOAD-SLA-TABLE.
      **** A CYCLE NOT ON CYCSLA IS STILL TRENDED - IT JUST HAS NO
      **** DEADLINE TO MISS.
           MOVE "060-LOAD-SLA-TABLE" TO PARA-NAME.
           IF NOT SLA-OPENED
               DISPLAY "RUNSLA NO CYCSLA INPUT - STATUS " SLA-STATUS
               GO TO 060-EXIT.
           READ CYCLE-SLA-FILE
               AT END SET END-OF-SLA TO TRUE.
           PERFORM 070-LOAD-ONE-SLA THRU 070-EXIT
               UNTIL END-OF-SLA.
       060-EXIT.
           EXIT.

       070-LOAD-ONE-SLA.
           MOVE "070-LOAD-ONE-SLA" TO PARA-NAME.
           IF CS-JOB-NAME NOT = SPACES AND CS-SLA-TIME NUMERIC
                   AND WS-SLA-COUNT < 50
               ADD 1 TO WS-SLA-COUNT
               MOVE CS-JOB-NAME TO ST-JOB-NAME (WS-SLA-COUNT)
               MOVE CS-SLA-TIME TO ST-SLA-TIME (WS-SLA-COUNT)
               MOVE CS-SLA-DAY-SW TO ST-SLA-DAY-SW (WS-SLA-COUNT)
               MOVE ZERO TO ST-PCT-OVER (WS-SLA-COUNT)
               IF CS-PCT-OVER NUMERIC
                   MOVE CS-PCT-OVER TO ST-PCT-OVER (WS-SLA-COUNT)
               END-IF
           END-IF.
           READ CYCLE-SLA-FILE
               AT END SET END-OF-SLA TO TRUE.
       070-EXIT.
           EXIT.

       100-LOAD-HISTORY.
      **** NO RUNHIST (THE FIRST RUN) JUST MEANS NO AVERAGE YET.
      **** EVERY RECORD GOES STRAIGHT BACK OUT, AND ITS CYCLE'S ROW
      **** PICKS UP THE HIGH-WATER START AND THE ELAPSED TIMES.
           MOVE "100-LOAD-HISTORY" TO PARA-NAME.
           OPEN INPUT RUN-HIST-IN.
           IF NOT RHI-OPENED
               DISPLAY "RUNSLA NO RUNHIST INPUT - STATUS " RHI-STATUS
               GO TO 100-EXIT.
           READ RUN-HIST-IN
               AT END SET END-OF-RHI TO TRUE.
           PERFORM 110-CARRY-ONE-HISTORY THRU 110-EXIT
               UNTIL END-OF-RHI.
           CLOSE RUN-HIST-IN.
       100-EXIT.
           EXIT.

       110-CARRY-ONE-HISTORY.
           MOVE "110-CARRY-ONE-HISTORY" TO PARA-NAME.
           WRITE RUN-HIST-REC-OUT FROM RUN-HIST-REC.
           ADD 1 TO WS-HIST-CARRIED.
           MOVE RH-JOB-NAME TO WS-FIND-NAME.
           PERFORM 150-FIND-OR-ADD-JOB THRU 150-EXIT.
           IF NOT WS-JOB-FOUND
               GO TO 110-READ.
           COMPUTE WS-START-STAMP =
               RH-START-DATE * 1000000 + RH-START-TIME.
           IF WS-START-STAMP > JT-LAST-START (WS-JOB-SUB)
               MOVE WS-START-STAMP TO JT-LAST-START (WS-JOB-SUB).
           MOVE RH-ELAPSED-SECS TO WS-ELAPSED-SECS.
           MOVE RH-RECORDS TO WS-SECS-WORK.
           PERFORM 170-PUSH-RUN THRU 170-EXIT.
       110-READ.
           READ RUN-HIST-IN
               AT END SET END-OF-RHI TO TRUE.
       110-EXIT.
           EXIT.

       150-FIND-OR-ADD-JOB.
           MOVE "N" TO WS-JOB-FOUND-SW.
           MOVE 1 TO WS-JOB-SUB.
           PERFORM 160-FIND-JOB THRU 160-EXIT.
           IF WS-JOB-FOUND OR WS-JOB-COUNT NOT < 50
               GO TO 150-EXIT.
           ADD 1 TO WS-JOB-COUNT.
           MOVE WS-JOB-COUNT TO WS-JOB-SUB.
           MOVE WS-FIND-NAME TO JT-JOB-NAME (WS-JOB-SUB).
           MOVE ZERO TO JT-LAST-START (WS-JOB-SUB).
           MOVE SPACE TO JT-PEND-SW (WS-JOB-SUB).
           MOVE ZERO TO JT-PEND-DATE (WS-JOB-SUB).
           MOVE ZERO TO JT-PEND-TIME (WS-JOB-SUB).
           MOVE ZERO TO JT-HIST-COUNT (WS-JOB-SUB).
           MOVE "Y" TO WS-JOB-FOUND-SW.
       150-EXIT.
           EXIT.

       160-FIND-JOB.
           IF WS-JOB-FOUND OR WS-JOB-SUB > WS-JOB-COUNT
               GO TO 160-EXIT.
           IF JT-JOB-NAME (WS-JOB-SUB) = WS-FIND-NAME
               MOVE "Y" TO WS-JOB-FOUND-SW
               GO TO 160-EXIT.
           ADD 1 TO WS-JOB-SUB.
           GO TO 160-FIND-JOB.
       160-EXIT.
           EXIT.

       170-PUSH-RUN.
      **** APPEND ONE RUN'S ELAPSED TIME (WS-ELAPSED-SECS) AND RECORDS
      **** (WS-SECS-WORK) TO THE CYCLE'S LAST-TWENTY SLOTS, DROPPING
      **** THE OLDEST WHEN FULL.
           IF JT-HIST-COUNT (WS-JOB-SUB) = 20
               PERFORM 175-SHIFT-ONE-SLOT THRU 175-EXIT
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 19
           ELSE
               ADD 1 TO JT-HIST-COUNT (WS-JOB-SUB)
           END-IF.
           MOVE JT-HIST-COUNT (WS-JOB-SUB) TO WS-SLOT-SUB.
           MOVE WS-ELAPSED-SECS
               TO JT-HIST-SECS (WS-JOB-SUB, WS-SLOT-SUB).
           MOVE WS-SECS-WORK
               TO JT-HIST-RECS (WS-JOB-SUB, WS-SLOT-SUB).
       170-EXIT.
           EXIT.

       175-SHIFT-ONE-SLOT.
           MOVE JT-HIST-SLOT (WS-JOB-SUB, WS-SLOT-SUB + 1)
               TO JT-HIST-SLOT (WS-JOB-SUB, WS-SLOT-SUB).
       175-EXIT.
           EXIT.

       200-SCAN-RUNSTAT.
      **** RUNSTAT HOLDS EVERY EVENT IN THE ORDER IT WAS LOGGED.  A
      **** START IS HELD AGAINST ITS CYCLE (A RESTART'S START REPLACES
      **** THE INTERRUPTED ONE); THE NEXT END COMPLETES THE RUN.  A
      **** RUN WHOSE START IS NOT AFTER THE CYCLE'S LATEST START ON
      **** RUNHIST WAS RECORDED BY AN EARLIER PASS.
           MOVE "200-SCAN-RUNSTAT" TO PARA-NAME.
           OPEN INPUT RUN-STATUS-FILE.
           IF NOT RS-OPENED
               DISPLAY "RUNSLA NO RUNSTAT INPUT - STATUS " RS-STATUS
               GO TO 200-EXIT.
           READ RUN-STATUS-FILE
               AT END SET END-OF-RS TO TRUE.
           PERFORM 210-FOLD-ONE-EVENT THRU 210-EXIT
               UNTIL END-OF-RS.
           CLOSE RUN-STATUS-FILE.
       200-EXIT.
           EXIT.

       210-FOLD-ONE-EVENT.
           MOVE "210-FOLD-ONE-EVENT" TO PARA-NAME.
           IF RSF-DATE NOT NUMERIC OR RSF-TIME NOT NUMERIC
               GO TO 210-READ.
           MOVE RSF-JOB-NAME TO WS-FIND-NAME.
           PERFORM 150-FIND-OR-ADD-JOB THRU 150-EXIT.
           IF NOT WS-JOB-FOUND
               GO TO 210-READ.
           IF RSF-START-EVENT
               MOVE "P" TO JT-PEND-SW (WS-JOB-SUB)
               MOVE RSF-DATE TO JT-PEND-DATE (WS-JOB-SUB)
               MOVE RSF-TIME TO JT-PEND-TIME (WS-JOB-SUB)
               GO TO 210-READ.
           IF NOT RSF-END-EVENT OR NOT JT-START-PENDING (WS-JOB-SUB)
               GO TO 210-READ.
           MOVE SPACE TO JT-PEND-SW (WS-JOB-SUB).
           COMPUTE WS-START-STAMP = JT-PEND-DATE (WS-JOB-SUB)
               * 1000000 + JT-PEND-TIME (WS-JOB-SUB).
           IF WS-START-STAMP NOT > JT-LAST-START (WS-JOB-SUB)
               GO TO 210-READ.
           MOVE WS-START-STAMP TO JT-LAST-START (WS-JOB-SUB).
           PERFORM 300-RECORD-NEW-RUN THRU 300-EXIT.
       210-READ.
           READ RUN-STATUS-FILE
               AT END SET END-OF-RS TO TRUE.
       210-EXIT.
           EXIT.

       300-RECORD-NEW-RUN.
      **** ELAPSED TIME IN SECONDS ACROSS MIDNIGHT AS NEEDED, THEN
      **** THE SLA AND TREND JUDGEMENTS, THE HISTORY RECORD AND THE
      **** REPORT LINE.  THE RUN JOINS THE AVERAGE ONLY AFTER IT HAS
      **** BEEN MEASURED AGAINST IT.
           MOVE "300-RECORD-NEW-RUN" TO PARA-NAME.
           ADD 1 TO WS-RUNS-ADDED.
           MOVE SPACES TO RUN-HIST-REC.
           MOVE JT-JOB-NAME (WS-JOB-SUB) TO RH-JOB-NAME.
           MOVE JT-PEND-DATE (WS-JOB-SUB) TO RH-START-DATE.
           MOVE JT-PEND-TIME (WS-JOB-SUB) TO RH-START-TIME.
           MOVE RSF-DATE TO RH-END-DATE.
           MOVE RSF-TIME TO RH-END-TIME.
           MOVE RSF-RECORDS TO RH-RECORDS.
           MOVE RSF-RETURN-CD TO RH-RETURN-CD.
           MOVE RSF-BALANCED TO RH-BALANCED.
           MOVE WS-TODAY TO RH-ADDED-DATE.

           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(RH-START-DATE).
           MOVE RH-START-TIME TO WS-TIME-WORK.
           COMPUTE WS-START-SECS = WS-DAY-INT * 86400
               + WT-HH * 3600 + WT-MM * 60 + WT-SS.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(RH-END-DATE).
           MOVE RH-END-TIME TO WS-TIME-WORK.
           COMPUTE WS-END-SECS = WS-DAY-INT * 86400
               + WT-HH * 3600 + WT-MM * 60 + WT-SS.
           IF WS-END-SECS > WS-START-SECS
               COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
           ELSE
               MOVE ZERO TO WS-ELAPSED-SECS
           END-IF.
           MOVE WS-ELAPSED-SECS TO RH-ELAPSED-SECS.

           PERFORM 310-CHECK-SLA THRU 310-EXIT.
           PERFORM 320-CHECK-TREND THRU 320-EXIT.

           WRITE RUN-HIST-REC-OUT FROM RUN-HIST-REC.
           ADD 1 TO WS-HIST-CARRIED.

           MOVE RH-JOB-NAME TO DL-JOB.
           MOVE RH-START-DATE TO DL-START-DATE.
           MOVE RH-START-TIME TO WS-TIME-WORK.
           PERFORM 700-EDIT-CLOCK-TIME THRU 700-EXIT.
           MOVE WS-HMS-HOLD TO DL-START-TIME.
           MOVE RH-END-TIME TO WS-TIME-WORK.
           PERFORM 700-EDIT-CLOCK-TIME THRU 700-EXIT.
           MOVE WS-HMS-HOLD TO DL-END-TIME.
           MOVE WS-ELAPSED-SECS TO WS-SECS-WORK.
           PERFORM 710-EDIT-DURATION THRU 710-EXIT.
           MOVE WS-HMS-HOLD TO DL-ELAPSED.
           MOVE RH-RECORDS TO DL-RECORDS.
           WRITE SLA-REPORT-REC FROM WS-DETAIL-LINE.

           MOVE RH-RECORDS TO WS-SECS-WORK.
           PERFORM 170-PUSH-RUN THRU 170-EXIT.
       300-EXIT.
           EXIT.

       310-CHECK-SLA.
      **** THE DEADLINE IS THE CYCLE'S CLOCK TIME ON THE START DATE,
      **** OR ON THE DAY AFTER FOR AN OVERNIGHT CYCLE.
           MOVE "310-CHECK-SLA" TO PARA-NAME.
           MOVE "N" TO WS-SLA-FOUND-SW.
           MOVE WS-PCT-OVER TO WS-THRESHOLD-PCT.
           PERFORM VARYING WS-SLA-SUB FROM 1 BY 1
                   UNTIL WS-SLA-SUB > WS-SLA-COUNT
                      OR WS-SLA-FOUND
               IF ST-JOB-NAME (WS-SLA-SUB) = RH-JOB-NAME
                   MOVE "Y" TO WS-SLA-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-SLA-FOUND
               MOVE SPACE TO RH-SLA-SW
               MOVE SPACES TO DL-SLA-TIME
               MOVE "NO SLA" TO DL-SLA-STATUS
               GO TO 310-EXIT.
           SUBTRACT 1 FROM WS-SLA-SUB.
           IF ST-PCT-OVER (WS-SLA-SUB) > ZERO
               MOVE ST-PCT-OVER (WS-SLA-SUB) TO WS-THRESHOLD-PCT.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(RH-START-DATE).
           IF ST-DEADLINE-NEXT-DAY (WS-SLA-SUB)
               ADD 1 TO WS-DAY-INT.
           MOVE ST-SLA-TIME (WS-SLA-SUB) TO WS-TIME-WORK.
           COMPUTE WS-DEADLINE-SECS = WS-DAY-INT * 86400
               + WT-HH * 3600 + WT-MM * 60 + WT-SS.
           PERFORM 700-EDIT-CLOCK-TIME THRU 700-EXIT.
           MOVE WS-HMS-HOLD TO DL-SLA-TIME.
           IF WS-END-SECS NOT > WS-DEADLINE-SECS
               MOVE "Y" TO RH-SLA-SW
               MOVE "MET" TO DL-SLA-STATUS
               GO TO 310-EXIT.
           MOVE "M" TO RH-SLA-SW.
           MOVE "MISSED" TO DL-SLA-STATUS.
           ADD 1 TO WS-SLA-MISSED-COUNT.
           MOVE RH-END-TIME TO WS-TIME-WORK.
           PERFORM 700-EDIT-CLOCK-TIME THRU 700-EXIT.
           MOVE RH-JOB-NAME TO WS-AL-JOB.
           MOVE "C" TO WS-AL-SEV.
           MOVE SPACES TO WS-AL-TEXT.
           STRING "SLA MISSED - ENDED " WS-HMS-HOLD
                  " PAST DEADLINE " DL-SLA-TIME
               DELIMITED BY SIZE INTO WS-AL-TEXT
           END-STRING.
           PERFORM 750-RAISE-ALERT THRU 750-EXIT.
       310-EXIT.
           EXIT.

       320-CHECK-TREND.
      **** AVERAGE OF UP TO THE PARM NUMBER OF MOST RECENT PRIOR RUNS.
      **** FEWER THAN THREE IS NO BASELINE TO JUDGE AGAINST.
           MOVE "320-CHECK-TREND" TO PARA-NAME.
           MOVE ZERO TO WS-SUM-SECS WS-SUM-RECS WS-AVG-COUNT
                        WS-AVG-SECS WS-AVG-RECS WS-PCT-VS-AVG.
           MOVE SPACE TO RH-TREND-SW.
           MOVE SPACES TO DL-TREND.
           IF JT-HIST-COUNT (WS-JOB-SUB) > WS-TRAIL-RUNS
               COMPUTE WS-SLOT-FIRST =
                   JT-HIST-COUNT (WS-JOB-SUB) - WS-TRAIL-RUNS + 1
           ELSE
               MOVE 1 TO WS-SLOT-FIRST
           END-IF.
           PERFORM 325-ADD-ONE-SLOT THRU 325-EXIT
               VARYING WS-SLOT-SUB FROM WS-SLOT-FIRST BY 1
               UNTIL WS-SLOT-SUB > JT-HIST-COUNT (WS-JOB-SUB).
           IF WS-AVG-COUNT < 3
               MOVE ZERO TO RH-TRAIL-AVG-SECS
               MOVE SPACES TO DL-AVG-ELAPSED
               MOVE ZERO TO DL-PCT-VS-AVG DL-AVG-RECORDS
               MOVE "NO BASELINE" TO DL-TREND
               GO TO 320-EXIT.
           COMPUTE WS-AVG-SECS ROUNDED = WS-SUM-SECS / WS-AVG-COUNT.
           COMPUTE WS-AVG-RECS ROUNDED = WS-SUM-RECS / WS-AVG-COUNT.
           MOVE WS-AVG-SECS TO RH-TRAIL-AVG-SECS.
           MOVE WS-AVG-SECS TO WS-SECS-WORK.
           PERFORM 710-EDIT-DURATION THRU 710-EXIT.
           MOVE WS-HMS-HOLD TO DL-AVG-ELAPSED.
           MOVE WS-AVG-RECS TO DL-AVG-RECORDS.
           IF WS-AVG-SECS > ZERO
               COMPUTE WS-PCT-VS-AVG ROUNDED =
                   (WS-ELAPSED-SECS - WS-AVG-SECS) * 100 / WS-AVG-SECS
           END-IF.
           MOVE WS-PCT-VS-AVG TO DL-PCT-VS-AVG.
           COMPUTE WS-LIMIT-SECS =
               WS-AVG-SECS * (100 + WS-THRESHOLD-PCT) / 100.
           IF WS-ELAPSED-SECS NOT > WS-LIMIT-SECS
               MOVE "NORMAL" TO DL-TREND
               GO TO 320-EXIT.
           MOVE "O" TO RH-TREND-SW.
           MOVE "OVER TREND" TO DL-TREND.
           ADD 1 TO WS-OVER-TREND-COUNT.
           MOVE RH-JOB-NAME TO WS-AL-JOB.
           MOVE "W" TO WS-AL-SEV.
           MOVE SPACES TO WS-AL-TEXT.
           MOVE WS-ELAPSED-SECS TO WS-SECS-WORK.
           PERFORM 710-EDIT-DURATION THRU 710-EXIT.
           STRING "RAN " WS-HMS-HOLD " - "
                  DL-PCT-VS-AVG "% OVER AVERAGE "
                  DL-AVG-ELAPSED
               DELIMITED BY SIZE INTO WS-AL-TEXT
           END-STRING.
           PERFORM 750-RAISE-ALERT THRU 750-EXIT.
       320-EXIT.
           EXIT.

       325-ADD-ONE-SLOT.
           ADD JT-HIST-SECS (WS-JOB-SUB, WS-SLOT-SUB) TO WS-SUM-SECS.
           ADD JT-HIST-RECS (WS-JOB-SUB, WS-SLOT-SUB) TO WS-SUM-RECS.
           ADD 1 TO WS-AVG-COUNT.
       325-EXIT.
           EXIT.

       700-EDIT-CLOCK-TIME.
      **** HHMMSS IN WS-TIME-WORK TO HH:MM:SS IN WS-HMS-HOLD.
           MOVE WT-HH TO HE-HH.
           MOVE WT-MM TO HE-MM.
           MOVE WT-SS TO HE-SS.
           MOVE WS-HMS-EDIT TO WS-HMS-HOLD.
       700-EXIT.
           EXIT.

       710-EDIT-DURATION.
      **** SECONDS IN WS-SECS-WORK TO HH:MM:SS IN WS-HMS-HOLD.
           DIVIDE WS-SECS-WORK BY 3600
               GIVING HE-HH REMAINDER WS-SECS-REM.
           DIVIDE WS-SECS-REM BY 60
               GIVING HE-MM REMAINDER HE-SS.
           MOVE WS-HMS-EDIT TO WS-HMS-HOLD.
       710-EXIT.
           EXIT.

       750-RAISE-ALERT.
           MOVE "750-RAISE-ALERT" TO PARA-NAME.
           CALL "ALERTLOG" USING WS-AL-JOB WS-AL-SEV WS-AL-TEXT.
           ADD 1 TO WS-ALERT-COUNT.
       750-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN INPUT CYCLE-SLA-FILE.
           OPEN OUTPUT RUN-HIST-OUT.
           OPEN OUTPUT SLA-REPORT.
           DISPLAY "RUNSLA OPEN FILES".
           DISPLAY PRM-STATUS.
           DISPLAY SLA-STATUS.
           DISPLAY RHO-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, CYCLE-SLA-FILE, RUN-HIST-OUT, SLA-REPORT.
           DISPLAY "RUNSLA FILES CLOSED".
       900-EXIT.
           EXIT.
