       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  PAYEQRPT.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  ANNUAL PAY-EQUITY ANALYSIS
      *                FOR THE HR ATTESTATION, RUN AFTER THE CBLEX
      *                RAISE CYCLE.  ACTIVE CORPDATA.EMPLOYEE ROWS ARE
      *                GROUPED INTO CELLS OF WORKDEPT, JOB AND EDLEVEL,
      *                AND WITHIN EACH CELL BY SEX, WITH THE COUNT AND
      *                THE AVERAGE, MEDIAN, MINIMUM AND MAXIMUM SALARY
      *                OF EACH GROUP.  A CELL WHERE ONE GROUP'S AVERAGE
      *                TRAILS ANOTHER'S BY MORE THAN THE PARM PERCENT
      *                (DEFAULT 5.0) IS FLAGGED, WITH THE GAP BEFORE
      *                AND AFTER THIS YEAR'S RAISES FROM THE OLD AND
      *                NEW SALARIES ON THE CBLEX AUDITLOG.
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

           SELECT AUDIT-LOG-FILE
           ASSIGN TO AUDITLOG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS AUD-STATUS.

           SELECT EQUITY-REPORT
           ASSIGN TO UT-S-PAYEQRPT
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
           05  PRM-GAP-PCT                 PIC 9(02)V9.
           05  FILLER                      PIC X(77).

      **** THE CBLEX BEFORE/AFTER AUDIT TRAIL.  A RAISE LINE CARRIES
      **** THE EDITED OLD AND NEW SALARY; A SKIPPED OR HELD EMPLOYEE'S
      **** LINE HAS TEXT WHERE THE OLD SALARY WOULD BE.
       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC.
           05  AL-EMPNO                    PIC X(06).
           05  FILLER                      PIC X(03).
           05  AL-OLD-SALARY               PIC ZZZZZ9.99.
           05  AL-OLD-SALARY-X REDEFINES AL-OLD-SALARY
                                           PIC X(09).
           05  FILLER                      PIC X(03).
           05  AL-NEW-SALARY               PIC ZZZZZ9.99.
           05  FILLER                      PIC X(50).

       FD  EQUITY-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQUITY-REPORT-REC.
       01  EQUITY-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  AUD-STATUS              PIC X(2).
               88 AUD-OPENED      VALUE "00".
               88 END-OF-AUDIT    VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-GAP-PCT                  PIC 9(02)V9 VALUE 5.0.
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-AUDIT-LOADED-SW          PIC X(01) VALUE "N".
               88  WS-AUDIT-LOADED            VALUE "Y".
           05  WS-CURSOR-DONE-SW           PIC X(01) VALUE "N".
               88  WS-CURSOR-DONE             VALUE "Y".
           05  WS-FIRST-ROW-SW             PIC X(01) VALUE "Y".
               88  WS-FIRST-ROW               VALUE "Y".
           05  WS-CUR-DEPT                 PIC X(03) VALUE SPACES.
           05  WS-CUR-JOB                  PIC X(08) VALUE SPACES.
           05  WS-CUR-EDLEVEL              PIC S9(4) COMP VALUE ZERO.
           05  WS-CUR-SEX                  PIC X(01) VALUE SPACES.
           05  WS-BEFORE-SALARY            PIC S9(6)V99 COMP-3.
           05  WS-RAISED-SW                PIC X(01) VALUE "N".
               88  WS-RAISED                  VALUE "Y".
           05  WS-MID                      PIC 9(04) COMP VALUE ZERO.
           05  WS-REM                      PIC 9(04) COMP VALUE ZERO.
           05  WS-HIGH-SUB                 PIC 9(02) COMP VALUE ZERO.
           05  WS-LOW-SUB                  PIC 9(02) COMP VALUE ZERO.
           05  WS-HIGH-AVG                 PIC S9(7)V99 COMP-3.
           05  WS-LOW-AVG                  PIC S9(7)V99 COMP-3.
           05  WS-GAP-AFTER                PIC S9(3)V9 COMP-3.
           05  WS-GAP-BEFORE               PIC S9(3)V9 COMP-3.
           05  WS-HIGH-BEFORE-AVG          PIC S9(7)V99 COMP-3.
           05  WS-LOW-BEFORE-AVG           PIC S9(7)V99 COMP-3.
           05  WS-SQLCODE-EDIT             PIC -ZZZZ9.

       01  REPORT-COUNTERS.
           05  WS-EMPLOYEES                PIC 9(07) VALUE ZERO.
           05  WS-CELLS                    PIC 9(07) VALUE ZERO.
           05  WS-FLAGGED-CELLS            PIC 9(07) VALUE ZERO.
           05  WS-AUDIT-ROWS               PIC 9(07) VALUE ZERO.

      **** OLD AND NEW SALARY FOR EVERY EMPLOYEE THIS YEAR'S RAISE
      **** CYCLE TOUCHED, FROM AUDITLOG.
       01  AUDIT-RAISE-TABLE.
           05  WS-AUD-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-AUD-MAX                  PIC 9(04) COMP VALUE 2000.
           05  WS-AUD-SUB                  PIC 9(04) COMP VALUE ZERO.
           05  WS-AUD-FOUND-SW             PIC X(01) VALUE "N".
               88  WS-AUD-FOUND               VALUE "Y".
           05  WS-AUD-ENTRY OCCURS 2000 TIMES.
               10  AR-EMPNO                PIC X(06).
               10  AR-OLD-SALARY           PIC S9(6)V99 COMP-3.
               10  AR-NEW-SALARY           PIC S9(6)V99 COMP-3.

      **** THE DEMOGRAPHIC GROUPS OF THE CURRENT CELL, AND THE
      **** SALARIES OF THE GROUP BEING READ (IN SALARY ORDER, FOR THE
      **** MEDIAN).
       01  CELL-GROUP-TABLE.
           05  WS-GRP-COUNT                PIC 9(02) COMP VALUE ZERO.
           05  WS-GRP-SUB                  PIC 9(02) COMP VALUE ZERO.
           05  WS-GRP-ENTRY OCCURS 5 TIMES.
               10  GR-SEX                  PIC X(01).
               10  GR-COUNT                PIC 9(05).
               10  GR-SUM                  PIC S9(9)V99 COMP-3.
               10  GR-BEFORE-SUM           PIC S9(9)V99 COMP-3.
               10  GR-MIN                  PIC S9(6)V99 COMP-3.
               10  GR-MAX                  PIC S9(6)V99 COMP-3.
               10  GR-MEDIAN               PIC S9(6)V99 COMP-3.
               10  GR-AVG                  PIC S9(7)V99 COMP-3.
               10  GR-BEFORE-AVG           PIC S9(7)V99 COMP-3.
               10  GR-RAISED               PIC 9(05).

       01  GROUP-SALARY-TABLE.
           05  WS-SAL-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-SAL-MAX                  PIC 9(04) COMP VALUE 500.
           05  WS-SAL-ENTRY OCCURS 500 TIMES
                                           PIC S9(6)V99 COMP-3.

      **** HOST VARIABLES FOR ONE EMPLOYEE ROW.
       01  EMPLOYEE-ROW.
           05  EM-WORKDEPT                 PIC X(03).
           05  EM-JOB                      PIC X(08).
           05  EM-EDLEVEL                  PIC S9(4) COMP.
           05  EM-SEX                      PIC X(01).
           05  EM-EMPNO                    PIC X(06).
           05  EM-SALARY                   PIC S9(6)V99 COMP-3.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(45)
                 VALUE "PAY-EQUITY ANALYSIS BY DEPT, JOB AND EDLEVEL ".
           05  FILLER                      PIC X(13)
                 VALUE "- GAP LIMIT ".
           05  HD-GAP-PCT                  PIC Z9.9.
           05  FILLER                      PIC X(12)
                 VALUE "%  RUN DATE ".
           05  HD-RUN-DATE                 PIC 9999/99/99.
           05  FILLER                      PIC X(49) VALUE SPACES.

       01  WS-CELL-LINE.
           05  FILLER                      PIC X(06) VALUE "DEPT: ".
           05  CL-DEPT                     PIC X(03).
           05  FILLER                      PIC X(07) VALUE "  JOB: ".
           05  CL-JOB                      PIC X(08).
           05  FILLER                      PIC X(11)
                 VALUE "  EDLEVEL: ".
           05  CL-EDLEVEL                  PIC ZZ9.
           05  FILLER                      PIC X(95) VALUE SPACES.

       01  WS-GROUP-LINE.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  FILLER                      PIC X(07) VALUE "GROUP: ".
           05  GL-SEX                      PIC X(01).
           05  FILLER                      PIC X(09)
                 VALUE "  COUNT: ".
           05  GL-COUNT                    PIC ZZZ9.
           05  FILLER                      PIC X(11)
                 VALUE "  AVERAGE: ".
           05  GL-AVG                      PIC $$$$,$$9.99.
           05  FILLER                      PIC X(10)
                 VALUE "  MEDIAN: ".
           05  GL-MEDIAN                   PIC $$$$,$$9.99.
           05  FILLER                      PIC X(07) VALUE "  MIN: ".
           05  GL-MIN                      PIC $$$$,$$9.99.
           05  FILLER                      PIC X(07) VALUE "  MAX: ".
           05  GL-MAX                      PIC $$$$,$$9.99.
           05  FILLER                      PIC X(28) VALUE SPACES.

       01  WS-FLAG-LINE.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  FILLER                      PIC X(21)
                 VALUE "*** GAP FLAG - GROUP ".
           05  FL-LOW-SEX                  PIC X(01).
           05  FILLER                      PIC X(22)
                 VALUE " AVERAGE TRAILS GROUP ".
           05  FL-HIGH-SEX                 PIC X(01).
           05  FILLER                      PIC X(04) VALUE " BY ".
           05  FL-GAP                      PIC ZZ9.9.
           05  FILLER                      PIC X(09)
                 VALUE "% (LIMIT ".
           05  FL-LIMIT                    PIC ZZ9.9.
           05  FILLER                      PIC X(02) VALUE "%)".
           05  FILLER                      PIC X(58) VALUE SPACES.

       01  WS-EFFECT-LINE.
           05  FILLER                      PIC X(09) VALUE SPACES.
           05  FILLER                      PIC X(27)
                 VALUE "RAISE EFFECT - GAP BEFORE: ".
           05  EF-GAP-BEFORE               PIC -ZZ9.9.
           05  FILLER                      PIC X(14)
                 VALUE "%  GAP AFTER: ".
           05  EF-GAP-AFTER                PIC -ZZ9.9.
           05  FILLER                      PIC X(11)
                 VALUE "%  CHANGE: ".
           05  EF-CHANGE                   PIC -ZZ9.9.
           05  FILLER                      PIC X(07) VALUE " POINTS".
           05  FILLER                      PIC X(10)
                 VALUE "  RAISED: ".
           05  EF-RAISED                   PIC ZZZ9.
           05  FILLER                      PIC X(33) VALUE SPACES.

       01  WS-NO-AUDIT-LINE.
           05  FILLER                      PIC X(09) VALUE SPACES.
           05  FILLER                      PIC X(50)
                 VALUE "RAISE EFFECT - NO AUDITLOG FOR THIS RUN".
           05  FILLER                      PIC X(74) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                      PIC X(11)
                 VALUE "EMPLOYEES: ".
           05  TOT-EMPLOYEES               PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(09) VALUE "  CELLS: ".
           05  TOT-CELLS                   PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(17)
                 VALUE "  FLAGGED CELLS: ".
           05  TOT-FLAGGED                 PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(22)
                 VALUE "  AUDIT RAISES READ: ".
           05  TOT-AUDIT-ROWS              PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(38) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *
      * LOAD THE RAISE CYCLE'S AUDIT TRAIL, THEN READ THE ACTIVE
      * EMPLOYEES IN CELL, GROUP AND SALARY ORDER AND PRINT EACH CELL
      * WITH ITS GROUPS AND ANY GAP OVER THE LIMIT.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.
           PERFORM 060-LOAD-AUDIT-LOG THRU 060-EXIT.

           MOVE WS-GAP-PCT TO HD-GAP-PCT.
           MOVE WS-RUN-DATE TO HD-RUN-DATE.
           WRITE EQUITY-REPORT-REC FROM WS-HEADING-LINE.

           PERFORM 100-OPEN-CURSOR THRU 100-EXIT.
           PERFORM 200-FETCH-ONE-ROW THRU 200-EXIT
               UNTIL WS-CURSOR-DONE.
           IF NOT WS-FIRST-ROW
               PERFORM 300-CLOSE-GROUP THRU 300-EXIT
               PERFORM 400-CLOSE-CELL THRU 400-EXIT.
           EXEC SQL CLOSE C1 END-EXEC.

           MOVE SPACES TO EQUITY-REPORT-REC.
           WRITE EQUITY-REPORT-REC.
           MOVE WS-EMPLOYEES TO TOT-EMPLOYEES.
           MOVE WS-CELLS TO TOT-CELLS.
           MOVE WS-FLAGGED-CELLS TO TOT-FLAGGED.
           MOVE WS-AUDIT-ROWS TO TOT-AUDIT-ROWS.
           WRITE EQUITY-REPORT-REC FROM WS-TOTALS-LINE.

           DISPLAY "PAYEQRPT CELLS " WS-CELLS
               " FLAGGED " WS-FLAGGED-CELLS.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** THE CARD MAY GIVE THE GAP LIMIT AS A PERCENT WITH ONE
      **** DECIMAL (050 = 5.0%, THE DEFAULT).
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-GAP-PCT NUMERIC AND PRM-GAP-PCT > ZERO
                   MOVE PRM-GAP-PCT TO WS-GAP-PCT
               END-IF
           END-IF.
       050-EXIT.
           EXIT.

       060-LOAD-AUDIT-LOG.
      **** ONLY RAISE LINES ARE KEPT - THE OLD SALARY POSITION OF A
      **** SKIPPED OR HELD EMPLOYEE'S LINE HOLDS TEXT, NOT A DECIMAL
      **** POINT.  NO AUDITLOG MEANS NO RAISE-EFFECT LINES.
           MOVE "060-LOAD-AUDIT-LOG" TO PARA-NAME.
           OPEN INPUT AUDIT-LOG-FILE.
           IF NOT AUD-OPENED
               DISPLAY "PAYEQRPT NO AUDITLOG - STATUS " AUD-STATUS
               GO TO 060-EXIT.
           MOVE "Y" TO WS-AUDIT-LOADED-SW.
           PERFORM 065-LOAD-ONE-AUDIT THRU 065-EXIT
               UNTIL END-OF-AUDIT OR WS-AUD-COUNT = WS-AUD-MAX.
           CLOSE AUDIT-LOG-FILE.
       060-EXIT.
           EXIT.

       065-LOAD-ONE-AUDIT.
           READ AUDIT-LOG-FILE
               AT END GO TO 065-EXIT.
           IF AL-OLD-SALARY-X (7:1) NOT = "."
               GO TO 065-EXIT.
           ADD 1 TO WS-AUD-COUNT.
           ADD 1 TO WS-AUDIT-ROWS.
           MOVE AL-EMPNO TO AR-EMPNO (WS-AUD-COUNT).
           MOVE AL-OLD-SALARY TO AR-OLD-SALARY (WS-AUD-COUNT).
           MOVE AL-NEW-SALARY TO AR-NEW-SALARY (WS-AUD-COUNT).
       065-EXIT.
           EXIT.

       100-OPEN-CURSOR.
      **** ACTIVE EMPLOYEES ONLY, IN CELL, GROUP AND SALARY ORDER.
           MOVE "100-OPEN-CURSOR" TO PARA-NAME.
           EXEC SQL
                DECLARE C1 CURSOR FOR
                  SELECT COALESCE(WORKDEPT, '   '),
                         COALESCE(JOB, ' '),
                         COALESCE(EDLEVEL, 0),
                         COALESCE(SEX, ' '),
                         EMPNO,
                         SALARY
                  FROM CORPDATA.EMPLOYEE
                  WHERE SALARY IS NOT NULL
                    AND (TERMDATE IS NULL
                         OR TERMDATE > CURRENT DATE)
                  ORDER BY 1, 2, 3, 4, 6
           END-EXEC.
           EXEC SQL OPEN C1 END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO WS-SQLCODE-EDIT
               DISPLAY "PAYEQRPT OPEN C1 SQLCODE " WS-SQLCODE-EDIT
               MOVE 8 TO RETURN-CODE
               SET WS-CURSOR-DONE TO TRUE.
       100-EXIT.
           EXIT.

       200-FETCH-ONE-ROW.
      **** A NEW CELL CLOSES THE PRIOR GROUP AND CELL; A NEW GROUP
      **** IN THE SAME CELL CLOSES JUST THE PRIOR GROUP.
           MOVE "200-FETCH-ONE-ROW" TO PARA-NAME.
           EXEC SQL
                FETCH C1 INTO :EM-WORKDEPT, :EM-JOB, :EM-EDLEVEL,
                              :EM-SEX, :EM-EMPNO, :EM-SALARY
           END-EXEC.
           IF SQLCODE = +100
               SET WS-CURSOR-DONE TO TRUE
               GO TO 200-EXIT.
           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO WS-SQLCODE-EDIT
               DISPLAY "PAYEQRPT FETCH C1 SQLCODE " WS-SQLCODE-EDIT
               MOVE 8 TO RETURN-CODE
               SET WS-CURSOR-DONE TO TRUE
               GO TO 200-EXIT.
           ADD 1 TO WS-EMPLOYEES.

           IF WS-FIRST-ROW
               MOVE "N" TO WS-FIRST-ROW-SW
               PERFORM 210-START-CELL THRU 210-EXIT
               PERFORM 220-START-GROUP THRU 220-EXIT
           ELSE
               IF EM-WORKDEPT NOT = WS-CUR-DEPT
                  OR EM-JOB NOT = WS-CUR-JOB
                  OR EM-EDLEVEL NOT = WS-CUR-EDLEVEL
                   PERFORM 300-CLOSE-GROUP THRU 300-EXIT
                   PERFORM 400-CLOSE-CELL THRU 400-EXIT
                   PERFORM 210-START-CELL THRU 210-EXIT
                   PERFORM 220-START-GROUP THRU 220-EXIT
               ELSE
                   IF EM-SEX NOT = WS-CUR-SEX
                       PERFORM 300-CLOSE-GROUP THRU 300-EXIT
                       PERFORM 220-START-GROUP THRU 220-EXIT
                   END-IF
               END-IF
           END-IF.

           PERFORM 230-FIND-AUDIT-RAISE THRU 230-EXIT.
           ADD 1 TO GR-COUNT (WS-GRP-SUB).
           ADD EM-SALARY TO GR-SUM (WS-GRP-SUB).
           ADD WS-BEFORE-SALARY TO GR-BEFORE-SUM (WS-GRP-SUB).
           IF WS-RAISED
               ADD 1 TO GR-RAISED (WS-GRP-SUB).
           IF GR-COUNT (WS-GRP-SUB) = 1
               MOVE EM-SALARY TO GR-MIN (WS-GRP-SUB).
           MOVE EM-SALARY TO GR-MAX (WS-GRP-SUB).
           IF WS-SAL-COUNT < WS-SAL-MAX
               ADD 1 TO WS-SAL-COUNT
               MOVE EM-SALARY TO WS-SAL-ENTRY (WS-SAL-COUNT).
       200-EXIT.
           EXIT.

       210-START-CELL.
           MOVE EM-WORKDEPT TO WS-CUR-DEPT.
           MOVE EM-JOB TO WS-CUR-JOB.
           MOVE EM-EDLEVEL TO WS-CUR-EDLEVEL.
           MOVE ZERO TO WS-GRP-COUNT.
           ADD 1 TO WS-CELLS.
       210-EXIT.
           EXIT.

       220-START-GROUP.
      **** A CELL WITH MORE GROUPS THAN THE TABLE HOLDS FOLDS THE
      **** EXTRAS INTO THE LAST ENTRY.
           MOVE EM-SEX TO WS-CUR-SEX.
           MOVE ZERO TO WS-SAL-COUNT.
           IF WS-GRP-COUNT = 5
               MOVE 5 TO WS-GRP-SUB
               GO TO 220-EXIT.
           ADD 1 TO WS-GRP-COUNT.
           MOVE WS-GRP-COUNT TO WS-GRP-SUB.
           MOVE EM-SEX TO GR-SEX (WS-GRP-SUB).
           MOVE ZERO TO GR-COUNT (WS-GRP-SUB)
                        GR-SUM (WS-GRP-SUB)
                        GR-BEFORE-SUM (WS-GRP-SUB)
                        GR-MIN (WS-GRP-SUB)
                        GR-MAX (WS-GRP-SUB)
                        GR-MEDIAN (WS-GRP-SUB)
                        GR-AVG (WS-GRP-SUB)
                        GR-BEFORE-AVG (WS-GRP-SUB)
                        GR-RAISED (WS-GRP-SUB).
       220-EXIT.
           EXIT.

       230-FIND-AUDIT-RAISE.
      **** THE EMPLOYEE'S SALARY BEFORE THIS YEAR'S RAISE - THE
      **** AUDITLOG OLD SALARY WHEN THE CYCLE RAISED THEM, OTHERWISE
      **** THE CURRENT SALARY.
           MOVE EM-SALARY TO WS-BEFORE-SALARY.
           MOVE "N" TO WS-RAISED-SW.
           MOVE "N" TO WS-AUD-FOUND-SW.
           PERFORM VARYING WS-AUD-SUB FROM 1 BY 1
                   UNTIL WS-AUD-SUB > WS-AUD-COUNT
                      OR WS-AUD-FOUND
               IF AR-EMPNO (WS-AUD-SUB) = EM-EMPNO
                   MOVE "Y" TO WS-AUD-FOUND-SW
                   MOVE "Y" TO WS-RAISED-SW
                   MOVE AR-OLD-SALARY (WS-AUD-SUB)
                       TO WS-BEFORE-SALARY
               END-IF
           END-PERFORM.
       230-EXIT.
           EXIT.

       300-CLOSE-GROUP.
      **** AVERAGES, AND THE MEDIAN FROM THE SALARY-ORDERED LIST -
      **** THE MIDDLE SALARY, OR THE MEAN OF THE TWO MIDDLE ONES.
           IF GR-COUNT (WS-GRP-SUB) = ZERO
               GO TO 300-EXIT.
           COMPUTE GR-AVG (WS-GRP-SUB) ROUNDED =
               GR-SUM (WS-GRP-SUB) / GR-COUNT (WS-GRP-SUB).
           COMPUTE GR-BEFORE-AVG (WS-GRP-SUB) ROUNDED =
               GR-BEFORE-SUM (WS-GRP-SUB) / GR-COUNT (WS-GRP-SUB).
           IF WS-SAL-COUNT = ZERO
               GO TO 300-EXIT.
           DIVIDE WS-SAL-COUNT BY 2 GIVING WS-MID REMAINDER WS-REM.
           IF WS-REM = 1
               ADD 1 TO WS-MID
               MOVE WS-SAL-ENTRY (WS-MID) TO GR-MEDIAN (WS-GRP-SUB)
           ELSE
               COMPUTE GR-MEDIAN (WS-GRP-SUB) ROUNDED =
                   (WS-SAL-ENTRY (WS-MID) + WS-SAL-ENTRY (WS-MID + 1))
                       / 2
           END-IF.
       300-EXIT.
           EXIT.

       400-CLOSE-CELL.
      **** PRINT THE CELL AND ITS GROUPS, THEN COMPARE THE HIGHEST
      **** AND LOWEST GROUP AVERAGES AGAINST THE GAP LIMIT.
           MOVE SPACES TO EQUITY-REPORT-REC.
           WRITE EQUITY-REPORT-REC.
           MOVE WS-CUR-DEPT TO CL-DEPT.
           MOVE WS-CUR-JOB TO CL-JOB.
           MOVE WS-CUR-EDLEVEL TO CL-EDLEVEL.
           WRITE EQUITY-REPORT-REC FROM WS-CELL-LINE.

           MOVE ZERO TO WS-HIGH-SUB WS-LOW-SUB.
           PERFORM 410-PRINT-ONE-GROUP THRU 410-EXIT
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT.

           IF WS-GRP-COUNT < 2 OR WS-HIGH-SUB = WS-LOW-SUB
               GO TO 400-EXIT.
           MOVE GR-AVG (WS-HIGH-SUB) TO WS-HIGH-AVG.
           MOVE GR-AVG (WS-LOW-SUB) TO WS-LOW-AVG.
           IF WS-HIGH-AVG NOT > ZERO
               GO TO 400-EXIT.
           COMPUTE WS-GAP-AFTER ROUNDED =
               (WS-HIGH-AVG - WS-LOW-AVG) * 100 / WS-HIGH-AVG.
           IF WS-GAP-AFTER NOT > WS-GAP-PCT
               GO TO 400-EXIT.

           ADD 1 TO WS-FLAGGED-CELLS.
           MOVE GR-SEX (WS-LOW-SUB) TO FL-LOW-SEX.
           MOVE GR-SEX (WS-HIGH-SUB) TO FL-HIGH-SEX.
           MOVE WS-GAP-AFTER TO FL-GAP.
           MOVE WS-GAP-PCT TO FL-LIMIT.
           WRITE EQUITY-REPORT-REC FROM WS-FLAG-LINE.

           IF NOT WS-AUDIT-LOADED
               WRITE EQUITY-REPORT-REC FROM WS-NO-AUDIT-LINE
               GO TO 400-EXIT.
           MOVE GR-BEFORE-AVG (WS-HIGH-SUB) TO WS-HIGH-BEFORE-AVG.
           MOVE GR-BEFORE-AVG (WS-LOW-SUB) TO WS-LOW-BEFORE-AVG.
           MOVE ZERO TO WS-GAP-BEFORE.
           IF WS-HIGH-BEFORE-AVG > ZERO
               COMPUTE WS-GAP-BEFORE ROUNDED =
                   (WS-HIGH-BEFORE-AVG - WS-LOW-BEFORE-AVG) * 100
                       / WS-HIGH-BEFORE-AVG.
           MOVE WS-GAP-BEFORE TO EF-GAP-BEFORE.
           MOVE WS-GAP-AFTER TO EF-GAP-AFTER.
           COMPUTE EF-CHANGE = WS-GAP-AFTER - WS-GAP-BEFORE.
           COMPUTE EF-RAISED =
               GR-RAISED (WS-HIGH-SUB) + GR-RAISED (WS-LOW-SUB).
           WRITE EQUITY-REPORT-REC FROM WS-EFFECT-LINE.
       400-EXIT.
           EXIT.

       410-PRINT-ONE-GROUP.
           IF GR-COUNT (WS-GRP-SUB) = ZERO
               GO TO 410-EXIT.
           MOVE GR-SEX (WS-GRP-SUB) TO GL-SEX.
           MOVE GR-COUNT (WS-GRP-SUB) TO GL-COUNT.
           MOVE GR-AVG (WS-GRP-SUB) TO GL-AVG.
           MOVE GR-MEDIAN (WS-GRP-SUB) TO GL-MEDIAN.
           MOVE GR-MIN (WS-GRP-SUB) TO GL-MIN.
           MOVE GR-MAX (WS-GRP-SUB) TO GL-MAX.
           WRITE EQUITY-REPORT-REC FROM WS-GROUP-LINE.
           IF WS-HIGH-SUB = ZERO
               MOVE WS-GRP-SUB TO WS-HIGH-SUB WS-LOW-SUB
               GO TO 410-EXIT.
           IF GR-AVG (WS-GRP-SUB) > GR-AVG (WS-HIGH-SUB)
               MOVE WS-GRP-SUB TO WS-HIGH-SUB.
           IF GR-AVG (WS-GRP-SUB) < GR-AVG (WS-LOW-SUB)
               MOVE WS-GRP-SUB TO WS-LOW-SUB.
       410-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN OUTPUT EQUITY-REPORT.
           DISPLAY "PAYEQRPT OPEN FILES".
           DISPLAY PRM-STATUS.
           DISPLAY OFCODE.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, EQUITY-REPORT.
           DISPLAY "PAYEQRPT FILES CLOSED".
       900-EXIT.
           EXIT.
