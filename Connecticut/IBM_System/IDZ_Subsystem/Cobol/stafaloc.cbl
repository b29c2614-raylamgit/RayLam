       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  STAFALOC.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  PROJECT STAFFING OVER-
      *                ALLOCATION REPORT FOR THE QUARTERLY STAFFING
      *                MEETING.  EVERY CORPDATA.EMP_ACT ROW TOUCHING
      *                THE REPORT WINDOW (PARM START WEEK, DEFAULT THE
      *                RUN WEEK, FOR 13 WEEKS UNLESS THE PARM SAYS
      *                OTHERWISE, AT MOST 26) IS SPREAD OVER THE DAYS
      *                IT COVERS AT ITS EMPTIME, ACROSS ALL OF THE
      *                EMPLOYEE'S PROJECTS.  EACH WEEK WHOSE PEAK DAY
      *                IS BOOKED OVER 100% LISTS THE EMPLOYEE WITH THE
      *                CONFLICTING PROJECT ROWS, AND THE OVER-ALLOCATED
      *                WEEKS ROLL UP BY WORKDEPT AND BY DEPTREF
      *                DIVISION.
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

           SELECT DEPTREF-FILE
           ASSIGN TO DEPTREF
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DREF-STATUS.

           SELECT STAFFING-REPORT
           ASSIGN TO UT-S-STAFRPT
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
           05  PRM-FROM-DATE               PIC 9(08).
           05  PRM-WEEKS                   PIC 9(02).
           05  FILLER                      PIC X(70).

       FD  DEPTREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEPT-REFERENCE-REC.
       COPY DEPTREF.

       FD  STAFFING-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STAFFING-REPORT-REC.
       01  STAFFING-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  DREF-STATUS             PIC X(2).
               88 DREF-OPENED     VALUE "00".
               88 END-OF-DREF     VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
           05  WS-WEEKS                    PIC 9(04) COMP VALUE 13.
           05  WS-MAX-WEEKS                PIC 9(04) COMP VALUE 26.
           05  WS-WIN-DAYS                 PIC 9(04) COMP VALUE ZERO.
           05  WS-WIN-START-INT            PIC S9(9) COMP VALUE ZERO.
           05  WS-WIN-START-DAYS           PIC S9(9) COMP VALUE ZERO.
           05  WS-WIN-END-DAYS             PIC S9(9) COMP VALUE ZERO.
      **** DB2 DAYS() COUNTS FROM 0001-01-01 AS DAY 1; INTEGER-OF-DATE
      **** COUNTS FROM 1601-01-01 AS DAY 1.  THE GAP IS 584,388 DAYS.
           05  WS-DB2-DAY-OFFSET           PIC S9(9) COMP
                                                   VALUE 584388.
           05  WS-WORK-INT                 PIC S9(9) COMP VALUE ZERO.
           05  WS-WORK-QUOT                PIC S9(9) COMP VALUE ZERO.
           05  WS-DOW                      PIC S9(4) COMP VALUE ZERO.
           05  WS-WEEK-DATE                PIC 9(08) VALUE ZERO.
           05  WS-CURSOR-DONE-SW           PIC X(01) VALUE "N".
               88  WS-CURSOR-DONE             VALUE "Y".
           05  WS-CUR-EMPNO                PIC X(06) VALUE SPACES.
           05  WS-CUR-NAME                 PIC X(30) VALUE SPACES.
           05  WS-CUR-DEPT                 PIC X(03) VALUE SPACES.
           05  WS-EMP-OVER-SW              PIC X(01) VALUE "N".
               88  WS-EMP-OVER                VALUE "Y".
           05  WS-FIRST-DAY                PIC S9(9) COMP VALUE ZERO.
           05  WS-LAST-DAY                 PIC S9(9) COMP VALUE ZERO.
           05  WS-ROW-SUB                  PIC 9(04) COMP VALUE ZERO.
           05  WS-DAY-SUB                  PIC 9(04) COMP VALUE ZERO.
           05  WS-WEEK-SUB                 PIC 9(04) COMP VALUE ZERO.
           05  WS-WEEK-FIRST               PIC 9(04) COMP VALUE ZERO.
           05  WS-WEEK-LAST                PIC 9(04) COMP VALUE ZERO.
           05  WS-PEAK                     PIC S9(3)V99 COMP-3.
           05  WS-PEAK-PCT                 PIC S9(5) COMP-3.
           05  WS-ROW-PCT                  PIC S9(5) COMP-3.
           05  WS-SQLCODE-EDIT             PIC -ZZZZ9.

       01  REPORT-COUNTERS.
           05  WS-ROWS-READ                PIC 9(07) VALUE ZERO.
           05  WS-ROWS-DROPPED             PIC 9(07) VALUE ZERO.
           05  WS-EMPS-EXAMINED            PIC 9(07) VALUE ZERO.
           05  WS-EMPS-OVER                PIC 9(07) VALUE ZERO.
           05  WS-WEEKS-OVER               PIC 9(07) VALUE ZERO.

      **** THE CURRENT EMPLOYEE'S EMP_ACT ROWS, EACH CLAMPED TO THE
      **** REPORT WINDOW AS DAY NUMBERS 1 THRU WS-WIN-DAYS, AND THE
      **** DAILY LOAD THEY ADD UP TO ACROSS ALL OF THE PROJECTS.
       01  EMP-ROW-TABLE.
           05  WS-ROW-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-MAX-ROWS                 PIC 9(04) COMP VALUE 60.
           05  WS-ROW-ENTRY OCCURS 60 TIMES.
               10  ER-PROJNO               PIC X(06).
               10  ER-EMPTIME              PIC S9(3)V99 COMP-3.
               10  ER-FIRST-DAY            PIC 9(04) COMP.
               10  ER-LAST-DAY             PIC 9(04) COMP.
               10  ER-START-DATE           PIC X(10).
               10  ER-END-DATE             PIC X(10).

       01  DAY-LOAD-TABLE.
           05  DL-LOAD OCCURS 182 TIMES    PIC S9(3)V99 COMP-3.

      **** DEPARTMENT REFERENCE TABLE - NAME AND DIVISION PER DEPT,
      **** LOADED FROM DEPTREF.
       01  DEPT-REF-TABLE-AREA.
           05  WS-DRF-COUNT         PIC 9(03) COMP VALUE 0.
           05  WS-DRF-SUB           PIC 9(03) COMP VALUE 0.
           05  WS-DRF-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-DRF-FOUND        VALUE "Y".
           05  WS-DRF-ENTRY OCCURS 100 TIMES.
               10  DRF-DEPT         PIC X(03).
               10  DRF-DEPT-NAME    PIC X(25).
               10  DRF-DIVISION     PIC X(03).
               10  DRF-DIV-NAME     PIC X(25).

      **** OVER-ALLOCATION ROLLUP BY WORKDEPT, THEN BY DIVISION.
       01  DEPT-OVER-TABLE.
           05  WS-DO-COUNT          PIC 9(03) COMP VALUE 0.
           05  WS-DO-SUB            PIC 9(03) COMP VALUE 0.
           05  WS-DO-FOUND-SW       PIC X(01) VALUE "N".
               88  WS-DO-FOUND         VALUE "Y".
           05  WS-DO-ENTRY OCCURS 50 TIMES.
               10  DO-DEPT          PIC X(03).
               10  DO-EMPLOYEES     PIC 9(05).
               10  DO-WEEKS         PIC 9(07).
               10  DO-EXCESS        PIC S9(7)V99 COMP-3.

       01  DIV-OVER-TABLE.
           05  WS-DV-COUNT          PIC 9(02) COMP VALUE 0.
           05  WS-DV-SUB            PIC 9(02) COMP VALUE 0.
           05  WS-DV-FOUND-SW       PIC X(01) VALUE "N".
               88  WS-DV-FOUND         VALUE "Y".
           05  WS-WORK-DIVISION     PIC X(03) VALUE SPACES.
           05  WS-WORK-DIV-NAME     PIC X(25) VALUE SPACES.
           05  WS-DV-ENTRY OCCURS 20 TIMES.
               10  DV-DIVISION      PIC X(03).
               10  DV-DIV-NAME      PIC X(25).
               10  DV-EMPLOYEES     PIC 9(05).
               10  DV-WEEKS         PIC 9(07).
               10  DV-EXCESS        PIC S9(7)V99 COMP-3.

      **** HOST VARIABLES FOR ONE EMP_ACT ROW JOINED TO ITS EMPLOYEE.
       01  EMP-ACT-ROW.
           05  EA-EMPNO                    PIC X(06).
           05  EA-NAME                     PIC X(30).
           05  EA-WORKDEPT                 PIC X(03).
           05  EA-PROJNO                   PIC X(06).
           05  EA-EMPTIME                  PIC S9(3)V99 COMP-3.
           05  EA-START-DAYS               PIC S9(9) COMP.
           05  EA-END-DAYS                 PIC S9(9) COMP.
           05  EA-START-DATE               PIC X(10).
           05  EA-END-DATE                 PIC X(10).

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(42)
                 VALUE "PROJECT STAFFING OVER-ALLOCATION REPORT - ".
           05  FILLER                      PIC X(13)
                 VALUE "WINDOW FROM ".
           05  HD-FROM-DATE                PIC 9999/99/99.
           05  FILLER                      PIC X(04) VALUE " FOR".
           05  HD-WEEKS                    PIC ZZ9.
           05  FILLER                      PIC X(06) VALUE " WEEKS".
           05  FILLER                      PIC X(55) VALUE SPACES.

       01  WS-OVER-LINE.
           05  FILLER                      PIC X(05) VALUE "EMP: ".
           05  OL-EMPNO                    PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  OL-NAME                     PIC X(30).
           05  FILLER                      PIC X(07) VALUE " DEPT: ".
           05  OL-DEPT                     PIC X(03).
           05  FILLER                      PIC X(10)
                 VALUE " WEEK OF: ".
           05  OL-WEEK-DATE                PIC 9999/99/99.
           05  FILLER                      PIC X(12)
                 VALUE " PEAK LOAD: ".
           05  OL-PEAK-PCT                 PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE "%".
           05  FILLER                      PIC X(45) VALUE SPACES.

       01  WS-PROJECT-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(09) VALUE "PROJECT: ".
           05  PL-PROJNO                   PIC X(06).
           05  FILLER                      PIC X(14)
                 VALUE "  ALLOCATION: ".
           05  PL-PCT                      PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE "%".
           05  FILLER                      PIC X(07) VALUE "  FROM ".
           05  PL-START-DATE               PIC X(10).
           05  FILLER                      PIC X(04) VALUE " TO ".
           05  PL-END-DATE                 PIC X(10).
           05  FILLER                      PIC X(59) VALUE SPACES.

       01  WS-NONE-OVER-LINE.
           05  FILLER                      PIC X(50)
                 VALUE "NO EMPLOYEE IS BOOKED OVER 100% IN THE WINDOW".
           05  FILLER                      PIC X(83) VALUE SPACES.

       01  WS-DEPT-TITLE-LINE.
           05  FILLER                      PIC X(40)
                 VALUE "OVER-ALLOCATION BY DEPARTMENT".
           05  FILLER                      PIC X(93) VALUE SPACES.

       01  WS-DEPT-LINE.
           05  FILLER                      PIC X(06) VALUE "DEPT: ".
           05  DOL-DEPT                    PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DOL-DEPT-NAME               PIC X(25).
           05  FILLER                      PIC X(17)
                 VALUE " EMPLOYEES OVER: ".
           05  DOL-EMPLOYEES               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(13)
                 VALUE " WEEKS OVER: ".
           05  DOL-WEEKS                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(19)
                 VALUE " EXCESS FTE-WEEKS: ".
           05  DOL-EXCESS                  PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(27) VALUE SPACES.

       01  WS-DIV-TITLE-LINE.
           05  FILLER                      PIC X(40)
                 VALUE "OVER-ALLOCATION BY DIVISION".
           05  FILLER                      PIC X(93) VALUE SPACES.

       01  WS-DIV-LINE.
           05  FILLER                      PIC X(10) VALUE "DIVISION: ".
           05  DVL-DIVISION                PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DVL-DIV-NAME                PIC X(25).
           05  FILLER                      PIC X(17)
                 VALUE " EMPLOYEES OVER: ".
           05  DVL-EMPLOYEES               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(13)
                 VALUE " WEEKS OVER: ".
           05  DVL-WEEKS                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(19)
                 VALUE " EXCESS FTE-WEEKS: ".
           05  DVL-EXCESS                  PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(23) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                      PIC X(20)
                 VALUE "EMPLOYEES EXAMINED: ".
           05  TOT-EXAMINED                PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(18)
                 VALUE "  EMPLOYEES OVER: ".
           05  TOT-EMPS-OVER               PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(14)
                 VALUE "  WEEKS OVER: ".
           05  TOT-WEEKS-OVER              PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(16)
                 VALUE "  ROWS DROPPED: ".
           05  TOT-DROPPED                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(31) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *
      * SPREAD EVERY EMPLOYEE'S PROJECT ROWS OVER THE WINDOW, LIST THE
      * WEEKS BOOKED OVER 100% WITH THE CONFLICTING PROJECTS, THEN
      * ROLL THE OVER-ALLOCATED WEEKS UP BY DEPARTMENT AND DIVISION.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.
           PERFORM 060-LOAD-DEPT-REF THRU 060-EXIT.

           MOVE WS-WEEK-DATE TO HD-FROM-DATE.
           MOVE WS-WEEKS TO HD-WEEKS.
           WRITE STAFFING-REPORT-REC FROM WS-HEADING-LINE.
           MOVE SPACES TO STAFFING-REPORT-REC.
           WRITE STAFFING-REPORT-REC.

           PERFORM 100-OPEN-CURSOR THRU 100-EXIT.
           PERFORM 200-FETCH-ONE-ROW THRU 200-EXIT
               UNTIL WS-CURSOR-DONE.
           IF WS-ROW-COUNT > ZERO
               PERFORM 300-CHECK-EMPLOYEE THRU 300-EXIT.
           EXEC SQL CLOSE C1 END-EXEC.

           IF WS-EMPS-OVER = ZERO
               WRITE STAFFING-REPORT-REC FROM WS-NONE-OVER-LINE.

           PERFORM 500-PRINT-DEPARTMENTS THRU 500-EXIT.
           PERFORM 550-PRINT-DIVISIONS THRU 550-EXIT.

           MOVE SPACES TO STAFFING-REPORT-REC.
           WRITE STAFFING-REPORT-REC.
           MOVE WS-EMPS-EXAMINED TO TOT-EXAMINED.
           MOVE WS-EMPS-OVER TO TOT-EMPS-OVER.
           MOVE WS-WEEKS-OVER TO TOT-WEEKS-OVER.
           MOVE WS-ROWS-DROPPED TO TOT-DROPPED.
           WRITE STAFFING-REPORT-REC FROM WS-TOTALS-LINE.

           DISPLAY "STAFALOC EMP_ACT ROWS READ " WS-ROWS-READ
               " EMPLOYEES OVER " WS-EMPS-OVER.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** THE CARD MAY GIVE THE FIRST DAY OF THE WINDOW (DEFAULT
      **** TODAY) AND HOW MANY WEEKS TO COVER (DEFAULT 13, AT MOST
      **** 26).  THE WINDOW ALWAYS STARTS ON THE MONDAY OF THAT WEEK.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FROM-DATE.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-FROM-DATE NUMERIC AND PRM-FROM-DATE > ZERO
                   MOVE PRM-FROM-DATE TO WS-FROM-DATE
               END-IF
               IF PRM-WEEKS NUMERIC AND PRM-WEEKS > ZERO
                   MOVE PRM-WEEKS TO WS-WEEKS
               END-IF
           END-IF.
           IF WS-WEEKS > WS-MAX-WEEKS
               MOVE WS-MAX-WEEKS TO WS-WEEKS.
           COMPUTE WS-WIN-DAYS = WS-WEEKS * 7.

      **** 1601-01-01 WAS A MONDAY, SO THE REMAINDER OF (DAY - 1) / 7
      **** IS HOW MANY DAYS PAST MONDAY THE START DATE FALLS.
           COMPUTE WS-WIN-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-WORK-INT = WS-WIN-START-INT - 1.
           DIVIDE WS-WORK-INT BY 7 GIVING WS-WORK-QUOT
               REMAINDER WS-DOW.
           SUBTRACT WS-DOW FROM WS-WIN-START-INT.
           COMPUTE WS-WEEK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WIN-START-INT).
           COMPUTE WS-WIN-START-DAYS =
               WS-WIN-START-INT + WS-DB2-DAY-OFFSET.
           COMPUTE WS-WIN-END-DAYS =
               WS-WIN-START-DAYS + WS-WIN-DAYS - 1.
       050-EXIT.
           EXIT.

       060-LOAD-DEPT-REF.
      **** THE DEPARTMENT REFERENCE FILE - NAME AND DIVISION PER
      **** CODE.  AN UNOPENABLE FILE JUST MEANS RAW CODES AND NO
      **** DIVISION BREAKS.
           MOVE "060-LOAD-DEPT-REF" TO PARA-NAME.
           OPEN INPUT DEPTREF-FILE.
           IF NOT DREF-OPENED
               GO TO 060-EXIT.
           PERFORM UNTIL END-OF-DREF OR WS-DRF-COUNT = 100
               READ DEPTREF-FILE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-DRF-COUNT
                       MOVE DR-DEPT TO DRF-DEPT (WS-DRF-COUNT)
                       MOVE DR-DEPT-NAME
                           TO DRF-DEPT-NAME (WS-DRF-COUNT)
                       MOVE DR-DIVISION
                           TO DRF-DIVISION (WS-DRF-COUNT)
                       MOVE DR-DIV-NAME
                           TO DRF-DIV-NAME (WS-DRF-COUNT)
               END-READ
           END-PERFORM.
           CLOSE DEPTREF-FILE.
       060-EXIT.
           EXIT.

       100-OPEN-CURSOR.
      **** EVERY EMP_ACT ROW WITH TIME BOOKED THAT OVERLAPS THE
      **** WINDOW, IN EMPLOYEE ORDER.  AN OPEN-ENDED ROW RUNS TO THE
      **** END OF THE WINDOW; A ROW WITH NO START DATE RUNS FROM ITS
      **** BEGINNING.
           MOVE "100-OPEN-CURSOR" TO PARA-NAME.
           EXEC SQL
                DECLARE C1 CURSOR FOR
                  SELECT A.EMPNO,
                         E.LASTNAME || ', ' || E.FIRSTNME,
                         COALESCE(E.WORKDEPT, '   '),
                         A.PROJNO,
                         A.EMPTIME,
                         COALESCE(DAYS(A.EMSTDATE), :WS-WIN-START-DAYS),
                         COALESCE(DAYS(A.EMENDATE), :WS-WIN-END-DAYS),
                         COALESCE(CHAR(A.EMSTDATE, ISO), ' '),
                         COALESCE(CHAR(A.EMENDATE, ISO), ' ')
                  FROM CORPDATA.EMP_ACT A, CORPDATA.EMPLOYEE E
                  WHERE A.EMPNO = E.EMPNO
                    AND A.EMPTIME > 0
                    AND COALESCE(DAYS(A.EMSTDATE), :WS-WIN-START-DAYS)
                            <= :WS-WIN-END-DAYS
                    AND COALESCE(DAYS(A.EMENDATE), :WS-WIN-END-DAYS)
                            >= :WS-WIN-START-DAYS
                  ORDER BY A.EMPNO, A.PROJNO
           END-EXEC.
           EXEC SQL OPEN C1 END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO WS-SQLCODE-EDIT
               DISPLAY "STAFALOC OPEN C1 SQLCODE " WS-SQLCODE-EDIT
               MOVE 8 TO RETURN-CODE
               SET WS-CURSOR-DONE TO TRUE.
       100-EXIT.
           EXIT.

       200-FETCH-ONE-ROW.
      **** ONE EMP_ACT ROW.  A NEW EMPLOYEE NUMBER CLOSES OUT THE
      **** PRIOR EMPLOYEE'S WEEKS BEFORE THE NEW ONE IS STARTED.
           MOVE "200-FETCH-ONE-ROW" TO PARA-NAME.
           EXEC SQL
                FETCH C1 INTO :EA-EMPNO, :EA-NAME, :EA-WORKDEPT,
                              :EA-PROJNO, :EA-EMPTIME,
                              :EA-START-DAYS, :EA-END-DAYS,
                              :EA-START-DATE, :EA-END-DATE
           END-EXEC.
           IF SQLCODE = +100
               SET WS-CURSOR-DONE TO TRUE
               GO TO 200-EXIT.
           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO WS-SQLCODE-EDIT
               DISPLAY "STAFALOC FETCH C1 SQLCODE " WS-SQLCODE-EDIT
               MOVE 8 TO RETURN-CODE
               SET WS-CURSOR-DONE TO TRUE
               GO TO 200-EXIT.
           ADD 1 TO WS-ROWS-READ.

           IF EA-EMPNO NOT = WS-CUR-EMPNO
               IF WS-ROW-COUNT > ZERO
                   PERFORM 300-CHECK-EMPLOYEE THRU 300-EXIT
               END-IF
               MOVE EA-EMPNO TO WS-CUR-EMPNO
               MOVE EA-NAME TO WS-CUR-NAME
               MOVE EA-WORKDEPT TO WS-CUR-DEPT
               MOVE ZERO TO WS-ROW-COUNT
               ADD 1 TO WS-EMPS-EXAMINED.

           IF WS-ROW-COUNT NOT < WS-MAX-ROWS
               ADD 1 TO WS-ROWS-DROPPED
               GO TO 200-EXIT.

           COMPUTE WS-FIRST-DAY = EA-START-DAYS - WS-WIN-START-DAYS + 1.
           COMPUTE WS-LAST-DAY = EA-END-DAYS - WS-WIN-START-DAYS + 1.
           IF WS-FIRST-DAY < 1
               MOVE 1 TO WS-FIRST-DAY.
           IF WS-LAST-DAY > WS-WIN-DAYS
               MOVE WS-WIN-DAYS TO WS-LAST-DAY.
           IF WS-LAST-DAY < WS-FIRST-DAY
               GO TO 200-EXIT.

           ADD 1 TO WS-ROW-COUNT.
           MOVE EA-PROJNO TO ER-PROJNO (WS-ROW-COUNT).
           MOVE EA-EMPTIME TO ER-EMPTIME (WS-ROW-COUNT).
           MOVE WS-FIRST-DAY TO ER-FIRST-DAY (WS-ROW-COUNT).
           MOVE WS-LAST-DAY TO ER-LAST-DAY (WS-ROW-COUNT).
           MOVE EA-START-DATE TO ER-START-DATE (WS-ROW-COUNT).
           MOVE EA-END-DATE TO ER-END-DATE (WS-ROW-COUNT).
       200-EXIT.
           EXIT.

       300-CHECK-EMPLOYEE.
      **** BUILD THE EMPLOYEE'S DAILY LOAD ACROSS ALL PROJECTS, THEN
      **** LOOK AT IT A WEEK AT A TIME.
           MOVE "300-CHECK-EMPLOYEE" TO PARA-NAME.
           MOVE "N" TO WS-EMP-OVER-SW.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-WIN-DAYS
               MOVE ZERO TO DL-LOAD (WS-DAY-SUB)
           END-PERFORM.
           PERFORM 310-SPREAD-ONE-ROW THRU 310-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT.
           PERFORM 320-CHECK-ONE-WEEK THRU 320-EXIT
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > WS-WEEKS.
           IF NOT WS-EMP-OVER
               GO TO 300-EXIT.
           ADD 1 TO WS-EMPS-OVER.
           PERFORM 400-FIND-DEPT-OVER THRU 400-EXIT.
           IF WS-DO-FOUND
               ADD 1 TO DO-EMPLOYEES (WS-DO-SUB).
       300-EXIT.
           EXIT.

       310-SPREAD-ONE-ROW.
           PERFORM VARYING WS-DAY-SUB FROM ER-FIRST-DAY (WS-ROW-SUB)
                   BY 1 UNTIL WS-DAY-SUB > ER-LAST-DAY (WS-ROW-SUB)
               ADD ER-EMPTIME (WS-ROW-SUB) TO DL-LOAD (WS-DAY-SUB)
           END-PERFORM.
       310-EXIT.
           EXIT.

       320-CHECK-ONE-WEEK.
      **** A WEEK IS OVER-ALLOCATED WHEN ANY DAY IN IT IS BOOKED PAST
      **** 1.00 - TWO HALF-WEEK PROJECTS BACK TO BACK ARE NOT A
      **** CONFLICT, TWO FULL-TIME PROJECTS ON THE SAME DAY ARE.
           COMPUTE WS-WEEK-FIRST = (WS-WEEK-SUB - 1) * 7 + 1.
           COMPUTE WS-WEEK-LAST = WS-WEEK-SUB * 7.
           MOVE ZERO TO WS-PEAK.
           PERFORM VARYING WS-DAY-SUB FROM WS-WEEK-FIRST BY 1
                   UNTIL WS-DAY-SUB > WS-WEEK-LAST
               IF DL-LOAD (WS-DAY-SUB) > WS-PEAK
                   MOVE DL-LOAD (WS-DAY-SUB) TO WS-PEAK
               END-IF
           END-PERFORM.
           IF WS-PEAK NOT > 1
               GO TO 320-EXIT.

           MOVE "Y" TO WS-EMP-OVER-SW.
           ADD 1 TO WS-WEEKS-OVER.
           COMPUTE WS-WEEK-DATE = FUNCTION DATE-OF-INTEGER(
               WS-WIN-START-INT + (WS-WEEK-SUB - 1) * 7).
           COMPUTE WS-PEAK-PCT ROUNDED = WS-PEAK * 100.
           MOVE WS-CUR-EMPNO TO OL-EMPNO.
           MOVE WS-CUR-NAME TO OL-NAME.
           MOVE WS-CUR-DEPT TO OL-DEPT.
           MOVE WS-WEEK-DATE TO OL-WEEK-DATE.
           MOVE WS-PEAK-PCT TO OL-PEAK-PCT.
           WRITE STAFFING-REPORT-REC FROM WS-OVER-LINE.

           PERFORM 330-LIST-ONE-PROJECT THRU 330-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT.

           PERFORM 400-FIND-DEPT-OVER THRU 400-EXIT.
           IF WS-DO-FOUND
               ADD 1 TO DO-WEEKS (WS-DO-SUB)
               COMPUTE DO-EXCESS (WS-DO-SUB) =
                   DO-EXCESS (WS-DO-SUB) + WS-PEAK - 1.
       320-EXIT.
           EXIT.

       330-LIST-ONE-PROJECT.
      **** EVERY PROJECT ROW THAT BOOKS THE EMPLOYEE IN THIS WEEK.
           IF ER-FIRST-DAY (WS-ROW-SUB) > WS-WEEK-LAST
              OR ER-LAST-DAY (WS-ROW-SUB) < WS-WEEK-FIRST
               GO TO 330-EXIT.
           COMPUTE WS-ROW-PCT ROUNDED = ER-EMPTIME (WS-ROW-SUB) * 100.
           MOVE ER-PROJNO (WS-ROW-SUB) TO PL-PROJNO.
           MOVE WS-ROW-PCT TO PL-PCT.
           MOVE ER-START-DATE (WS-ROW-SUB) TO PL-START-DATE.
           MOVE ER-END-DATE (WS-ROW-SUB) TO PL-END-DATE.
           WRITE STAFFING-REPORT-REC FROM WS-PROJECT-LINE.
       330-EXIT.
           EXIT.

       400-FIND-DEPT-OVER.
      **** THE CURRENT EMPLOYEE'S WORKDEPT BUCKET, ADDED ON FIRST
      **** USE.  A FULL TABLE LEAVES WS-DO-FOUND OFF.
           MOVE "N" TO WS-DO-FOUND-SW.
           PERFORM VARYING WS-DO-SUB FROM 1 BY 1
                   UNTIL WS-DO-SUB > WS-DO-COUNT
                      OR WS-DO-FOUND
               IF DO-DEPT (WS-DO-SUB) = WS-CUR-DEPT
                   MOVE "Y" TO WS-DO-FOUND-SW
                   SUBTRACT 1 FROM WS-DO-SUB
               END-IF
           END-PERFORM.
           IF WS-DO-FOUND
               GO TO 400-EXIT.
           IF WS-DO-COUNT < 50
               ADD 1 TO WS-DO-COUNT
               MOVE WS-DO-COUNT TO WS-DO-SUB
               MOVE WS-CUR-DEPT TO DO-DEPT (WS-DO-SUB)
               MOVE ZERO TO DO-EMPLOYEES (WS-DO-SUB)
               MOVE ZERO TO DO-WEEKS (WS-DO-SUB)
               MOVE ZERO TO DO-EXCESS (WS-DO-SUB)
               MOVE "Y" TO WS-DO-FOUND-SW.
       400-EXIT.
           EXIT.

       500-PRINT-DEPARTMENTS.
      **** ONE LINE PER DEPARTMENT WITH ANYONE OVER, NAMED FROM
      **** DEPTREF, EACH ROLLED INTO ITS DIVISION BUCKET.
           MOVE "500-PRINT-DEPARTMENTS" TO PARA-NAME.
           IF WS-DO-COUNT = ZERO
               GO TO 500-EXIT.
           MOVE SPACES TO STAFFING-REPORT-REC.
           WRITE STAFFING-REPORT-REC.
           WRITE STAFFING-REPORT-REC FROM WS-DEPT-TITLE-LINE.
           PERFORM 510-PRINT-ONE-DEPT THRU 510-EXIT
               VARYING WS-DO-SUB FROM 1 BY 1
               UNTIL WS-DO-SUB > WS-DO-COUNT.
       500-EXIT.
           EXIT.

       510-PRINT-ONE-DEPT.
           MOVE SPACES TO WS-WORK-DIVISION WS-WORK-DIV-NAME.
           MOVE "(NOT ON DEPTREF)" TO DOL-DEPT-NAME.
           MOVE "N" TO WS-DRF-FOUND-SW.
           PERFORM VARYING WS-DRF-SUB FROM 1 BY 1
                   UNTIL WS-DRF-SUB > WS-DRF-COUNT
                      OR WS-DRF-FOUND
               IF DRF-DEPT (WS-DRF-SUB) = DO-DEPT (WS-DO-SUB)
                   MOVE "Y" TO WS-DRF-FOUND-SW
                   MOVE DRF-DEPT-NAME (WS-DRF-SUB) TO DOL-DEPT-NAME
                   MOVE DRF-DIVISION (WS-DRF-SUB)
                       TO WS-WORK-DIVISION
                   MOVE DRF-DIV-NAME (WS-DRF-SUB)
                       TO WS-WORK-DIV-NAME
               END-IF
           END-PERFORM.
           MOVE DO-DEPT (WS-DO-SUB) TO DOL-DEPT.
           MOVE DO-EMPLOYEES (WS-DO-SUB) TO DOL-EMPLOYEES.
           MOVE DO-WEEKS (WS-DO-SUB) TO DOL-WEEKS.
           MOVE DO-EXCESS (WS-DO-SUB) TO DOL-EXCESS.
           WRITE STAFFING-REPORT-REC FROM WS-DEPT-LINE.
           PERFORM 520-ROLL-TO-DIVISION THRU 520-EXIT.
       510-EXIT.
           EXIT.

       520-ROLL-TO-DIVISION.
           IF WS-WORK-DIVISION = SPACES
               GO TO 520-EXIT.
           MOVE "N" TO WS-DV-FOUND-SW.
           PERFORM VARYING WS-DV-SUB FROM 1 BY 1
                   UNTIL WS-DV-SUB > WS-DV-COUNT
                      OR WS-DV-FOUND
               IF DV-DIVISION (WS-DV-SUB) = WS-WORK-DIVISION
                   MOVE "Y" TO WS-DV-FOUND-SW
                   SUBTRACT 1 FROM WS-DV-SUB
               END-IF
           END-PERFORM.
           IF NOT WS-DV-FOUND
               IF WS-DV-COUNT < 20
                   ADD 1 TO WS-DV-COUNT
                   MOVE WS-DV-COUNT TO WS-DV-SUB
                   MOVE WS-WORK-DIVISION TO DV-DIVISION (WS-DV-SUB)
                   MOVE WS-WORK-DIV-NAME TO DV-DIV-NAME (WS-DV-SUB)
                   MOVE ZERO TO DV-EMPLOYEES (WS-DV-SUB)
                   MOVE ZERO TO DV-WEEKS (WS-DV-SUB)
                   MOVE ZERO TO DV-EXCESS (WS-DV-SUB)
               ELSE
                   GO TO 520-EXIT
               END-IF
           END-IF.
           ADD DO-EMPLOYEES (WS-DO-SUB) TO DV-EMPLOYEES (WS-DV-SUB).
           ADD DO-WEEKS (WS-DO-SUB) TO DV-WEEKS (WS-DV-SUB).
           ADD DO-EXCESS (WS-DO-SUB) TO DV-EXCESS (WS-DV-SUB).
       520-EXIT.
           EXIT.

       550-PRINT-DIVISIONS.
      **** THE DIVISION-LEVEL ROLLUP BREAKS UNDER THE DEPARTMENT
      **** LINES.
           MOVE "550-PRINT-DIVISIONS" TO PARA-NAME.
           IF WS-DV-COUNT = ZERO
               GO TO 550-EXIT.
           MOVE SPACES TO STAFFING-REPORT-REC.
           WRITE STAFFING-REPORT-REC.
           WRITE STAFFING-REPORT-REC FROM WS-DIV-TITLE-LINE.
           PERFORM VARYING WS-DV-SUB FROM 1 BY 1
                   UNTIL WS-DV-SUB > WS-DV-COUNT
               MOVE DV-DIVISION (WS-DV-SUB) TO DVL-DIVISION
               MOVE DV-DIV-NAME (WS-DV-SUB) TO DVL-DIV-NAME
               MOVE DV-EMPLOYEES (WS-DV-SUB) TO DVL-EMPLOYEES
               MOVE DV-WEEKS (WS-DV-SUB) TO DVL-WEEKS
               MOVE DV-EXCESS (WS-DV-SUB) TO DVL-EXCESS
               WRITE STAFFING-REPORT-REC FROM WS-DIV-LINE
           END-PERFORM.
       550-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN OUTPUT STAFFING-REPORT.
           DISPLAY "STAFALOC OPEN FILES".
           DISPLAY PRM-STATUS.
           DISPLAY OFCODE.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, STAFFING-REPORT.
           DISPLAY "STAFALOC FILES CLOSED".
       900-EXIT.
           EXIT.
