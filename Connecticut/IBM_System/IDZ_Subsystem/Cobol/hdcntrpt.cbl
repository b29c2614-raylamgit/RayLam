       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  HDCNTRPT.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  MONTHLY HEADCOUNT REPORT.
      *                FOR THE CLOSED MONTH (PARM, DEFAULT LAST MONTH)
      *                EACH WORKDEPT ON CORPDATA.EMPLOYEE SHOWS ITS
      *                OPENING HEADCOUNT, HIRES, TERMINATIONS, CLOSING
      *                HEADCOUNT, ANNUALIZED TURNOVER PERCENT AND THE
      *                AVERAGE TENURE OF THOSE ON BOARD AT MONTH END,
      *                GROUPED UNDER ITS DEPTREF DIVISION WITH DIVISION
      *                SUBTOTALS AND A COMPANY TOTAL.  EACH DEPARTMENT
      *                ALSO SHOWS ITS TWELVE-MONTH CLOSING HEADCOUNT
      *                AND TURNOVER TREND FROM THE HCHIST HISTORY FILE,
      *                WHICH THE RUN REWRITES WITH THE MONTH'S FIGURES.
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

           SELECT HEADCOUNT-HIST-IN
           ASSIGN TO UT-S-HCHISTI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS HHI-STATUS.

           SELECT HEADCOUNT-HIST-OUT
           ASSIGN TO UT-S-HCHISTO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS HHO-STATUS.

           SELECT HEADCOUNT-REPORT
           ASSIGN TO UT-S-HDCNTRPT
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
           05  PRM-CLOSED-MONTH            PIC 9(06).
           05  FILLER                      PIC X(74).

       FD  DEPTREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEPT-REFERENCE-REC.
       COPY DEPTREF.

       FD  HEADCOUNT-HIST-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HEADCOUNT-HIST-REC.
       COPY HCHIST.

       FD  HEADCOUNT-HIST-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HEADCOUNT-HIST-REC-OUT.
       01  HEADCOUNT-HIST-REC-OUT          PIC X(80).

       FD  HEADCOUNT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HEADCOUNT-REPORT-REC.
       01  HEADCOUNT-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  DREF-STATUS             PIC X(2).
               88 DREF-OPENED     VALUE "00".
               88 END-OF-DREF     VALUE "10".
           05  HHI-STATUS              PIC X(2).
               88 HHI-OPENED      VALUE "00".
               88 END-OF-HHI      VALUE "10".
           05  HHO-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-CLOSED-MONTH             PIC 9(06) VALUE ZERO.
           05  FILLER REDEFINES WS-CLOSED-MONTH.
               10  WS-CLOSED-CCYY          PIC 9(04).
               10  WS-CLOSED-MM            PIC 9(02).
           05  WS-WORK-MONTH               PIC 9(06) VALUE ZERO.
           05  FILLER REDEFINES WS-WORK-MONTH.
               10  WS-WORK-CCYY            PIC 9(04).
               10  WS-WORK-MM              PIC 9(02).
           05  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
           05  WS-CLOSED-NUM               PIC S9(7) COMP VALUE ZERO.
           05  WS-WORK-NUM                 PIC S9(7) COMP VALUE ZERO.
           05  WS-REMAINDER                PIC S9(4) COMP VALUE ZERO.
           05  WS-SLOT                     PIC S9(4) COMP VALUE ZERO.
           05  WS-MSTART-INT               PIC S9(9) COMP VALUE ZERO.
           05  WS-MEND-INT                 PIC S9(9) COMP VALUE ZERO.
           05  WS-MSTART-DAYS              PIC S9(9) COMP VALUE ZERO.
           05  WS-MEND-DAYS                PIC S9(9) COMP VALUE ZERO.
      **** DB2 DAYS() COUNTS FROM 0001-01-01 AS DAY 1; INTEGER-OF-DATE
      **** COUNTS FROM 1601-01-01 AS DAY 1.  THE GAP IS 584,388 DAYS.
           05  WS-DB2-DAY-OFFSET           PIC S9(9) COMP
                                                   VALUE 584388.
           05  WS-CURSOR-DONE-SW           PIC X(01) VALUE "N".
               88  WS-CURSOR-DONE             VALUE "Y".
           05  WS-WORK-DEPT                PIC X(03) VALUE SPACES.
           05  WS-WORK-DIVISION            PIC X(03) VALUE SPACES.
           05  WS-SQLCODE-EDIT             PIC -ZZZZ9.

      **** FIGURES BEING TURNED INTO TURNOVER AND TENURE - ONE
      **** DEPARTMENT, A DIVISION SUBTOTAL OR THE COMPANY TOTAL.
       01  RATE-WORK-FIELDS.
           05  WS-CALC-OPENING             PIC S9(7) COMP-3.
           05  WS-CALC-HIRES               PIC S9(7) COMP-3.
           05  WS-CALC-TERMS               PIC S9(7) COMP-3.
           05  WS-CALC-CLOSING             PIC S9(7) COMP-3.
           05  WS-CALC-TENURE-DAYS         PIC S9(11) COMP-3.
           05  WS-CALC-TENURE-COUNT        PIC S9(7) COMP-3.
           05  WS-CALC-TURNOVER            PIC S9(4)V9 COMP-3.
           05  WS-CALC-TENURE-YRS          PIC S9(3)V9 COMP-3.
           05  WS-CALC-AVG-HEAD            PIC S9(7)V99 COMP-3.

       01  DIVISION-TOTALS.
           05  WS-DV-OPENING               PIC S9(7) COMP-3.
           05  WS-DV-HIRES                 PIC S9(7) COMP-3.
           05  WS-DV-TERMS                 PIC S9(7) COMP-3.
           05  WS-DV-CLOSING               PIC S9(7) COMP-3.
           05  WS-DV-TENURE-DAYS           PIC S9(11) COMP-3.
           05  WS-DV-TENURE-COUNT          PIC S9(7) COMP-3.

       01  COMPANY-TOTALS.
           05  WS-CO-OPENING               PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-CO-HIRES                 PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-CO-TERMS                 PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-CO-CLOSING               PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-CO-TENURE-DAYS           PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-CO-TENURE-COUNT          PIC S9(7) COMP-3 VALUE ZERO.

       01  REPORT-COUNTERS.
           05  WS-DEPTS-REPORTED           PIC 9(05) VALUE ZERO.
           05  WS-HIST-READ                PIC 9(07) VALUE ZERO.
           05  WS-HIST-WRITTEN             PIC 9(07) VALUE ZERO.
           05  WS-HIST-REPLACED            PIC 9(07) VALUE ZERO.

      **** THE DEPARTMENT REFERENCE FILE IN MEMORY.
       01  DEPT-REF-TABLE.
           05  WS-DRF-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-DRF-SUB                  PIC 9(04) COMP VALUE ZERO.
           05  WS-DRF-FOUND-SW             PIC X(01) VALUE "N".
               88  WS-DRF-FOUND               VALUE "Y".
           05  WS-DRF-ENTRY OCCURS 100 TIMES.
               10  DRF-DEPT                PIC X(03).
               10  DRF-DEPT-NAME           PIC X(25).
               10  DRF-DIVISION            PIC X(03).
               10  DRF-DIV-NAME            PIC X(25).

      **** ONE ENTRY PER DEPARTMENT, WITH THE TWELVE MONTHS ENDING
      **** WITH THE CLOSED MONTH (SLOT 12).  SLOTS 1-11 COME FROM
      **** HCHIST, SLOT 12 FROM THIS RUN.
       01  DEPT-MONTH-TABLE.
           05  WS-DT-COUNT                 PIC 9(04) COMP VALUE ZERO.
           05  WS-DT-SUB                   PIC 9(04) COMP VALUE ZERO.
           05  WS-DT-FOUND-SW              PIC X(01) VALUE "N".
               88  WS-DT-FOUND                VALUE "Y".
           05  WS-DT-ENTRY OCCURS 100 TIMES.
               10  DT-DEPT                 PIC X(03).
               10  DT-DEPT-NAME            PIC X(25).
               10  DT-DIVISION             PIC X(03).
               10  DT-DIV-NAME             PIC X(25).
               10  DT-SLOT OCCURS 12 TIMES.
                   15  DS-POSTED-SW        PIC X(01).
                       88  DS-POSTED          VALUE "Y".
                   15  DS-OPENING          PIC S9(5) COMP-3.
                   15  DS-HIRES            PIC S9(5) COMP-3.
                   15  DS-TERMS            PIC S9(5) COMP-3.
                   15  DS-CLOSING          PIC S9(5) COMP-3.
                   15  DS-TURNOVER         PIC S9(4)V9 COMP-3.
                   15  DS-TENURE-DAYS      PIC S9(9) COMP-3.
                   15  DS-TENURE-COUNT     PIC S9(5) COMP-3.

      **** THE DIVISIONS IN THE ORDER THEIR FIRST DEPARTMENT COMES
      **** UP.  DEPARTMENTS NOT ON DEPTREF FALL UNDER A BLANK CODE.
       01  DIVISION-LIST.
           05  WS-DV-COUNT                 PIC 9(04) COMP VALUE ZERO.
           05  WS-DV-SUB                   PIC 9(04) COMP VALUE ZERO.
           05  WS-DV-FOUND-SW              PIC X(01) VALUE "N".
               88  WS-DV-FOUND                VALUE "Y".
           05  WS-DV-ENTRY OCCURS 21 TIMES.
               10  DV-DIVISION             PIC X(03).
               10  DV-DIV-NAME             PIC X(25).

      **** HOST VARIABLES FOR ONE DEPARTMENT'S MONTH.
       01  DEPT-MONTH-ROW.
           05  DM-WORKDEPT                 PIC X(03).
           05  DM-OPENING                  PIC S9(9) COMP.
           05  DM-HIRES                    PIC S9(9) COMP.
           05  DM-TERMS                    PIC S9(9) COMP.
           05  DM-CLOSING                  PIC S9(9) COMP.
           05  DM-TENURE-DAYS              PIC S9(9) COMP.
           05  DM-TENURE-COUNT             PIC S9(9) COMP.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(60) VALUE
             "MONTHLY HEADCOUNT, HIRES, TERMINATIONS AND TURNOVER - MONT
      -      "H ".
           05  HD-MONTH                    PIC 9999/99.
           05  FILLER                      PIC X(11)
                 VALUE "  RUN DATE ".
           05  HD-RUN-DATE                 PIC 9999/99/99.
           05  FILLER                      PIC X(45) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(32)
                 VALUE "DEPT  DEPARTMENT NAME".
           05  FILLER                      PIC X(06) VALUE "  OPEN".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE " HIRES".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE " TERMS".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE " CLOSE".
           05  FILLER                      PIC X(11)
                 VALUE "  TURNOVER%".
           05  FILLER                      PIC X(11)
                 VALUE " AVG TENURE".
           05  FILLER                      PIC X(49) VALUE SPACES.

       01  WS-DIV-TITLE-LINE.
           05  FILLER                      PIC X(09) VALUE "DIVISION ".
           05  DTL-DIVISION                PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-DIV-NAME                PIC X(25).
           05  FILLER                      PIC X(95) VALUE SPACES.

       01  WS-DEPT-LINE.
           05  DL-DEPT                     PIC X(03).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  DL-DEPT-NAME                PIC X(25).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DL-OPENING                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-HIRES                    PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-TERMS                    PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-CLOSING                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DL-TURNOVER                 PIC Z,ZZ9.9.
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  DL-TENURE                   PIC ZZ9.9.
           05  FILLER                      PIC X(49) VALUE SPACES.

      **** TRENDS - THE TWELVE MONTHS ACROSS, OLDEST FIRST, WITH A
      **** DASH FOR A MONTH NOT ON HCHIST.
       01  WS-TREND-LINE.
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  TL-LABEL                    PIC X(20).
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  TL-COLUMN OCCURS 12 TIMES   PIC X(07).
           05  FILLER                      PIC X(17) VALUE SPACES.

       01  WS-TREND-WORK.
           05  WS-TREND-COUNT              PIC ZZZ,ZZ9.
           05  WS-TREND-PCT                PIC ZZZZ9.9.
           05  WS-TREND-MONTH.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-TM-MM                PIC 9(02).
               10  FILLER                  PIC X(01) VALUE "/".
               10  WS-TM-YY                PIC 9(02).

       01  WS-DIV-LINE.
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  FILLER                      PIC X(09) VALUE "SUBTOTAL ".
           05  DVL-DIVISION                PIC X(03).
           05  FILLER                      PIC X(14) VALUE SPACES.
           05  DVL-OPENING                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DVL-HIRES                   PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DVL-TERMS                   PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DVL-CLOSING                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DVL-TURNOVER                PIC Z,ZZ9.9.
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  DVL-TENURE                  PIC ZZ9.9.
           05  FILLER                      PIC X(49) VALUE SPACES.

       01  WS-COMPANY-LINE.
           05  FILLER                      PIC X(32)
                 VALUE "COMPANY TOTAL".
           05  COL-OPENING                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  COL-HIRES                   PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  COL-TERMS                   PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  COL-CLOSING                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  COL-TURNOVER                PIC Z,ZZ9.9.
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  COL-TENURE                  PIC ZZ9.9.
           05  FILLER                      PIC X(49) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                      PIC X(13)
                 VALUE "DEPARTMENTS: ".
           05  TOT-DEPTS                   PIC ZZ,ZZ9.
           05  FILLER                      PIC X(16)
                 VALUE "  HCHIST READ: ".
           05  TOT-HIST-READ               PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(12)
                 VALUE "  REPLACED: ".
           05  TOT-HIST-REPLACED           PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(11)
                 VALUE "  WRITTEN: ".
           05  TOT-HIST-WRITTEN            PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(48) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *
      * FIGURE THE CLOSED MONTH FOR EVERY DEPARTMENT, PICK UP THE
      * PRIOR ELEVEN MONTHS FROM HCHIST, REPORT BY DIVISION, AND
      * WRITE HCHIST BACK OUT WITH THE CLOSED MONTH POSTED.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.
           PERFORM 060-LOAD-DEPT-REF THRU 060-EXIT.

           PERFORM 100-OPEN-CURSOR THRU 100-EXIT.
           PERFORM 200-FETCH-ONE-DEPT THRU 200-EXIT
               UNTIL WS-CURSOR-DONE.
           EXEC SQL CLOSE C1 END-EXEC.

           PERFORM 300-LOAD-HISTORY THRU 300-EXIT.

           MOVE WS-CLOSED-MONTH TO HD-MONTH.
           MOVE WS-TODAY TO HD-RUN-DATE.
           WRITE HEADCOUNT-REPORT-REC FROM WS-HEADING-LINE.
           MOVE SPACES TO HEADCOUNT-REPORT-REC.
           WRITE HEADCOUNT-REPORT-REC.
           WRITE HEADCOUNT-REPORT-REC FROM WS-COLUMN-LINE.
           PERFORM 470-MONTH-LABELS THRU 470-EXIT.

           PERFORM 400-LIST-DIVISIONS THRU 400-EXIT.
           PERFORM 410-PRINT-ONE-DIVISION THRU 410-EXIT
               VARYING WS-DV-SUB FROM 1 BY 1
               UNTIL WS-DV-SUB > WS-DV-COUNT.
           PERFORM 460-PRINT-COMPANY THRU 460-EXIT.

           PERFORM 500-WRITE-HISTORY THRU 500-EXIT
               VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DT-COUNT.

           MOVE SPACES TO HEADCOUNT-REPORT-REC.
           WRITE HEADCOUNT-REPORT-REC.
           MOVE WS-DEPTS-REPORTED TO TOT-DEPTS.
           MOVE WS-HIST-READ TO TOT-HIST-READ.
           MOVE WS-HIST-REPLACED TO TOT-HIST-REPLACED.
           MOVE WS-HIST-WRITTEN TO TOT-HIST-WRITTEN.
           WRITE HEADCOUNT-REPORT-REC FROM WS-TOTALS-LINE.

           DISPLAY "HDCNTRPT MONTH " WS-CLOSED-MONTH
               " DEPARTMENTS " WS-DEPTS-REPORTED
               " HCHIST WRITTEN " WS-HIST-WRITTEN.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** THE CLOSED MONTH (CCYYMM) DEFAULTS TO LAST MONTH - THE JOB
      **** RUNS AFTER THE MONTH-END CLOSE.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE WS-TODAY (1:6) TO WS-WORK-MONTH.
           COMPUTE WS-WORK-NUM = WS-WORK-CCYY * 12 + WS-WORK-MM - 2.
           DIVIDE WS-WORK-NUM BY 12
               GIVING WS-CLOSED-CCYY REMAINDER WS-REMAINDER.
           COMPUTE WS-CLOSED-MM = WS-REMAINDER + 1.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-CLOSED-MONTH NUMERIC
                   IF PRM-CLOSED-MONTH (5:2) > "00"
                           AND PRM-CLOSED-MONTH (5:2) < "13"
                       MOVE PRM-CLOSED-MONTH TO WS-CLOSED-MONTH
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-CLOSED-NUM =
               WS-CLOSED-CCYY * 12 + WS-CLOSED-MM - 1.

      **** FIRST AND LAST DAY OF THE MONTH AS DB2 DAY NUMBERS - THE
      **** LAST DAY IS THE DAY BEFORE THE FIRST OF THE NEXT MONTH.
           COMPUTE WS-WORK-DATE = WS-CLOSED-MONTH * 100 + 1.
           COMPUTE WS-MSTART-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
           MOVE 13 TO WS-SLOT.
           PERFORM 420-SLOT-MONTH THRU 420-EXIT.
           COMPUTE WS-WORK-DATE = WS-WORK-MONTH * 100 + 1.
           COMPUTE WS-MEND-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1.
           COMPUTE WS-MSTART-DAYS = WS-MSTART-INT + WS-DB2-DAY-OFFSET.
           COMPUTE WS-MEND-DAYS = WS-MEND-INT + WS-DB2-DAY-OFFSET.
       050-EXIT.
           EXIT.

       060-LOAD-DEPT-REF.
      **** THE DEPARTMENT REFERENCE FILE - NAME AND DIVISION PER
      **** CODE.  AN UNOPENABLE FILE JUST MEANS RAW CODES AND ONE
      **** UNNAMED DIVISION.
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
      **** ONE ROW PER WORKDEPT.  OPENING IS EVERYONE HIRED BEFORE
      **** THE FIRST AND NOT GONE BY IT; CLOSING IS EVERYONE HIRED BY
      **** THE LAST DAY AND STILL ON BOARD AFTER IT.  A MISSING HIRE
      **** DATE COUNTS AS LONG-STANDING BUT STAYS OUT OF TENURE.
           MOVE "100-OPEN-CURSOR" TO PARA-NAME.
           EXEC SQL
                DECLARE C1 CURSOR FOR
                  SELECT COALESCE(WORKDEPT, '   '),
                         SUM(CASE WHEN COALESCE(DAYS(HIREDATE), 0)
                                         < :WS-MSTART-DAYS
                                   AND COALESCE(DAYS(TERMDATE),
                                         99999999) >= :WS-MSTART-DAYS
                                  THEN 1 ELSE 0 END),
                         SUM(CASE WHEN DAYS(HIREDATE)
                                   BETWEEN :WS-MSTART-DAYS
                                       AND :WS-MEND-DAYS
                                  THEN 1 ELSE 0 END),
                         SUM(CASE WHEN DAYS(TERMDATE)
                                   BETWEEN :WS-MSTART-DAYS
                                       AND :WS-MEND-DAYS
                                  THEN 1 ELSE 0 END),
                         SUM(CASE WHEN COALESCE(DAYS(HIREDATE), 0)
                                         <= :WS-MEND-DAYS
                                   AND COALESCE(DAYS(TERMDATE),
                                         99999999) > :WS-MEND-DAYS
                                  THEN 1 ELSE 0 END),
                         SUM(CASE WHEN HIREDATE IS NOT NULL
                                   AND DAYS(HIREDATE) <= :WS-MEND-DAYS
                                   AND COALESCE(DAYS(TERMDATE),
                                         99999999) > :WS-MEND-DAYS
                                  THEN :WS-MEND-DAYS - DAYS(HIREDATE)
                                  ELSE 0 END),
                         SUM(CASE WHEN HIREDATE IS NOT NULL
                                   AND DAYS(HIREDATE) <= :WS-MEND-DAYS
                                   AND COALESCE(DAYS(TERMDATE),
                                         99999999) > :WS-MEND-DAYS
                                  THEN 1 ELSE 0 END)
                  FROM CORPDATA.EMPLOYEE
                  GROUP BY COALESCE(WORKDEPT, '   ')
                  ORDER BY 1
           END-EXEC.
           EXEC SQL OPEN C1 END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO WS-SQLCODE-EDIT
               DISPLAY "HDCNTRPT OPEN C1 SQLCODE " WS-SQLCODE-EDIT
               MOVE 8 TO RETURN-CODE
               SET WS-CURSOR-DONE TO TRUE.
       100-EXIT.
           EXIT.

       200-FETCH-ONE-DEPT.
      **** THE CLOSED MONTH GOES IN SLOT 12.  A DEPARTMENT WITH
      **** NOBODY IN IT ALL MONTH IS LEFT OUT.
           MOVE "200-FETCH-ONE-DEPT" TO PARA-NAME.
           EXEC SQL
                FETCH C1 INTO :DM-WORKDEPT, :DM-OPENING, :DM-HIRES,
                              :DM-TERMS, :DM-CLOSING,
                              :DM-TENURE-DAYS, :DM-TENURE-COUNT
           END-EXEC.
           IF SQLCODE = +100
               SET WS-CURSOR-DONE TO TRUE
               GO TO 200-EXIT.
           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO WS-SQLCODE-EDIT
               DISPLAY "HDCNTRPT FETCH C1 SQLCODE " WS-SQLCODE-EDIT
               MOVE 8 TO RETURN-CODE
               SET WS-CURSOR-DONE TO TRUE
               GO TO 200-EXIT.
           IF DM-OPENING = ZERO AND DM-HIRES = ZERO
                   AND DM-TERMS = ZERO AND DM-CLOSING = ZERO
               GO TO 200-EXIT.
           MOVE DM-WORKDEPT TO WS-WORK-DEPT.
           PERFORM 250-FIND-DEPT THRU 250-EXIT.
           IF NOT WS-DT-FOUND
               DISPLAY "HDCNTRPT DEPARTMENT TABLE FULL AT "
                   DM-WORKDEPT
               GO TO 200-EXIT.
           MOVE DM-OPENING TO WS-CALC-OPENING.
           MOVE DM-HIRES TO WS-CALC-HIRES.
           MOVE DM-TERMS TO WS-CALC-TERMS.
           MOVE DM-CLOSING TO WS-CALC-CLOSING.
           MOVE DM-TENURE-DAYS TO WS-CALC-TENURE-DAYS.
           MOVE DM-TENURE-COUNT TO WS-CALC-TENURE-COUNT.
           PERFORM 450-FIGURE-RATES THRU 450-EXIT.
           MOVE "Y" TO DS-POSTED-SW (WS-DT-SUB, 12).
           MOVE DM-OPENING TO DS-OPENING (WS-DT-SUB, 12).
           MOVE DM-HIRES TO DS-HIRES (WS-DT-SUB, 12).
           MOVE DM-TERMS TO DS-TERMS (WS-DT-SUB, 12).
           MOVE DM-CLOSING TO DS-CLOSING (WS-DT-SUB, 12).
           MOVE WS-CALC-TURNOVER TO DS-TURNOVER (WS-DT-SUB, 12).
           MOVE DM-TENURE-DAYS TO DS-TENURE-DAYS (WS-DT-SUB, 12).
           MOVE DM-TENURE-COUNT TO DS-TENURE-COUNT (WS-DT-SUB, 12).
       200-EXIT.
           EXIT.

       250-FIND-DEPT.
      **** WS-WORK-DEPT'S ENTRY, ADDED WITH ITS DEPTREF NAME AND
      **** DIVISION ON FIRST USE.  A FULL TABLE LEAVES WS-DT-FOUND OFF.
           MOVE "N" TO WS-DT-FOUND-SW.
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-COUNT
                      OR WS-DT-FOUND
               IF DT-DEPT (WS-DT-SUB) = WS-WORK-DEPT
                   MOVE "Y" TO WS-DT-FOUND-SW
                   SUBTRACT 1 FROM WS-DT-SUB
               END-IF
           END-PERFORM.
           IF WS-DT-FOUND
               GO TO 250-EXIT.
           IF WS-DT-COUNT = 100
               GO TO 250-EXIT.
           ADD 1 TO WS-DT-COUNT.
           MOVE WS-DT-COUNT TO WS-DT-SUB.
           MOVE "Y" TO WS-DT-FOUND-SW.
           MOVE WS-WORK-DEPT TO DT-DEPT (WS-DT-SUB).
           MOVE "(NOT ON DEPTREF)" TO DT-DEPT-NAME (WS-DT-SUB).
           MOVE SPACES TO DT-DIVISION (WS-DT-SUB).
           MOVE "(NO DIVISION)" TO DT-DIV-NAME (WS-DT-SUB).
           MOVE "N" TO WS-DRF-FOUND-SW.
           PERFORM VARYING WS-DRF-SUB FROM 1 BY 1
                   UNTIL WS-DRF-SUB > WS-DRF-COUNT
                      OR WS-DRF-FOUND
               IF DRF-DEPT (WS-DRF-SUB) = WS-WORK-DEPT
                   MOVE "Y" TO WS-DRF-FOUND-SW
                   MOVE DRF-DEPT-NAME (WS-DRF-SUB)
                       TO DT-DEPT-NAME (WS-DT-SUB)
                   MOVE DRF-DIVISION (WS-DRF-SUB)
                       TO DT-DIVISION (WS-DT-SUB)
                   MOVE DRF-DIV-NAME (WS-DRF-SUB)
                       TO DT-DIV-NAME (WS-DT-SUB)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
               MOVE "N" TO DS-POSTED-SW (WS-DT-SUB, WS-SLOT)
               MOVE ZERO TO DS-OPENING (WS-DT-SUB, WS-SLOT)
                            DS-HIRES (WS-DT-SUB, WS-SLOT)
                            DS-TERMS (WS-DT-SUB, WS-SLOT)
                            DS-CLOSING (WS-DT-SUB, WS-SLOT)
                            DS-TURNOVER (WS-DT-SUB, WS-SLOT)
                            DS-TENURE-DAYS (WS-DT-SUB, WS-SLOT)
                            DS-TENURE-COUNT (WS-DT-SUB, WS-SLOT)
           END-PERFORM.
       250-EXIT.
           EXIT.

       300-LOAD-HISTORY.
      **** NO HCHIST (THE FIRST RUN) JUST MEANS NO TREND YET.
           MOVE "300-LOAD-HISTORY" TO PARA-NAME.
           OPEN INPUT HEADCOUNT-HIST-IN.
           IF NOT HHI-OPENED
               DISPLAY "HDCNTRPT NO HCHIST INPUT - STATUS " HHI-STATUS
               GO TO 300-EXIT.
           READ HEADCOUNT-HIST-IN
               AT END SET END-OF-HHI TO TRUE.
           PERFORM 310-LOAD-ONE-HISTORY THRU 310-EXIT
               UNTIL END-OF-HHI.
           CLOSE HEADCOUNT-HIST-IN.
       300-EXIT.
           EXIT.

       310-LOAD-ONE-HISTORY.
      **** THE ELEVEN MONTHS BEFORE THE CLOSED MONTH FILL THE TREND
      **** SLOTS.  AN EARLIER POSTING OF THE CLOSED MONTH ITSELF IS
      **** REPLACED BY THIS RUN.  ANY OTHER MONTH GOES STRAIGHT BACK
      **** OUT SO HCHIST KEEPS ITS FULL HISTORY.
           MOVE "310-LOAD-ONE-HISTORY" TO PARA-NAME.
           ADD 1 TO WS-HIST-READ.
           IF HH-MONTH NOT NUMERIC
               GO TO 310-PASS.
           MOVE HH-MONTH TO WS-WORK-MONTH.
           COMPUTE WS-SLOT = 12 - WS-CLOSED-NUM
                           + (WS-WORK-CCYY * 12 + WS-WORK-MM - 1).
           IF WS-SLOT = 12
               ADD 1 TO WS-HIST-REPLACED
               GO TO 310-READ.
           IF WS-SLOT < 1 OR WS-SLOT > 12
               GO TO 310-PASS.
           MOVE HH-DEPT TO WS-WORK-DEPT.
           PERFORM 250-FIND-DEPT THRU 250-EXIT.
           IF NOT WS-DT-FOUND
               GO TO 310-PASS.
           MOVE "Y" TO DS-POSTED-SW (WS-DT-SUB, WS-SLOT).
           MOVE HH-OPENING TO DS-OPENING (WS-DT-SUB, WS-SLOT).
           MOVE HH-HIRES TO DS-HIRES (WS-DT-SUB, WS-SLOT).
           MOVE HH-TERMS TO DS-TERMS (WS-DT-SUB, WS-SLOT).
           MOVE HH-CLOSING TO DS-CLOSING (WS-DT-SUB, WS-SLOT).
           MOVE HH-TURNOVER-PCT TO DS-TURNOVER (WS-DT-SUB, WS-SLOT).
           MOVE HH-TENURE-DAYS TO DS-TENURE-DAYS (WS-DT-SUB, WS-SLOT).
           MOVE HH-TENURE-COUNT
               TO DS-TENURE-COUNT (WS-DT-SUB, WS-SLOT).
           GO TO 310-READ.
       310-PASS.
           WRITE HEADCOUNT-HIST-REC-OUT FROM HEADCOUNT-HIST-REC.
           ADD 1 TO WS-HIST-WRITTEN.
       310-READ.
           READ HEADCOUNT-HIST-IN
               AT END SET END-OF-HHI TO TRUE.
       310-EXIT.
           EXIT.

       400-LIST-DIVISIONS.
      **** EVERY DIVISION WITH A DEPARTMENT REPORTED THIS MONTH.
           MOVE "400-LIST-DIVISIONS" TO PARA-NAME.
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-COUNT
               IF DS-POSTED (WS-DT-SUB, 12)
                   MOVE "N" TO WS-DV-FOUND-SW
                   PERFORM VARYING WS-DV-SUB FROM 1 BY 1
                           UNTIL WS-DV-SUB > WS-DV-COUNT
                              OR WS-DV-FOUND
                       IF DV-DIVISION (WS-DV-SUB) =
                               DT-DIVISION (WS-DT-SUB)
                           MOVE "Y" TO WS-DV-FOUND-SW
                       END-IF
                   END-PERFORM
                   IF NOT WS-DV-FOUND AND WS-DV-COUNT < 21
                       ADD 1 TO WS-DV-COUNT
                       MOVE DT-DIVISION (WS-DT-SUB)
                           TO DV-DIVISION (WS-DV-COUNT)
                       MOVE DT-DIV-NAME (WS-DT-SUB)
                           TO DV-DIV-NAME (WS-DV-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.

       410-PRINT-ONE-DIVISION.
      **** THE DIVISION'S DEPARTMENTS, EACH WITH ITS TRENDS, AND THE
      **** DIVISION SUBTOTAL.
           MOVE "410-PRINT-ONE-DIVISION" TO PARA-NAME.
           MOVE SPACES TO HEADCOUNT-REPORT-REC.
           WRITE HEADCOUNT-REPORT-REC.
           MOVE DV-DIVISION (WS-DV-SUB) TO DTL-DIVISION.
           MOVE DV-DIV-NAME (WS-DV-SUB) TO DTL-DIV-NAME.
           WRITE HEADCOUNT-REPORT-REC FROM WS-DIV-TITLE-LINE.
           MOVE ZERO TO WS-DV-OPENING WS-DV-HIRES WS-DV-TERMS
                        WS-DV-CLOSING WS-DV-TENURE-DAYS
                        WS-DV-TENURE-COUNT.
           PERFORM 430-PRINT-ONE-DEPT THRU 430-EXIT
               VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DT-COUNT.

           MOVE WS-DV-OPENING TO WS-CALC-OPENING.
           MOVE WS-DV-HIRES TO WS-CALC-HIRES.
           MOVE WS-DV-TERMS TO WS-CALC-TERMS.
           MOVE WS-DV-CLOSING TO WS-CALC-CLOSING.
           MOVE WS-DV-TENURE-DAYS TO WS-CALC-TENURE-DAYS.
           MOVE WS-DV-TENURE-COUNT TO WS-CALC-TENURE-COUNT.
           PERFORM 450-FIGURE-RATES THRU 450-EXIT.
           MOVE DV-DIVISION (WS-DV-SUB) TO DVL-DIVISION.
           MOVE WS-DV-OPENING TO DVL-OPENING.
           MOVE WS-DV-HIRES TO DVL-HIRES.
           MOVE WS-DV-TERMS TO DVL-TERMS.
           MOVE WS-DV-CLOSING TO DVL-CLOSING.
           MOVE WS-CALC-TURNOVER TO DVL-TURNOVER.
           MOVE WS-CALC-TENURE-YRS TO DVL-TENURE.
           WRITE HEADCOUNT-REPORT-REC FROM WS-DIV-LINE.

           ADD WS-DV-OPENING TO WS-CO-OPENING.
           ADD WS-DV-HIRES TO WS-CO-HIRES.
           ADD WS-DV-TERMS TO WS-CO-TERMS.
           ADD WS-DV-CLOSING TO WS-CO-CLOSING.
           ADD WS-DV-TENURE-DAYS TO WS-CO-TENURE-DAYS.
           ADD WS-DV-TENURE-COUNT TO WS-CO-TENURE-COUNT.
       410-EXIT.
           EXIT.

       420-SLOT-MONTH.
      **** CCYYMM OF TABLE SLOT WS-SLOT INTO WS-WORK-MONTH (SLOT 12
      **** IS THE CLOSED MONTH).
           COMPUTE WS-WORK-NUM = WS-CLOSED-NUM - 12 + WS-SLOT.
           DIVIDE WS-WORK-NUM BY 12
               GIVING WS-WORK-CCYY REMAINDER WS-REMAINDER.
           COMPUTE WS-WORK-MM = WS-REMAINDER + 1.
       420-EXIT.
           EXIT.

       430-PRINT-ONE-DEPT.
           IF NOT DS-POSTED (WS-DT-SUB, 12)
               GO TO 430-EXIT.
           IF DT-DIVISION (WS-DT-SUB) NOT = DV-DIVISION (WS-DV-SUB)
               GO TO 430-EXIT.
           ADD 1 TO WS-DEPTS-REPORTED.
           MOVE DT-DEPT (WS-DT-SUB) TO DL-DEPT.
           MOVE DT-DEPT-NAME (WS-DT-SUB) TO DL-DEPT-NAME.
           MOVE DS-OPENING (WS-DT-SUB, 12) TO DL-OPENING.
           MOVE DS-HIRES (WS-DT-SUB, 12) TO DL-HIRES.
           MOVE DS-TERMS (WS-DT-SUB, 12) TO DL-TERMS.
           MOVE DS-CLOSING (WS-DT-SUB, 12) TO DL-CLOSING.
           MOVE DS-TURNOVER (WS-DT-SUB, 12) TO DL-TURNOVER.
           MOVE ZERO TO WS-CALC-TENURE-YRS.
           IF DS-TENURE-COUNT (WS-DT-SUB, 12) > ZERO
               COMPUTE WS-CALC-TENURE-YRS ROUNDED =
                   DS-TENURE-DAYS (WS-DT-SUB, 12)
                       / DS-TENURE-COUNT (WS-DT-SUB, 12) / 365.25.
           MOVE WS-CALC-TENURE-YRS TO DL-TENURE.
           WRITE HEADCOUNT-REPORT-REC FROM WS-DEPT-LINE.

           MOVE "CLOSING HEADCOUNT" TO TL-LABEL.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
               IF DS-POSTED (WS-DT-SUB, WS-SLOT)
                   MOVE DS-CLOSING (WS-DT-SUB, WS-SLOT)
                       TO WS-TREND-COUNT
                   MOVE WS-TREND-COUNT TO TL-COLUMN (WS-SLOT)
               ELSE
                   MOVE "      -" TO TL-COLUMN (WS-SLOT)
               END-IF
           END-PERFORM.
           WRITE HEADCOUNT-REPORT-REC FROM WS-TREND-LINE.
           MOVE "TURNOVER %" TO TL-LABEL.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
               IF DS-POSTED (WS-DT-SUB, WS-SLOT)
                   MOVE DS-TURNOVER (WS-DT-SUB, WS-SLOT)
                       TO WS-TREND-PCT
                   MOVE WS-TREND-PCT TO TL-COLUMN (WS-SLOT)
               ELSE
                   MOVE "      -" TO TL-COLUMN (WS-SLOT)
               END-IF
           END-PERFORM.
           WRITE HEADCOUNT-REPORT-REC FROM WS-TREND-LINE.

           ADD DS-OPENING (WS-DT-SUB, 12) TO WS-DV-OPENING.
           ADD DS-HIRES (WS-DT-SUB, 12) TO WS-DV-HIRES.
           ADD DS-TERMS (WS-DT-SUB, 12) TO WS-DV-TERMS.
           ADD DS-CLOSING (WS-DT-SUB, 12) TO WS-DV-CLOSING.
           ADD DS-TENURE-DAYS (WS-DT-SUB, 12) TO WS-DV-TENURE-DAYS.
           ADD DS-TENURE-COUNT (WS-DT-SUB, 12) TO WS-DV-TENURE-COUNT.
       430-EXIT.
           EXIT.

       450-FIGURE-RATES.
      **** ANNUALIZED TURNOVER IS THE MONTH'S TERMINATIONS OVER THE
      **** AVERAGE OF OPENING AND CLOSING HEADCOUNT, TIMES TWELVE.
      **** AVERAGE TENURE IS IN YEARS FOR THOSE ON BOARD AT MONTH END.
           MOVE ZERO TO WS-CALC-TURNOVER WS-CALC-TENURE-YRS.
           COMPUTE WS-CALC-AVG-HEAD =
               (WS-CALC-OPENING + WS-CALC-CLOSING) / 2.
           IF WS-CALC-AVG-HEAD > ZERO
               COMPUTE WS-CALC-TURNOVER ROUNDED =
                   WS-CALC-TERMS * 1200 / WS-CALC-AVG-HEAD
                   ON SIZE ERROR MOVE 9999.9 TO WS-CALC-TURNOVER
               END-COMPUTE
           END-IF.
           IF WS-CALC-TENURE-COUNT > ZERO
               COMPUTE WS-CALC-TENURE-YRS ROUNDED =
                   WS-CALC-TENURE-DAYS / WS-CALC-TENURE-COUNT / 365.25.
       450-EXIT.
           EXIT.

       460-PRINT-COMPANY.
           MOVE "460-PRINT-COMPANY" TO PARA-NAME.
           MOVE WS-CO-OPENING TO WS-CALC-OPENING.
           MOVE WS-CO-HIRES TO WS-CALC-HIRES.
           MOVE WS-CO-TERMS TO WS-CALC-TERMS.
           MOVE WS-CO-CLOSING TO WS-CALC-CLOSING.
           MOVE WS-CO-TENURE-DAYS TO WS-CALC-TENURE-DAYS.
           MOVE WS-CO-TENURE-COUNT TO WS-CALC-TENURE-COUNT.
           PERFORM 450-FIGURE-RATES THRU 450-EXIT.
           MOVE WS-CO-OPENING TO COL-OPENING.
           MOVE WS-CO-HIRES TO COL-HIRES.
           MOVE WS-CO-TERMS TO COL-TERMS.
           MOVE WS-CO-CLOSING TO COL-CLOSING.
           MOVE WS-CALC-TURNOVER TO COL-TURNOVER.
           MOVE WS-CALC-TENURE-YRS TO COL-TENURE.
           MOVE SPACES TO HEADCOUNT-REPORT-REC.
           WRITE HEADCOUNT-REPORT-REC.
           WRITE HEADCOUNT-REPORT-REC FROM WS-COMPANY-LINE.
       460-EXIT.
           EXIT.

       470-MONTH-LABELS.
      **** THE MM/YY HEADINGS OVER THE TREND COLUMNS.
           MOVE "TREND MONTH" TO TL-LABEL.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
               PERFORM 420-SLOT-MONTH THRU 420-EXIT
               MOVE WS-WORK-MM TO WS-TM-MM
               MOVE WS-WORK-CCYY (3:2) TO WS-TM-YY
               MOVE WS-TREND-MONTH TO TL-COLUMN (WS-SLOT)
           END-PERFORM.
           WRITE HEADCOUNT-REPORT-REC FROM WS-TREND-LINE.
       470-EXIT.
           EXIT.

       500-WRITE-HISTORY.
      **** EVERY MONTH HELD FOR THE DEPARTMENT GOES BACK OUT, THE
      **** CLOSED MONTH INCLUDED.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
               IF DS-POSTED (WS-DT-SUB, WS-SLOT)
                   PERFORM 420-SLOT-MONTH THRU 420-EXIT
                   MOVE SPACES TO HEADCOUNT-HIST-REC
                   MOVE DT-DEPT (WS-DT-SUB) TO HH-DEPT
                   MOVE WS-WORK-MONTH TO HH-MONTH
                   MOVE DS-OPENING (WS-DT-SUB, WS-SLOT) TO HH-OPENING
                   MOVE DS-HIRES (WS-DT-SUB, WS-SLOT) TO HH-HIRES
                   MOVE DS-TERMS (WS-DT-SUB, WS-SLOT) TO HH-TERMS
                   MOVE DS-CLOSING (WS-DT-SUB, WS-SLOT) TO HH-CLOSING
                   MOVE DS-TURNOVER (WS-DT-SUB, WS-SLOT)
                       TO HH-TURNOVER-PCT
                   MOVE DS-TENURE-DAYS (WS-DT-SUB, WS-SLOT)
                       TO HH-TENURE-DAYS
                   MOVE DS-TENURE-COUNT (WS-DT-SUB, WS-SLOT)
                       TO HH-TENURE-COUNT
                   MOVE WS-TODAY TO HH-RUN-DATE
                   WRITE HEADCOUNT-HIST-REC-OUT FROM HEADCOUNT-HIST-REC
                   ADD 1 TO WS-HIST-WRITTEN
               END-IF
           END-PERFORM.
       500-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN OUTPUT HEADCOUNT-HIST-OUT.
           OPEN OUTPUT HEADCOUNT-REPORT.
           DISPLAY "HDCNTRPT OPEN FILES".
           DISPLAY PRM-STATUS.
           DISPLAY HHO-STATUS.
           DISPLAY OFCODE.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, HEADCOUNT-HIST-OUT, HEADCOUNT-REPORT.
           DISPLAY "HDCNTRPT FILES CLOSED".
       900-EXIT.
           EXIT.
