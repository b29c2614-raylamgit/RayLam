      ***************************************************************
      *  MOD LOG                                                    *
      *  ---------------------------------------------------------- *
      *  2026  D.ELLIS  RAISES ARE NOW HELD TO EACH DEPARTMENT'S    *
      *                 APPROVED POOL ON THE BUDGFILE RAISE-BUDGET  *
      *                 FILE.  A PRE-PASS TOTALS EVERY DEPARTMENT'S *
      *                 PROPOSED INCREASE BEFORE ANY ROW IS         *
      *                 UPDATED; A DEPARTMENT OVER ITS POOL HAS     *
      *                 EVERY RAISE SCALED DOWN PROPORTIONALLY      *
      *                 (PARM POOL ACTION 'S') OR IS HELD WITH NO   *
      *                 RAISES FOR MANUAL REVIEW (PARM POOL ACTION  *
      *                 'H', THE DEFAULT).  QPRINT ENDS WITH THE    *
      *                 BUDGET VERSUS PROPOSED SECTION BY           *
      *                 DEPARTMENT AND DIVISION.  A DEPARTMENT WITH *
      *                 NO BUDGFILE ROW IS NOT LIMITED.             *
      *  2026  D.ELLIS  THE QPRINT OUTPUT NOW ENDS WITH THE RAISE   *
      *                 DELTAS BY DEPARTMENT SHOWING THE REAL       *
      *                 DEPARTMENT NAMES FROM THE DEPTREF REFERENCE *
              ORGANIZATION IS SEQUENTIAL.
           SELECT DEPTREF-FILE ASSIGN TO DEPTREF
              ORGANIZATION IS SEQUENTIAL.
           SELECT BUDGFILE ASSIGN TO BUDGFILE
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

           05  PARM-COMMISSION       PIC S9(5)V99.
           05  PARM-WORK-DAYS        PIC S9(4).
           05  PARM-RAISE-DATE       PIC X(11).
           05  PARM-POOL-ACTION      PIC X(1).

       FD  MATRIXFILE
           BLOCK CONTAINS 1 RECORDS
           05  DRF-IN-DIV-NAME       PIC X(25).
           05  FILLER                PIC X(24).

       FD  BUDGFILE
           BLOCK CONTAINS 1 RECORDS
           LABEL RECORDS ARE OMITTED.
       01  BUDGET-RECORD.
           05  BDG-IN-DEPT           PIC X(3).
           05  BDG-IN-POOL           PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       77  WORK-DAYS PIC S9(4) BINARY VALUE 253.
       77  RAISE-DATE PIC X(11) VALUE "1982-06-01".
           88  PARM-CARD-FOUND VALUE "Y".
       77  MATRIX-STATUS PIC X VALUE "N".
           88  MATRIX-EOF VALUE "Y".
       77  POOL-ACTION PIC X VALUE "H".
           88  POOL-SCALE VALUE "S".
           88  POOL-HOLD VALUE "H".

      ***************************************************************
      *  Merit matrix - one raise percent per department and         *
           05  AUDIT-DATE        PIC 9(8).
           05  FILLER            PIC X(4) VALUE " PF ".
           05  AUDIT-PRORATE     PIC 9.99.
           05  AUDIT-SCALE-AREA.
               10  AUDIT-SCALE-TAG   PIC X(4).
               10  AUDIT-SCALE       PIC 9.99999.
           05  FILLER            PIC X(3) VALUE SPACES.
       77  WS-AUDIT-EMPNO PIC X(6).
       77  WS-OLD-SALARY PIC S9(6)V99 PACKED-DECIMAL.
       77  WS-NEW-SALARY PIC S9(6)V99 PACKED-DECIMAL.
                 VALUE "TERMINATED - SKIPPED, NO RAISE".
           05  FILLER            PIC X(39) VALUE SPACES.
                                                                                
       01  AUDIT-HOLD-DATA.
           05  AUDIT-HOLD-EMPNO  PIC X(6).
           05  FILLER            PIC X(8) VALUE "   DEPT ".
           05  AUDIT-HOLD-DEPT   PIC X(3).
           05  FILLER            PIC X(34)
                 VALUE " OVER RAISE POOL - HELD FOR REVIEW".
           05  FILLER            PIC X(29) VALUE SPACES.

      ***************************************************************
      *  Raise-budget pools by department from BUDGFILE, with the   *
      *  proposed increase the pre-pass totals against each pool,   *
      *  the increase actually applied, and the pool decision -     *
      *  within pool, scaled down, held for review, or no pool.     *
      ***************************************************************

       77  BDG-STATUS PIC X VALUE "N".
           88  BDG-EOF VALUE "Y".
       01  BUDGET-POOL-TABLE.
           05  BPL-COUNT         PIC S9(4) BINARY VALUE 0.
           05  BPL-ENTRY OCCURS 50 TIMES.
               10  BPL-DEPT      PIC X(3).
               10  BPL-HAS-POOL  PIC X(1).
                   88  BPL-POOL-SET VALUE "Y".
               10  BPL-POOL      PIC S9(9)V99 PACKED-DECIMAL.
               10  BPL-PROPOSED  PIC S9(9)V99 PACKED-DECIMAL.
               10  BPL-APPLIED   PIC S9(9)V99 PACKED-DECIMAL.
               10  BPL-SCALE     PIC S9V9(5) PACKED-DECIMAL.
               10  BPL-ACTION    PIC X(1).
                   88  BPL-WITHIN   VALUE "W".
                   88  BPL-SCALED   VALUE "S".
                   88  BPL-HELD     VALUE "H".
                   88  BPL-NO-POOL  VALUE "N".
       77  BPL-SUB PIC S9(4) BINARY.
       77  WS-BPL-FOUND PIC X VALUE "N".
           88  POOL-DEPT-FOUND VALUE "Y".
       77  WS-POOL-DELTA PIC S9(7)V99 PACKED-DECIMAL.

       01  BUDGET-DIV-TABLE.
           05  BVT-COUNT         PIC S9(4) BINARY VALUE 0.
           05  BVT-ENTRY OCCURS 20 TIMES.
               10  BVT-DIVISION  PIC X(3).
               10  BVT-DIV-NAME  PIC X(25).
               10  BVT-POOL      PIC S9(9)V99 PACKED-DECIMAL.
               10  BVT-PROPOSED  PIC S9(9)V99 PACKED-DECIMAL.
               10  BVT-APPLIED   PIC S9(9)V99 PACKED-DECIMAL.
       77  BVT-SUB PIC S9(4) BINARY.
       77  WS-BVT-FOUND PIC X VALUE "N".
           88  BUDGET-DIV-FOUND VALUE "Y".

       01  BUDGET-SECTION-HEADER.
           10  FILLER PIC X(21) VALUE SPACES.
           10  FILLER PIC X(111)
                 VALUE "RAISE BUDGET POOL VERSUS PROPOSED BY DEPARTMENT
      -                " AND DIVISION".

       01  BUDGET-DEPT-LINE.
           05  FILLER            PIC X(6) VALUE "DEPT: ".
           05  BGL-DEPT          PIC X(3).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  BGL-DEPT-NAME     PIC X(25).
           05  FILLER            PIC X(7) VALUE " POOL: ".
           05  BGL-POOL          PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(11) VALUE " PROPOSED: ".
           05  BGL-PROPOSED      PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(10) VALUE " APPLIED: ".
           05  BGL-APPLIED       PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  BGL-ACTION        PIC X(12).
           05  FILLER            PIC X(14) VALUE SPACES.

       01  BUDGET-DIV-LINE.
           05  FILLER            PIC X(10) VALUE "DIVISION: ".
           05  BVL-DIVISION      PIC X(3).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  BVL-DIV-NAME      PIC X(25).
           05  FILLER            PIC X(7) VALUE " POOL: ".
           05  BVL-POOL          PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(11) VALUE " PROPOSED: ".
           05  BVL-PROPOSED      PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(10) VALUE " APPLIED: ".
           05  BVL-APPLIED       PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(23) VALUE SPACES.

      ***************************************************************
      *  Structure for report 1.                                    *
      ***************************************************************           
                                                                                
       01  RPT1.                                                                
      ***************************************************************

           PERFORM A007-LOAD-MERIT-MATRIX THRU A007-EXIT.
           PERFORM K000-RAISE-POOL-CHECK THRU K000-EXIT.

           EXEC SQL
                DECLARE C0 CURSOR FOR
           END-EXEC.

           PERFORM H000-DEPT-DIVISION-SECTION THRU H000-EXIT.
           PERFORM K100-BUDGET-SECTION THRU K100-EXIT.

      ***************************************************************
      *  Both reports generated successfully - the raise is now     *
               MOVE PARM-COMMISSION TO COMMISSION
               MOVE PARM-WORK-DAYS TO WORK-DAYS
               MOVE PARM-RAISE-DATE TO RAISE-DATE
               IF PARM-POOL-ACTION = "S" OR "H"
                   MOVE PARM-POOL-ACTION TO POOL-ACTION
               END-IF
           END-IF.

           CLOSE PARMFILE.
               WRITE AUDIT-RECORD FROM AUDIT-SKIP-DATA
               GO TO A010-EXIT.

           PERFORM A011-FIGURE-RAISE THRU A011-EXIT.

      ***************************************************************
      *  The department's raise-budget pool decision from the pre-  *
      *  pass - a held department gets no raises at all; a scaled   *
      *  department gets each raise cut by the department factor.   *
      ***************************************************************

           MOVE SPACES TO AUDIT-SCALE-AREA.
           PERFORM K020-FIND-POOL-DEPT THRU K020-EXIT.
           IF POOL-DEPT-FOUND
               IF BPL-HELD (BPL-SUB)
                   MOVE WS-AUDIT-EMPNO TO AUDIT-HOLD-EMPNO
                   MOVE WS-EMP-DEPT TO AUDIT-HOLD-DEPT
                   WRITE AUDIT-RECORD FROM AUDIT-HOLD-DATA
                   GO TO A010-EXIT
               END-IF
               IF BPL-SCALED (BPL-SUB)
                   COMPUTE WS-POOL-DELTA =
                       (WS-NEW-SALARY - WS-OLD-SALARY)
                           * BPL-SCALE (BPL-SUB)
                   COMPUTE WS-NEW-SALARY =
                       WS-OLD-SALARY + WS-POOL-DELTA
                   MOVE " SF " TO AUDIT-SCALE-TAG
                   MOVE BPL-SCALE (BPL-SUB) TO AUDIT-SCALE
               END-IF
           END-IF.

           EXEC SQL
                UPDATE CORPDATA.EMPLOYEE
                  SET SALARY = :WS-NEW-SALARY
                  WHERE EMPNO = :WS-AUDIT-EMPNO
           END-EXEC.

           IF POOL-DEPT-FOUND
               COMPUTE BPL-APPLIED (BPL-SUB) =
                   BPL-APPLIED (BPL-SUB)
                       + WS-NEW-SALARY - WS-OLD-SALARY
           END-IF.

           MOVE WS-AUDIT-EMPNO TO AUDIT-EMPNO.
           MOVE WS-OLD-SALARY TO AUDIT-OLD-SALARY.
           MOVE WS-NEW-SALARY TO AUDIT-NEW-SALARY.
           MOVE WS-EMP-PCT TO AUDIT-PCT.
           MOVE WS-PRORATE-FACTOR TO AUDIT-PRORATE.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE (1:8))
               TO AUDIT-DATE.
           WRITE AUDIT-RECORD FROM AUDIT-DATA.

           PERFORM A014-ACCUMULATE-GL-DELTA THRU A014-EXIT.

           PERFORM A012-WRITE-RETRO-LINE THRU A012-EXIT.

       A010-EXIT.
           EXIT.

      ***************************************************************
      *  One employee's proposed new salary - the prorated share of *
      *  the matrix (or parm) percent.  Shared by the raise-budget  *
      *  pre-pass and the update itself so the two always agree.    *
      ***************************************************************

       A011-FIGURE-RAISE.

      ***************************************************************
      *  Proration - active service days since hire, capped at a    *
      *  full year, converted to work days against the WORK-DAYS    *
           COMPUTE WS-NEW-SALARY ROUNDED =
               WS-OLD-SALARY * WS-RAISE-PORTION.

       A011-EXIT.
           EXIT.

      ***************************************************************
       H020-EXIT.
           EXIT.

      ***************************************************************
      *  Raise-budget pre-pass - load the department pools, total   *
      *  every department's proposed increase exactly as the update *
      *  will figure it, and decide each department over its pool - *
      *  scale every raise down by pool / proposed, or hold the     *
      *  whole department for manual review, per the parm.          *
      ***************************************************************

       K000-RAISE-POOL-CHECK.
           OPEN INPUT BUDGFILE.
           PERFORM K005-LOAD-ONE-POOL THRU K005-EXIT
               UNTIL BDG-EOF OR BPL-COUNT = 50.
           CLOSE BUDGFILE.

           EXEC SQL
                DECLARE CB CURSOR FOR
                  SELECT EMPNO, SALARY, WORKDEPT, RATING,
                         DAYS(HIREDATE), DAYS(CURRENT DATE),
                         COALESCE(DAYS(TERMDATE), 0)
                  FROM CORPDATA.EMPLOYEE
                  WHERE COMM >= :COMMISSION
           END-EXEC.
           EXEC SQL
                OPEN CB
           END-EXEC.
           PERFORM K010-PROPOSE-ONE-ROW THRU K010-EXIT
               UNTIL SQLCODE NOT EQUAL TO ZERO.

       K015-PROPOSE-DONE.
           EXEC SQL
                CLOSE CB
           END-EXEC.

      *    THE SCALE FACTOR IS TRUNCATED, NOT ROUNDED, SO THE SCALED
      *    RAISES CAN NEVER ADD UP TO MORE THAN THE POOL.
           PERFORM VARYING BPL-SUB FROM 1 BY 1
                   UNTIL BPL-SUB > BPL-COUNT
               MOVE 1 TO BPL-SCALE (BPL-SUB)
               IF NOT BPL-POOL-SET (BPL-SUB)
                   MOVE "N" TO BPL-ACTION (BPL-SUB)
               ELSE
                   IF BPL-PROPOSED (BPL-SUB) NOT > BPL-POOL (BPL-SUB)
                       MOVE "W" TO BPL-ACTION (BPL-SUB)
                   ELSE
                       IF POOL-SCALE
                           MOVE "S" TO BPL-ACTION (BPL-SUB)
                           COMPUTE BPL-SCALE (BPL-SUB) =
                               BPL-POOL (BPL-SUB)
                                   / BPL-PROPOSED (BPL-SUB)
                       ELSE
                           MOVE "H" TO BPL-ACTION (BPL-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       K000-EXIT.
           EXIT.

       K005-LOAD-ONE-POOL.
           READ BUDGFILE
               AT END
                   MOVE "Y" TO BDG-STATUS
                   GO TO K005-EXIT
           END-READ.
           MOVE BDG-IN-DEPT TO WS-EMP-DEPT.
           PERFORM K020-FIND-POOL-DEPT THRU K020-EXIT.
           IF NOT POOL-DEPT-FOUND
               PERFORM K025-ADD-POOL-DEPT THRU K025-EXIT
           END-IF.
           MOVE "Y" TO BPL-HAS-POOL (BPL-SUB).
           MOVE BDG-IN-POOL TO BPL-POOL (BPL-SUB).

       K005-EXIT.
           EXIT.

       K010-PROPOSE-ONE-ROW.
           EXEC SQL
                WHENEVER NOT FOUND GO TO K015-PROPOSE-DONE
           END-EXEC.

           EXEC SQL
                FETCH CB INTO :WS-AUDIT-EMPNO, :WS-OLD-SALARY,
                              :WS-EMP-DEPT, :WS-EMP-RATING,
                              :WS-HIRE-DAYS, :WS-NOW-DAYS,
                              :WS-TERM-DAYS
           END-EXEC.

           IF WS-TERM-DAYS > 0 AND WS-TERM-DAYS NOT > WS-NOW-DAYS
               GO TO K010-EXIT.

           PERFORM A011-FIGURE-RAISE THRU A011-EXIT.

           PERFORM K020-FIND-POOL-DEPT THRU K020-EXIT.
           IF NOT POOL-DEPT-FOUND
               IF BPL-COUNT < 50
                   PERFORM K025-ADD-POOL-DEPT THRU K025-EXIT
               ELSE
                   GO TO K010-EXIT
               END-IF
           END-IF.
           COMPUTE BPL-PROPOSED (BPL-SUB) =
               BPL-PROPOSED (BPL-SUB) + WS-NEW-SALARY - WS-OLD-SALARY.

       K010-EXIT.
           EXIT.

       K020-FIND-POOL-DEPT.
           MOVE "N" TO WS-BPL-FOUND.
           PERFORM VARYING BPL-SUB FROM 1 BY 1
                   UNTIL BPL-SUB > BPL-COUNT
                      OR POOL-DEPT-FOUND
               IF BPL-DEPT (BPL-SUB) = WS-EMP-DEPT
                   MOVE "Y" TO WS-BPL-FOUND
                   SUBTRACT 1 FROM BPL-SUB
               END-IF
           END-PERFORM.

       K020-EXIT.
           EXIT.

       K025-ADD-POOL-DEPT.
           ADD 1 TO BPL-COUNT.
           MOVE BPL-COUNT TO BPL-SUB.
           MOVE WS-EMP-DEPT TO BPL-DEPT (BPL-SUB).
           MOVE "N" TO BPL-HAS-POOL (BPL-SUB).
           MOVE 0 TO BPL-POOL (BPL-SUB).
           MOVE 0 TO BPL-PROPOSED (BPL-SUB).
           MOVE 0 TO BPL-APPLIED (BPL-SUB).
           MOVE 1 TO BPL-SCALE (BPL-SUB).
           MOVE "N" TO BPL-ACTION (BPL-SUB).

       K025-EXIT.
           EXIT.

      ***************************************************************
      *  The budget-versus-proposed section of QPRINT - each        *
      *  department's pool, proposed and applied increase and the   *
      *  pool decision, named from DEPTREF, then the division       *
      *  subtotal breaks.                                           *
      ***************************************************************

       K100-BUDGET-SECTION.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD BEFORE ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM BUDGET-SECTION-HEADER
                 BEFORE ADVANCING 2 LINES.

           PERFORM VARYING BPL-SUB FROM 1 BY 1
                   UNTIL BPL-SUB > BPL-COUNT
               PERFORM K110-FIND-DEPT-NAME THRU K110-EXIT
               MOVE BPL-DEPT (BPL-SUB) TO BGL-DEPT
               MOVE BPL-POOL (BPL-SUB) TO BGL-POOL
               MOVE BPL-PROPOSED (BPL-SUB) TO BGL-PROPOSED
               MOVE BPL-APPLIED (BPL-SUB) TO BGL-APPLIED
               EVALUATE TRUE
                   WHEN BPL-WITHIN (BPL-SUB)
                       MOVE "WITHIN POOL " TO BGL-ACTION
                   WHEN BPL-SCALED (BPL-SUB)
                       MOVE "SCALED DOWN " TO BGL-ACTION
                   WHEN BPL-HELD (BPL-SUB)
                       MOVE "HELD-REVIEW " TO BGL-ACTION
                   WHEN OTHER
                       MOVE "NO POOL     " TO BGL-ACTION
               END-EVALUATE
               WRITE PRINT-RECORD FROM BUDGET-DEPT-LINE
                     BEFORE ADVANCING 1 LINE
               PERFORM K120-ROLL-TO-DIVISION THRU K120-EXIT
           END-PERFORM.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD BEFORE ADVANCING 1 LINE.
           PERFORM VARYING BVT-SUB FROM 1 BY 1
                   UNTIL BVT-SUB > BVT-COUNT
               MOVE BVT-DIVISION (BVT-SUB) TO BVL-DIVISION
               MOVE BVT-DIV-NAME (BVT-SUB) TO BVL-DIV-NAME
               MOVE BVT-POOL (BVT-SUB) TO BVL-POOL
               MOVE BVT-PROPOSED (BVT-SUB) TO BVL-PROPOSED
               MOVE BVT-APPLIED (BVT-SUB) TO BVL-APPLIED
               WRITE PRINT-RECORD FROM BUDGET-DIV-LINE
                     BEFORE ADVANCING 1 LINE
           END-PERFORM.

       K100-EXIT.
           EXIT.

       K110-FIND-DEPT-NAME.
           MOVE "N" TO WS-DRF-FOUND.
           MOVE "(NOT ON DEPTREF)" TO BGL-DEPT-NAME.
           MOVE SPACES TO WS-DIV-WORK WS-DIVN-WORK.
           PERFORM VARYING DRF-SUB FROM 1 BY 1
                   UNTIL DRF-SUB > DRF-COUNT OR DEPT-REF-FOUND
               IF DRF-DEPT (DRF-SUB) = BPL-DEPT (BPL-SUB)
                   MOVE "Y" TO WS-DRF-FOUND
                   MOVE DRF-DEPT-NAME (DRF-SUB) TO BGL-DEPT-NAME
                   MOVE DRF-DIVISION (DRF-SUB) TO WS-DIV-WORK
                   MOVE DRF-DIV-NAME (DRF-SUB) TO WS-DIVN-WORK
               END-IF
           END-PERFORM.

       K110-EXIT.
           EXIT.

       K120-ROLL-TO-DIVISION.
           IF WS-DIV-WORK = SPACES
               GO TO K120-EXIT.
           MOVE "N" TO WS-BVT-FOUND.
           PERFORM VARYING BVT-SUB FROM 1 BY 1
                   UNTIL BVT-SUB > BVT-COUNT OR BUDGET-DIV-FOUND
               IF BVT-DIVISION (BVT-SUB) = WS-DIV-WORK
                   MOVE "Y" TO WS-BVT-FOUND
                   SUBTRACT 1 FROM BVT-SUB
               END-IF
           END-PERFORM.
           IF NOT BUDGET-DIV-FOUND
               IF BVT-COUNT < 20
                   ADD 1 TO BVT-COUNT
                   MOVE BVT-COUNT TO BVT-SUB
                   MOVE WS-DIV-WORK TO BVT-DIVISION (BVT-SUB)
                   MOVE WS-DIVN-WORK TO BVT-DIV-NAME (BVT-SUB)
                   MOVE 0 TO BVT-POOL (BVT-SUB)
                   MOVE 0 TO BVT-PROPOSED (BVT-SUB)
                   MOVE 0 TO BVT-APPLIED (BVT-SUB)
               ELSE
                   GO TO K120-EXIT
               END-IF
           END-IF.
           ADD BPL-POOL (BPL-SUB) TO BVT-POOL (BVT-SUB).
           ADD BPL-PROPOSED (BPL-SUB) TO BVT-PROPOSED (BVT-SUB).
           ADD BPL-APPLIED (BPL-SUB) TO BVT-APPLIED (BVT-SUB).

       K120-EXIT.
           EXIT.


      ***************************************************************           
      *  Error occurred while updating table.  Inform user and      *           
