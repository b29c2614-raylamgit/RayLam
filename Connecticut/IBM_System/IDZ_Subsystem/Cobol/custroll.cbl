       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  CUSTROLL.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  CONSOLIDATED CUSTOMER REPORT.
      *                LOADS THE CUSTHIER HIERARCHY, THEN ROLLS EACH
      *                CUSTOMER'S COUNT (BY LIFECYCLE STATUS) AND ITS
      *                MAINTENANCE ACTIVITY FOR THE SYSIN PERIOD (THE
      *                CUSTMAST EVENTS ON THE MNTAUDIT TRAIL) UP THE
      *                TREE - ACCOUNT TO REGION TO CORPORATE.  EACH
      *                CORPORATE GROUP PRINTS TOP-DOWN WITH ITS
      *                CONSOLIDATED FIGURES; CUSTOMERS IN NO GROUP
      *                AND ROWS WHOSE PARENT HAS GONE ARE TOTALLED
      *                SEPARATELY.
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

           SELECT CUSTOMER-HIER-FILE
                  ASSIGN       to CUSTHIER
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CH-CUSTOMER-CODE
                  ALTERNATE RECORD KEY is CH-PARENT-CODE
                      WITH DUPLICATES
                  FILE STATUS  is CH-STATUS.

           SELECT CUSTOMER-MASTER-FILE
                  ASSIGN       to CUSTMAST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CUSTOMER-CODE
                  FILE STATUS  is CM-STATUS.

           SELECT MAINT-AUDIT-FILE
                  ASSIGN       to MNTAUDIT
                  ORGANIZATION is SEQUENTIAL
                  FILE STATUS  is AU-STATUS.

           SELECT ROLLUP-REPORT
           ASSIGN TO UT-S-ROLLRPT
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
           05  PRM-TO-DATE                 PIC 9(08).
           05  FILLER                      PIC X(64).

       FD  CUSTOMER-HIER-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY CUSTHIER.

       FD  CUSTOMER-MASTER-FILE
           DATA RECORD IS CUSTOMER-MASTER-REC.
       COPY CUSTMAST.

       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  MAINT-AUDIT-REC.
           05  MA-DATE                     PIC 9(08).
           05  MA-TIME                     PIC 9(06).
           05  MA-FILE-NAME                PIC X(08).
           05  MA-RECORD-KEY               PIC X(20).
           05  MA-FIELD-NAME               PIC X(20).
           05  MA-BEFORE-IMAGE             PIC X(30).
           05  MA-AFTER-IMAGE              PIC X(30).
           05  MA-USER                     PIC X(08).
           05  MA-RUN-SEQ                  PIC 9(06).
           05  MA-CHECKSUM                 PIC 9(04).

       FD  ROLLUP-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROLLUP-REPORT-REC.
       01  ROLLUP-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  CH-STATUS               PIC X(2).
               88 CH-OPENED       VALUE "00".
               88 END-OF-HIER     VALUE "10".
           05  CM-STATUS               PIC X(2).
               88 END-OF-MASTER   VALUE "10".
           05  AU-STATUS               PIC X(2).
               88 AU-OPENED       VALUE "00".
               88 END-OF-AUDIT    VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
           05  WS-TO-DATE                  PIC 9(08) VALUE ZERO.
           05  WS-FIND-CODE                PIC 9(04) VALUE ZERO.
           05  WS-FOUND-SUB                PIC 9(4) COMP VALUE 0.
           05  WS-NODE-SUB                 PIC 9(4) COMP VALUE 0.
           05  WS-ROLL-SUB                 PIC 9(4) COMP VALUE 0.
           05  WS-ROLL-DEPTH               PIC 9(1) VALUE 0.
           05  WS-CORP-SUB                 PIC 9(4) COMP VALUE 0.
           05  WS-REGN-SUB                 PIC 9(4) COMP VALUE 0.
           05  WS-ACCT-SUB                 PIC 9(4) COMP VALUE 0.
           05  WS-LINE-SUB                 PIC 9(4) COMP VALUE 0.
           05  WS-HIER-OPEN-SW             PIC X(1)  VALUE "N".
               88 WS-HIER-OPEN                VALUE "Y".
           05  WS-TABLE-FULL-SW            PIC X(1)  VALUE "N".
               88 WS-TABLE-FULL               VALUE "Y".
           05  WS-KEY-CODE                 PIC X(04).
           05  WS-KEY-CODE-N REDEFINES WS-KEY-CODE
                                           PIC 9(04).

      *    WHAT IS BEING ROLLED UP THE TREE FOR ONE CUSTOMER OR ONE
      *    AUDIT EVENT.
       01  ROLL-AMOUNTS.
           05  RA-CUSTOMERS                PIC 9(05) VALUE 0.
           05  RA-ACTIVE                   PIC 9(05) VALUE 0.
           05  RA-INACTIVE                 PIC 9(05) VALUE 0.
           05  RA-CLOSED                   PIC 9(05) VALUE 0.
           05  RA-EVENTS                   PIC 9(07) VALUE 0.
           05  RA-EVENT-DATE               PIC 9(08) VALUE 0.

       01  GRAND-TOTALS.
           05  GT-GROUPS                   PIC 9(05) VALUE 0.
           05  GT-IN-TREE                  PIC 9(05) VALUE 0.
           05  GT-LOOSE-CUSTOMERS          PIC 9(05) VALUE 0.
           05  GT-LOOSE-EVENTS             PIC 9(07) VALUE 0.
           05  GT-ORPHANS                  PIC 9(05) VALUE 0.

      *    ONE ENTRY PER HIERARCHY ROW, IN CUSTOMER-CODE ORDER.  THE
      *    COUNTS ARE CONSOLIDATED - A NODE CARRIES ITSELF PLUS
      *    EVERYTHING BENEATH IT.
       01  HIER-NODE-TABLE.
           05  WS-NODE-COUNT               PIC 9(4) COMP VALUE 0.
           05  WS-NODE-ENTRY OCCURS 2000 TIMES.
               10  HN-CODE                 PIC 9(04).
               10  HN-PARENT               PIC 9(04).
               10  HN-LEVEL                PIC X(01).
                   88  HN-CORPORATE           VALUE "C".
                   88  HN-REGION              VALUE "R".
                   88  HN-ACCOUNT             VALUE "A".
               10  HN-NAME                 PIC X(15).
               10  HN-STATUS               PIC X(01).
               10  HN-PRINTED-SW           PIC X(01).
                   88  HN-PRINTED             VALUE "Y".
               10  HN-CUSTOMERS            PIC 9(05).
               10  HN-ACTIVE               PIC 9(05).
               10  HN-INACTIVE             PIC 9(05).
               10  HN-CLOSED               PIC 9(05).
               10  HN-EVENTS               PIC 9(07).
               10  HN-LAST-EVENT           PIC 9(08).

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(40)
                 VALUE "CONSOLIDATED CUSTOMER HIERARCHY REPORT  ".
           05  FILLER                  PIC X(08) VALUE "PERIOD: ".
           05  HDG-FROM-O              PIC 9(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  HDG-TO-O                PIC 9(08).
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(35)
                 VALUE "LEVEL      CODE NAME            ST ".
           05  FILLER                  PIC X(39)
                 VALUE "PARENT  CUSTS  ACTIVE INACTV  CLOSED   ".
           05  FILLER                  PIC X(25)
                 VALUE "EVENTS  LAST EVT NOTE".
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-NODE-LINE.
           05  NDL-LEVEL-O             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NDL-CODE-O              PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NDL-NAME-O              PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NDL-STATUS-O            PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  NDL-PARENT-O            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NDL-CUSTOMERS-O         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NDL-ACTIVE-O            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NDL-INACTIVE-O          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NDL-CLOSED-O            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NDL-EVENTS-O            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NDL-LAST-EVENT-O        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NDL-NOTE-O              PIC X(25).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-TOTALS-LINE-1.
           05  FILLER                  PIC X(18)
                 VALUE "CORPORATE GROUPS: ".
           05  TOT-GROUPS-O            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(24)
                 VALUE "  CUSTOMERS IN GROUPS:  ".
           05  TOT-IN-TREE-O           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(22)
                 VALUE "  ROWS PARENT MISSING:".
           05  TOT-ORPHANS-O           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-TOTALS-LINE-2.
           05  FILLER                  PIC X(18)
                 VALUE "NOT IN ANY GROUP: ".
           05  TOT-LOOSE-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(24)
                 VALUE "  THEIR PERIOD EVENTS:  ".
           05  TOT-LOOSE-EVENTS-O      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * LOAD THE TREE, ROLL THE MASTER AND THE AUDIT ACTIVITY UP IT,
      * THEN PRINT EACH CORPORATE GROUP TOP-DOWN.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           PERFORM 100-LOAD-HIERARCHY THRU 100-EXIT
               UNTIL END-OF-HIER.

           PERFORM 200-ROLL-ONE-CUSTOMER THRU 200-EXIT
               UNTIL END-OF-MASTER.

           IF AU-OPENED
               PERFORM 300-ROLL-ONE-EVENT THRU 300-EXIT
                   UNTIL END-OF-AUDIT
           END-IF.

           MOVE WS-FROM-DATE TO HDG-FROM-O.
           MOVE WS-TO-DATE TO HDG-TO-O.
           WRITE ROLLUP-REPORT-REC FROM WS-HEADING-LINE-1.
           WRITE ROLLUP-REPORT-REC FROM WS-HEADING-LINE-2.

           PERFORM 500-PRINT-ONE-GROUP THRU 500-EXIT
               VARYING WS-CORP-SUB FROM 1 BY 1
               UNTIL WS-CORP-SUB > WS-NODE-COUNT.

           PERFORM 580-PRINT-ORPHANS THRU 580-EXIT.

           MOVE GT-GROUPS TO TOT-GROUPS-O.
           MOVE GT-IN-TREE TO TOT-IN-TREE-O.
           MOVE GT-ORPHANS TO TOT-ORPHANS-O.
           WRITE ROLLUP-REPORT-REC FROM WS-TOTALS-LINE-1.
           MOVE GT-LOOSE-CUSTOMERS TO TOT-LOOSE-O.
           MOVE GT-LOOSE-EVENTS TO TOT-LOOSE-EVENTS-O.
           WRITE ROLLUP-REPORT-REC FROM WS-TOTALS-LINE-2.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      *    THE ACTIVITY PERIOD - DEFAULT IS THE RUN YEAR TO DATE.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE WS-RUN-DATE TO WS-TO-DATE.
           MOVE WS-RUN-DATE TO WS-FROM-DATE.
           MOVE "0101" TO WS-FROM-DATE (5:4).
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF END-OF-PRM
               GO TO 050-EXIT.
           IF PRM-FROM-DATE NUMERIC AND PRM-FROM-DATE > ZERO
               MOVE PRM-FROM-DATE TO WS-FROM-DATE.
           IF PRM-TO-DATE NUMERIC AND PRM-TO-DATE > ZERO
               MOVE PRM-TO-DATE TO WS-TO-DATE.
       050-EXIT.
           EXIT.

       100-LOAD-HIERARCHY.
           MOVE "100-LOAD-HIERARCHY" TO PARA-NAME.
           READ CUSTOMER-HIER-FILE NEXT RECORD
               AT END GO TO 100-EXIT.
           IF WS-NODE-COUNT NOT < 2000
               SET WS-TABLE-FULL TO TRUE
               GO TO 100-EXIT.
           ADD 1 TO WS-NODE-COUNT.
           MOVE CH-CUSTOMER-CODE TO HN-CODE (WS-NODE-COUNT).
           MOVE CH-PARENT-CODE TO HN-PARENT (WS-NODE-COUNT).
           MOVE CH-LEVEL TO HN-LEVEL (WS-NODE-COUNT).
           MOVE "NOT ON MASTER" TO HN-NAME (WS-NODE-COUNT).
           MOVE SPACE TO HN-STATUS (WS-NODE-COUNT).
           MOVE "N" TO HN-PRINTED-SW (WS-NODE-COUNT).
           MOVE ZERO TO HN-CUSTOMERS (WS-NODE-COUNT)
                        HN-ACTIVE (WS-NODE-COUNT)
                        HN-INACTIVE (WS-NODE-COUNT)
                        HN-CLOSED (WS-NODE-COUNT)
                        HN-EVENTS (WS-NODE-COUNT)
                        HN-LAST-EVENT (WS-NODE-COUNT).
       100-EXIT.
           EXIT.

       200-ROLL-ONE-CUSTOMER.
      *    ONE CUSTOMER COUNTS ONCE AT ITS OWN NODE AND AT EVERY NODE
      *    ABOVE IT.  A CUSTOMER IN NO GROUP IS TOTALLED APART.
           MOVE "200-ROLL-ONE-CUSTOMER" TO PARA-NAME.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END GO TO 200-EXIT.
           MOVE CUSTOMER-CODE TO WS-FIND-CODE.
           PERFORM 600-FIND-NODE THRU 600-EXIT.
           IF WS-FOUND-SUB = ZERO
               ADD 1 TO GT-LOOSE-CUSTOMERS
               GO TO 200-EXIT.
           MOVE CUSTOMER-NAME TO HN-NAME (WS-FOUND-SUB).
           MOVE CUSTOMER-STATUS TO HN-STATUS (WS-FOUND-SUB).
           IF CUSTOMER-STATUS = SPACE
               MOVE "A" TO HN-STATUS (WS-FOUND-SUB).
           ADD 1 TO GT-IN-TREE.
           INITIALIZE ROLL-AMOUNTS.
           MOVE 1 TO RA-CUSTOMERS.
           EVALUATE TRUE
               WHEN CUSTOMER-CLOSED   MOVE 1 TO RA-CLOSED
               WHEN CUSTOMER-INACTIVE MOVE 1 TO RA-INACTIVE
               WHEN OTHER             MOVE 1 TO RA-ACTIVE
           END-EVALUATE.
           PERFORM 400-ROLL-UP-TREE THRU 400-EXIT.
       200-EXIT.
           EXIT.

       300-ROLL-ONE-EVENT.
      *    EVERY CUSTMAST EVENT ON THE AUDIT TRAIL INSIDE THE PERIOD -
      *    MASTER, ADDRESS AND HIERARCHY MAINTENANCE ALIKE - IS ONE
      *    UNIT OF ACTIVITY FOR THE CUSTOMER IN THE FIRST FOUR BYTES
      *    OF THE RECORD KEY.
           MOVE "300-ROLL-ONE-EVENT" TO PARA-NAME.
           READ MAINT-AUDIT-FILE
               AT END GO TO 300-EXIT.
           IF MA-FILE-NAME NOT = "CUSTMAST"
               GO TO 300-EXIT.
           IF MA-DATE NOT NUMERIC
               GO TO 300-EXIT.
           IF MA-DATE < WS-FROM-DATE OR MA-DATE > WS-TO-DATE
               GO TO 300-EXIT.
           MOVE MA-RECORD-KEY (1:4) TO WS-KEY-CODE.
           IF WS-KEY-CODE NOT NUMERIC
               GO TO 300-EXIT.
           MOVE WS-KEY-CODE-N TO WS-FIND-CODE.
           PERFORM 600-FIND-NODE THRU 600-EXIT.
           IF WS-FOUND-SUB = ZERO
               ADD 1 TO GT-LOOSE-EVENTS
               GO TO 300-EXIT.
           INITIALIZE ROLL-AMOUNTS.
           MOVE 1 TO RA-EVENTS.
           MOVE MA-DATE TO RA-EVENT-DATE.
           PERFORM 400-ROLL-UP-TREE THRU 400-EXIT.
       300-EXIT.
           EXIT.

       400-ROLL-UP-TREE.
      *    ADD THE ROLL AMOUNTS AT THE FOUND NODE AND WALK UP THROUGH
      *    ITS PARENTS.  THE TREE IS AT MOST THREE DEEP; THE DEPTH
      *    LIMIT ONLY GUARDS AGAINST A DAMAGED FILE.
           MOVE "400-ROLL-UP-TREE" TO PARA-NAME.
           MOVE WS-FOUND-SUB TO WS-ROLL-SUB.
           MOVE ZERO TO WS-ROLL-DEPTH.
       400-ADD-LOOP.
           ADD RA-CUSTOMERS TO HN-CUSTOMERS (WS-ROLL-SUB).
           ADD RA-ACTIVE TO HN-ACTIVE (WS-ROLL-SUB).
           ADD RA-INACTIVE TO HN-INACTIVE (WS-ROLL-SUB).
           ADD RA-CLOSED TO HN-CLOSED (WS-ROLL-SUB).
           ADD RA-EVENTS TO HN-EVENTS (WS-ROLL-SUB).
           IF RA-EVENT-DATE > HN-LAST-EVENT (WS-ROLL-SUB)
               MOVE RA-EVENT-DATE TO HN-LAST-EVENT (WS-ROLL-SUB).
           ADD 1 TO WS-ROLL-DEPTH.
           IF WS-ROLL-DEPTH > 4
               GO TO 400-EXIT.
           IF HN-PARENT (WS-ROLL-SUB) = ZERO
               GO TO 400-EXIT.
           MOVE HN-PARENT (WS-ROLL-SUB) TO WS-FIND-CODE.
           PERFORM 600-FIND-NODE THRU 600-EXIT.
           IF WS-FOUND-SUB = ZERO
               GO TO 400-EXIT.
           MOVE WS-FOUND-SUB TO WS-ROLL-SUB.
           GO TO 400-ADD-LOOP.
       400-EXIT.
           EXIT.

       500-PRINT-ONE-GROUP.
      *    A CORPORATE, THEN EACH OF ITS REGIONS WITH THE REGION'S
      *    ACCOUNTS, THEN THE ACCOUNTS HUNG DIRECTLY FROM THE
      *    CORPORATE.
           MOVE "500-PRINT-ONE-GROUP" TO PARA-NAME.
           IF NOT HN-CORPORATE (WS-CORP-SUB)
               GO TO 500-EXIT.
           ADD 1 TO GT-GROUPS.
           MOVE SPACES TO ROLLUP-REPORT-REC.
           WRITE ROLLUP-REPORT-REC.
           MOVE WS-CORP-SUB TO WS-LINE-SUB.
           MOVE "CORPORATE" TO NDL-LEVEL-O.
           PERFORM 550-WRITE-NODE-LINE THRU 550-EXIT.

           PERFORM VARYING WS-REGN-SUB FROM 1 BY 1
                   UNTIL WS-REGN-SUB > WS-NODE-COUNT
               IF HN-REGION (WS-REGN-SUB)
                   AND HN-PARENT (WS-REGN-SUB) = HN-CODE (WS-CORP-SUB)
                   MOVE WS-REGN-SUB TO WS-LINE-SUB
                   MOVE "  REGION" TO NDL-LEVEL-O
                   PERFORM 550-WRITE-NODE-LINE THRU 550-EXIT
                   PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                           UNTIL WS-ACCT-SUB > WS-NODE-COUNT
                       IF HN-PARENT (WS-ACCT-SUB) =
                               HN-CODE (WS-REGN-SUB)
                           MOVE WS-ACCT-SUB TO WS-LINE-SUB
                           MOVE "    ACCT" TO NDL-LEVEL-O
                           PERFORM 550-WRITE-NODE-LINE THRU 550-EXIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-NODE-COUNT
               IF NOT HN-REGION (WS-ACCT-SUB)
                   AND HN-PARENT (WS-ACCT-SUB) = HN-CODE (WS-CORP-SUB)
                   MOVE WS-ACCT-SUB TO WS-LINE-SUB
                   MOVE "  ACCT" TO NDL-LEVEL-O
                   PERFORM 550-WRITE-NODE-LINE THRU 550-EXIT
               END-IF
           END-PERFORM.
       500-EXIT.
           EXIT.

       550-WRITE-NODE-LINE.
           MOVE "550-WRITE-NODE-LINE" TO PARA-NAME.
           MOVE HN-CODE (WS-LINE-SUB) TO NDL-CODE-O.
           MOVE HN-NAME (WS-LINE-SUB) TO NDL-NAME-O.
           MOVE HN-STATUS (WS-LINE-SUB) TO NDL-STATUS-O.
           IF HN-PARENT (WS-LINE-SUB) = ZERO
               MOVE SPACES TO NDL-PARENT-O
           ELSE
               MOVE HN-PARENT (WS-LINE-SUB) TO NDL-PARENT-O
           END-IF.
           MOVE HN-CUSTOMERS (WS-LINE-SUB) TO NDL-CUSTOMERS-O.
           MOVE HN-ACTIVE (WS-LINE-SUB) TO NDL-ACTIVE-O.
           MOVE HN-INACTIVE (WS-LINE-SUB) TO NDL-INACTIVE-O.
           MOVE HN-CLOSED (WS-LINE-SUB) TO NDL-CLOSED-O.
           MOVE HN-EVENTS (WS-LINE-SUB) TO NDL-EVENTS-O.
           IF HN-LAST-EVENT (WS-LINE-SUB) = ZERO
               MOVE SPACES TO NDL-LAST-EVENT-O
           ELSE
               MOVE HN-LAST-EVENT (WS-LINE-SUB) TO NDL-LAST-EVENT-O
           END-IF.
           IF HN-STATUS (WS-LINE-SUB) = "C"
               MOVE "CLOSED - NO NEW CHILDREN" TO NDL-NOTE-O
           ELSE
               MOVE SPACES TO NDL-NOTE-O
           END-IF.
           WRITE ROLLUP-REPORT-REC FROM WS-NODE-LINE.
           SET HN-PRINTED (WS-LINE-SUB) TO TRUE.
       550-EXIT.
           EXIT.

       580-PRINT-ORPHANS.
      *    ANY ROW NOT REACHED FROM A CORPORATE - ITS PARENT IS NOT IN
      *    THE HIERARCHY - IS LISTED FOR THE CLEANUP DESK.
           MOVE "580-PRINT-ORPHANS" TO PARA-NAME.
           PERFORM VARYING WS-NODE-SUB FROM 1 BY 1
                   UNTIL WS-NODE-SUB > WS-NODE-COUNT
               IF NOT HN-PRINTED (WS-NODE-SUB)
                   IF GT-ORPHANS = ZERO
                       MOVE SPACES TO ROLLUP-REPORT-REC
                       WRITE ROLLUP-REPORT-REC
                   END-IF
                   ADD 1 TO GT-ORPHANS
                   MOVE WS-NODE-SUB TO WS-LINE-SUB
                   MOVE "UNATTACHED" TO NDL-LEVEL-O
                   PERFORM 550-WRITE-NODE-LINE THRU 550-EXIT
               END-IF
           END-PERFORM.
           MOVE SPACES TO ROLLUP-REPORT-REC.
           WRITE ROLLUP-REPORT-REC.
           IF WS-TABLE-FULL
               MOVE "HIERARCHY TABLE FULL AT 2000 - REPORT INCOMPLETE"
                   TO ROLLUP-REPORT-REC
               WRITE ROLLUP-REPORT-REC
           END-IF.
       580-EXIT.
           EXIT.

       600-FIND-NODE.
      *    TABLE SUBSCRIPT OF WS-FIND-CODE, ZERO WHEN NOT IN THE TREE.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-NODE-SUB FROM 1 BY 1
                   UNTIL WS-NODE-SUB > WS-NODE-COUNT
                      OR WS-FOUND-SUB > ZERO
               IF HN-CODE (WS-NODE-SUB) = WS-FIND-CODE
                   MOVE WS-NODE-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       600-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, CUSTOMER-MASTER-FILE.
           OPEN INPUT CUSTOMER-HIER-FILE.
           IF CH-OPENED
               SET WS-HIER-OPEN TO TRUE
           ELSE
               SET END-OF-HIER TO TRUE
           END-IF.
           OPEN INPUT MAINT-AUDIT-FILE.
           OPEN OUTPUT ROLLUP-REPORT.
           DISPLAY "CUSTROLL OPEN FILES".
           DISPLAY CH-STATUS.
           DISPLAY CM-STATUS.
           DISPLAY AU-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           IF AU-OPENED OR END-OF-AUDIT
               CLOSE MAINT-AUDIT-FILE.
           IF WS-HIER-OPEN
               CLOSE CUSTOMER-HIER-FILE.
           CLOSE PARM-CARDS, CUSTOMER-MASTER-FILE, ROLLUP-REPORT.
           DISPLAY "CUSTROLL FILES CLOSED".
       900-EXIT.
           EXIT.
