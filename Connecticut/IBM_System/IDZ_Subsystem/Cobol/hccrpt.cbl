       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  HCCRPT.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  QUARTERLY HIGH-COST CLAIMANT
      *                AND UTILIZATION REPORT FOR THE PLAN SPONSORS,
      *                ONE SECTION PER GROUP-ID AND PLAN-ID ON
      *                DDS0001.HEALTH_PLAN.  EACH SECTION RANKS THE
      *                PLAN'S TOP CLAIMANTS BY PLAN-YEAR PAID FROM
      *                PATACCUM, WITH THE PERCENT OF THE PLAN'S
      *                STOP-LOSS THRESHOLD AND LIFETIME LIMIT EACH HAS
      *                USED, THEN TOTALS THE PLAN YEAR'S LAB AND
      *                EQUIPMENT LINES ON PATMSTR BY SERVICE ID WITH
      *                THE IN-NETWORK AND OUT-OF-NETWORK SPEND (THE
      *                PRESCRIBING PROVIDER'S NETWORK STATUS ON THE
      *                SERVICE DATE, AS MSTRCALC PRICES IT).  TWO
      *                COPIES PRINT - THE INTERNAL COPY WITH CLAIMANT
      *                NAMES IN FULL AND THE SPONSOR COPY WITH THEM
      *                MASKED.
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

           SELECT PATIENT-ACCUM-FILE
                  ASSIGN       to PATACCUM
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PB-KEY
                  FILE STATUS  is PB-STATUS.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PATINS
                  ASSIGN       to PATINS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-INS-KEY
                  FILE STATUS  is PATINS-STATUS.

           SELECT PRSNMSTR
                  ASSIGN       to PRSNMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PRSN-KEY
                  FILE STATUS  is PRSN-STATUS.

           SELECT PROVIDER-CRED-FILE
                  ASSIGN       to PRVCRED
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is PV-KEY
                  FILE STATUS  is PV-STATUS.

           SELECT INTERNAL-REPORT
           ASSIGN TO UT-S-HCCINT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT SPONSOR-REPORT
           ASSIGN TO UT-S-HCCSPN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE-SPN.

           SELECT UTIL-SORT-FILE
           ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARM-REC.
       01  PARM-REC.
           05  PRM-QTR-END-DATE            PIC 9(08).
           05  PRM-TOP-N                   PIC 9(02).
           05  FILLER                      PIC X(70).

       FD  PATIENT-ACCUM-FILE
           DATA RECORD IS PATIENT-ACCUM-REC.
       COPY PATACCUM.

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  PATINS
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATIENT-INS-KEY      PIC X(06).
           05 FILLER               PIC X(696).

       FD  PRSNMSTR
           DATA RECORD IS PRSNMSTR-REC.
       01  PRSNMSTR-REC.
           05 PRSN-KEY      PIC X(06).
           05 FILLER           PIC X(794).

       FD  PROVIDER-CRED-FILE
           DATA RECORD IS PROVIDER-CRED-REC.
       COPY PRVCRED.

       FD  INTERNAL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INTERNAL-REPORT-REC.
       01  INTERNAL-REPORT-REC  PIC X(133).

       FD  SPONSOR-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPONSOR-REPORT-REC.
       01  SPONSOR-REPORT-REC  PIC X(133).

      **** ONE MARKER RECORD PER PLAN ON THE REPORT, FOLLOWED BY ONE
      **** RECORD PER LAB OR EQUIPMENT LINE BILLED UNDER THE PLAN, IN
      **** GROUP, PLAN, LINE TYPE AND SERVICE ORDER.
       SD  UTIL-SORT-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS UTIL-SORT-REC.
       01  UTIL-SORT-REC.
           05  US-GROUP-ID                 PIC X(10).
           05  US-PLAN-ID                  PIC X(10).
           05  US-REC-TYPE                 PIC X(01).
               88  US-PLAN-MARKER             VALUE "1".
               88  US-SERVICE-LINE            VALUE "2".
           05  US-LINE-TYPE                PIC X(01).
               88  US-EQUIPMENT-LINE          VALUE "E".
               88  US-LAB-LINE                VALUE "L".
           05  US-SERVICE-ID               PIC X(08).
           05  US-NETWORK-IND              PIC X(01).
               88  US-IN-NETWORK              VALUE "I".
           05  US-PLAN-SUB                 PIC 9(04).
           05  US-CHARGE                   PIC S9(7)V99.
           05  FILLER                      PIC X(06).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  PB-STATUS               PIC X(2).
               88 PB-FOUND        VALUE "00".
               88 END-OF-PATACCUM VALUE "10".
           05  PATMSTR-STATUS          PIC X(2).
               88 END-OF-PATMSTR  VALUE "10".
           05  PATINS-STATUS           PIC X(2).
               88 PATINS-FOUND    VALUE "00".
           05  PRSN-STATUS             PIC X(2).
               88 PRSN-FOUND      VALUE "00".
           05  PV-STATUS               PIC X(2).
               88 PV-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.
           05  OFCODE-SPN              PIC X(2).

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-QTR-END-DATE             PIC 9(08) VALUE ZERO.
           05  WS-QTR-END-DATE-R REDEFINES WS-QTR-END-DATE.
               10  WS-QTR-END-CCYY         PIC 9(04).
               10  WS-QTR-END-MM           PIC 9(02).
               10  WS-QTR-END-DD           PIC 9(02).
           05  WS-PLAN-YEAR                PIC 9(04) VALUE ZERO.
           05  WS-QUARTER                  PIC 9(01) VALUE ZERO.
           05  WS-TOP-N                    PIC 9(04) COMP VALUE 10.
           05  WS-MAX-TOP-N                PIC 9(04) COMP VALUE 25.
           05  WS-SORT-DONE-SW             PIC X(01) VALUE "N".
               88  WS-SORT-DONE               VALUE "Y".
           05  WS-PLAN-SUB                 PIC 9(04) COMP VALUE ZERO.
           05  WS-PLAN-FOUND-SW            PIC X(01) VALUE "N".
               88  WS-PLAN-FOUND              VALUE "Y".
           05  WS-PLAN-ADDED-SW            PIC X(01) VALUE "N".
               88  WS-PLAN-ADDED              VALUE "Y".
           05  WS-FIND-PLAN                PIC X(10) VALUE SPACES.
           05  WS-SLOT                     PIC 9(04) COMP VALUE ZERO.
           05  WS-PREV-SLOT                PIC 9(04) COMP VALUE ZERO.
           05  WS-RANK-DONE-SW             PIC X(01) VALUE "N".
               88  WS-RANK-DONE               VALUE "Y".
           05  WS-YTD-PAID                 PIC S9(9)V99 COMP-3.
           05  WS-LIFETIME-PAID            PIC S9(9)V99 COMP-3.
           05  ROW-SUB                     PIC 9(3) VALUE 0.
           05  WS-MAX-LINE-ITEMS           PIC 9(3) VALUE 50.
           05  WS-SERVICE-DATE             PIC 9(08) VALUE ZERO.
           05  WS-LINE-PHYS-ID             PIC X(08) VALUE SPACES.
           05  WS-LINE-NETWORK             PIC X(01) VALUE "O".
               88  WS-LINE-IN-NETWORK         VALUE "I".
           05  WS-PROV-NETWORK-FLAG        PIC X(01) VALUE "N".
           05  WS-PROV-SUB                 PIC 9(04) COMP VALUE ZERO.
           05  WS-PROV-FOUND-SW            PIC X(01) VALUE "N".
               88  WS-PROV-FOUND              VALUE "Y".
           05  WS-CRED-OPEN-SW             PIC X(01) VALUE "N".
               88  WS-CRED-FILE-OPEN          VALUE "Y".
           05  WS-CRED-DONE-SW             PIC X(01) VALUE "N".
               88  WS-CRED-DONE               VALUE "Y".
           05  WS-CUR-PLAN                 PIC X(10) VALUE SPACES.
           05  WS-CUR-LINE-TYPE            PIC X(01) VALUE SPACES.
           05  WS-CUR-SERVICE              PIC X(08) VALUE SPACES.
           05  WS-PCT                      PIC 9(4)V9 COMP-3.
           05  WS-OUT-LINE                 PIC X(133).

       01  REPORT-COUNTERS.
           05  WS-MEMBERS-RANKED           PIC 9(07) VALUE ZERO.
           05  WS-PLANS-REPORTED           PIC 9(05) VALUE ZERO.
           05  WS-CLAIMANTS-LISTED         PIC 9(05) VALUE ZERO.
           05  WS-LINES-RELEASED           PIC 9(07) VALUE ZERO.
           05  WS-SVC-COUNT                PIC 9(07) VALUE ZERO.
           05  WS-SVC-AMT                  PIC S9(9)V99 COMP-3.
           05  WS-SVC-IN-AMT               PIC S9(9)V99 COMP-3.
           05  WS-SVC-OUT-AMT              PIC S9(9)V99 COMP-3.
           05  WS-TYPE-COUNT               PIC 9(07) VALUE ZERO.
           05  WS-TYPE-AMT                 PIC S9(9)V99 COMP-3.
           05  WS-TYPE-IN-AMT              PIC S9(9)V99 COMP-3.
           05  WS-TYPE-OUT-AMT             PIC S9(9)V99 COMP-3.
           05  WS-PLAN-LINES               PIC 9(07) VALUE ZERO.
           05  WS-PLAN-IN-AMT              PIC S9(11)V99 COMP-3.
           05  WS-PLAN-OUT-AMT             PIC S9(11)V99 COMP-3.

      **** ONE ENTRY PER PLAN ON THE REPORT - THE HEALTH_PLAN TERMS,
      **** THE PLAN-YEAR PAID ACROSS ITS MEMBERS, AND ITS TOP
      **** CLAIMANTS IN DESCENDING PLAN-YEAR PAID ORDER.
       01  PLAN-TABLE-AREA.
           05  WS-PLAN-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  WS-PLAN-ENTRY OCCURS 200 TIMES.
               10  HC-PLAN-ID              PIC X(10).
               10  HC-GROUP-ID             PIC X(10).
               10  HC-THRESHOLD            PIC S9(9)V99 COMP-3.
               10  HC-LIFETIME-LIMIT       PIC S9(9)V99 COMP-3.
               10  HC-MEMBERS              PIC 9(06).
               10  HC-PLAN-PAID            PIC S9(11)V99 COMP-3.
               10  HC-TOP-COUNT            PIC 9(04) COMP.
               10  HC-TOP-ENTRY OCCURS 25 TIMES.
                   15  HT-PATIENT-ID       PIC X(08).
                   15  HT-YTD-PAID         PIC S9(9)V99 COMP-3.
                   15  HT-LIFETIME-PAID    PIC S9(9)V99 COMP-3.

      **** PROVIDER NETWORK FLAGS ALREADY READ FROM DDS0001.PROVIDER.
       01  PROVIDER-CACHE-AREA.
           05  WS-PROV-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  WS-PROV-ENTRY OCCURS 500 TIMES.
               10  PC-PROVIDER-ID          PIC X(08).
               10  PC-NETWORK-FLAG         PIC X(01).

       01  WS-HEADING-LINE-1.
           05  FILLER     PIC X(44)
                 VALUE "HIGH-COST CLAIMANT AND UTILIZATION REPORT - ".
           05  HD1-COPY                    PIC X(16).
           05  FILLER                      PIC X(17)
                 VALUE "  QUARTER ENDING ".
           05  HD1-QTR-END-DATE            PIC 9(08).
           05  FILLER                      PIC X(04) VALUE "  Q".
           05  HD1-QUARTER                 PIC 9(01).
           05  FILLER                      PIC X(43) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(07) VALUE "GROUP: ".
           05  HD2-GROUP-ID                PIC X(10).
           05  FILLER                      PIC X(08) VALUE "  PLAN: ".
           05  HD2-PLAN-ID                 PIC X(10).
           05  FILLER                      PIC X(12)
                 VALUE "  PLAN YEAR ".
           05  HD2-PLAN-YEAR               PIC 9(04).
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  WS-PLAN-SUMMARY-LINE.
           05  FILLER                      PIC X(26)
                 VALUE "MEMBERS WITH PAID CLAIMS: ".
           05  SUM-MEMBERS                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(17)
                 VALUE "  PLAN PAID YTD: ".
           05  SUM-PLAN-PAID               PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(23)
                 VALUE "  STOP-LOSS THRESHOLD: ".
           05  SUM-THRESHOLD               PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(18)
                 VALUE "  LIFETIME LIMIT: ".
           05  SUM-LIFETIME-LIMIT          PIC $$$,$$$,$$9.99.

       01  WS-CLAIMANT-TITLE-LINE.
           05  FILLER                      PIC X(40)
                 VALUE "TOP CLAIMANTS BY PLAN-YEAR PAID".
           05  FILLER                      PIC X(93) VALUE SPACES.

       01  WS-CLAIMANT-COLUMN-LINE.
           05  FILLER                      PIC X(08) VALUE "  RANK  ".
           05  FILLER                      PIC X(10) VALUE "PATIENT   ".
           05  FILLER                      PIC X(38)
                 VALUE "CLAIMANT NAME".
           05  FILLER                      PIC X(16)
                 VALUE "PLAN-YEAR PAID  ".
           05  FILLER                      PIC X(09) VALUE " % STOP  ".
           05  FILLER                      PIC X(16)
                 VALUE " LIFETIME PAID  ".
           05  FILLER                      PIC X(07) VALUE "% LIFE ".
           05  FILLER                      PIC X(29) VALUE SPACES.

       01  WS-CLAIMANT-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CLM-RANK                    PIC ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  CLM-PATIENT-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CLM-NAME.
               10  CLM-FIRST-NAME          PIC X(15).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  CLM-LAST-NAME           PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CLM-YTD-PAID                PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CLM-PCT-THRESHOLD           PIC ZZZ9.9.
           05  FILLER                      PIC X(01) VALUE "%".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CLM-LIFETIME-PAID           PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CLM-PCT-LIFETIME            PIC ZZZ9.9.
           05  FILLER                      PIC X(01) VALUE "%".
           05  FILLER                      PIC X(29) VALUE SPACES.

       01  WS-NO-CLAIMANTS-LINE.
           05  FILLER                      PIC X(40)
                 VALUE "  NO MEMBER PAID CLAIMS THIS PLAN YEAR".
           05  FILLER                      PIC X(93) VALUE SPACES.

       01  WS-UTIL-TITLE-LINE.
           05  FILLER                      PIC X(45)
                 VALUE "UTILIZATION BY SERVICE - PLAN YEAR TO DATE".
           05  FILLER                      PIC X(88) VALUE SPACES.

       01  WS-UTIL-COLUMN-LINE.
           05  FILLER                      PIC X(10) VALUE "  TYPE    ".
           05  FILLER                      PIC X(10) VALUE "SERVICE   ".
           05  FILLER                      PIC X(09) VALUE "  LINES  ".
           05  FILLER                      PIC X(16)
                 VALUE "BILLED CHARGES  ".
           05  FILLER                      PIC X(16)
                 VALUE "    IN-NETWORK  ".
           05  FILLER                      PIC X(14)
                 VALUE "OUT-OF-NETWORK".
           05  FILLER                      PIC X(58) VALUE SPACES.

       01  WS-UTIL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  UTL-LINE-TYPE               PIC X(05).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  UTL-SERVICE-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  UTL-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  UTL-AMT                     PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  UTL-IN-AMT                  PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  UTL-OUT-AMT                 PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(58) VALUE SPACES.

       01  WS-NO-LINES-LINE.
           05  FILLER                      PIC X(45)
                 VALUE "  NO LAB OR EQUIPMENT LINES THIS PLAN YEAR".
           05  FILLER                      PIC X(88) VALUE SPACES.

       01  WS-NETWORK-LINE.
           05  FILLER                      PIC X(20)
                 VALUE "IN-NETWORK SPEND:   ".
           05  NET-IN-AMT                  PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(24)
                 VALUE "  OUT-OF-NETWORK SPEND: ".
           05  NET-OUT-AMT                 PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(20)
                 VALUE "  IN-NETWORK SHARE: ".
           05  NET-IN-PCT                  PIC ZZ9.9.
           05  FILLER                      PIC X(01) VALUE "%".
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                      PIC X(16)
                 VALUE "PLANS REPORTED: ".
           05  TOT-PLANS                   PIC ZZ,ZZ9.
           05  FILLER                      PIC X(18)
                 VALUE "  MEMBERS RANKED: ".
           05  TOT-MEMBERS                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(20)
                 VALUE "  CLAIMANTS LISTED: ".
           05  TOT-CLAIMANTS               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(17)
                 VALUE "  SERVICE LINES: ".
           05  TOT-LINES                   PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(34) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       COPY HLTHPLAN.
       COPY PROVIDER.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY PATMSTR.
       COPY PATINS.
       COPY PATPERSN.

       PROCEDURE DIVISION.
      *
      * RANK EVERY PLAN'S CLAIMANTS FROM PATACCUM, THEN SORT THE PLAN
      * YEAR'S LAB AND EQUIPMENT LINES BEHIND ONE MARKER PER PLAN AND
      * PRINT EACH PLAN'S SECTION ON BOTH COPIES.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           PERFORM 100-RANK-ONE-MEMBER THRU 100-EXIT
               UNTIL END-OF-PATACCUM.

           SORT UTIL-SORT-FILE
               ASCENDING KEY US-GROUP-ID US-PLAN-ID US-REC-TYPE
                             US-LINE-TYPE US-SERVICE-ID
               INPUT PROCEDURE 300-SELECT-LINES THRU 300-EXIT
               OUTPUT PROCEDURE 500-PRINT-PLANS THRU 500-EXIT.

           MOVE WS-PLANS-REPORTED TO TOT-PLANS.
           MOVE WS-MEMBERS-RANKED TO TOT-MEMBERS.
           MOVE WS-CLAIMANTS-LISTED TO TOT-CLAIMANTS.
           MOVE WS-LINES-RELEASED TO TOT-LINES.
           MOVE WS-TOTALS-LINE TO WS-OUT-LINE.
           PERFORM 600-WRITE-BOTH THRU 600-EXIT.

           DISPLAY "HCCRPT PLANS REPORTED " WS-PLANS-REPORTED
               " CLAIMANTS LISTED " WS-CLAIMANTS-LISTED.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** THE CARD MAY GIVE THE QUARTER-END DATE (DEFAULT TODAY) AND
      **** HOW MANY CLAIMANTS TO LIST PER PLAN (DEFAULT 10, AT MOST
      **** 25).  THE PLAN YEAR IS THE QUARTER-END YEAR - THE DECEMBER
      **** QUARTER MUST RUN BEFORE PLNROLL RESETS PATACCUM.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-QTR-END-DATE.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-QTR-END-DATE NUMERIC AND PRM-QTR-END-DATE > ZERO
                   MOVE PRM-QTR-END-DATE TO WS-QTR-END-DATE
               END-IF
               IF PRM-TOP-N NUMERIC AND PRM-TOP-N > ZERO
                   MOVE PRM-TOP-N TO WS-TOP-N
               END-IF
           END-IF.
           IF WS-TOP-N > WS-MAX-TOP-N
               MOVE WS-MAX-TOP-N TO WS-TOP-N.
           MOVE WS-QTR-END-CCYY TO WS-PLAN-YEAR.
           COMPUTE WS-QUARTER = (WS-QTR-END-MM + 2) / 3.
       050-EXIT.
           EXIT.

       100-RANK-ONE-MEMBER.
      **** EVERY PATIENT/PLAN ACCUMULATOR WITH A PLAN-YEAR PAID AMOUNT
      **** COUNTS TOWARD ITS PLAN AND IS RANKED AGAINST THE PLAN'S
      **** TOP CLAIMANTS SO FAR.  A RECORD NOT COSTED SINCE THE PAID
      **** FIELD WAS ADDED STILL HAS SPACES IN IT AND IS PASSED OVER.
           MOVE "100-RANK-ONE-MEMBER" TO PARA-NAME.
           READ PATIENT-ACCUM-FILE
               AT END GO TO 100-EXIT
           END-READ.
           IF NOT PB-FOUND
               DISPLAY "HCCRPT PATACCUM READ FAILED STATUS " PB-STATUS
               MOVE 8 TO RETURN-CODE
               SET END-OF-PATACCUM TO TRUE
               GO TO 100-EXIT.
           IF PB-YTD-PAID NOT NUMERIC
               GO TO 100-EXIT.
           IF PB-YTD-PAID NOT > ZERO
               GO TO 100-EXIT.

           MOVE PB-PLAN-ID TO WS-FIND-PLAN.
           PERFORM 200-FIND-PLAN THRU 200-EXIT.
           IF NOT WS-PLAN-FOUND
               GO TO 100-EXIT.

           ADD 1 TO WS-MEMBERS-RANKED.
           ADD 1 TO HC-MEMBERS (WS-PLAN-SUB).
           ADD PB-YTD-PAID TO HC-PLAN-PAID (WS-PLAN-SUB).
           MOVE PB-YTD-PAID TO WS-YTD-PAID.
           MOVE ZERO TO WS-LIFETIME-PAID.
           IF PB-LIFETIME-PAID NUMERIC
               MOVE PB-LIFETIME-PAID TO WS-LIFETIME-PAID.
           PERFORM 220-RANK-CLAIMANT THRU 220-EXIT.
       100-EXIT.
           EXIT.

       200-FIND-PLAN.
      **** THE PLAN'S TABLE ENTRY, ADDED WITH ITS HEALTH_PLAN TERMS
      **** THE FIRST TIME THE PLAN IS SEEN.
           MOVE "200-FIND-PLAN" TO PARA-NAME.
           MOVE "N" TO WS-PLAN-FOUND-SW WS-PLAN-ADDED-SW.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
                      OR WS-PLAN-FOUND
               IF HC-PLAN-ID (WS-PLAN-SUB) = WS-FIND-PLAN
                   SET WS-PLAN-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-PLAN-SUB
               END-IF
           END-PERFORM.
           IF WS-PLAN-FOUND
               GO TO 200-EXIT.

           IF WS-PLAN-COUNT NOT < 200
               DISPLAY "HCCRPT PLAN TABLE FULL AT 200 - NOT REPORTED "
                   WS-FIND-PLAN
               MOVE 8 TO RETURN-CODE
               GO TO 200-EXIT.

           ADD 1 TO WS-PLAN-COUNT.
           MOVE WS-PLAN-COUNT TO WS-PLAN-SUB.
           MOVE WS-FIND-PLAN TO HC-PLAN-ID (WS-PLAN-SUB).
           MOVE ZERO TO HC-MEMBERS (WS-PLAN-SUB)
                        HC-PLAN-PAID (WS-PLAN-SUB)
                        HC-TOP-COUNT (WS-PLAN-SUB).
           PERFORM 210-GET-PLAN-TERMS THRU 210-EXIT.
           SET WS-PLAN-FOUND TO TRUE.
           SET WS-PLAN-ADDED TO TRUE.
       200-EXIT.
           EXIT.

       210-GET-PLAN-TERMS.
      *** THE SPONSOR GROUP, STOP-LOSS THRESHOLD AND LIFETIME LIMIT
      *** FROM THE HEALTH_PLAN ROW.  A PLAN NO LONGER ON THE TABLE
      *** REPORTS UNDER A BLANK GROUP WITH NO LIMITS.
           MOVE "210-GET-PLAN-TERMS" TO PARA-NAME.
           MOVE WS-FIND-PLAN TO PLAN-ID IN DCLHEALTH-PLAN.
           EXEC SQL
           SELECT
             GROUP_ID,
             COVERAGE_LIMITS,
             STOP_LOSS_THRESHOLD
           INTO
             :GROUP-ID,
             :COVERAGE-LIMITS,
             :STOP-LOSS-THRESHOLD
              FROM DDS0001.HEALTH_PLAN
              WHERE PLAN_ID = :PLAN-ID
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = -811
               MOVE SPACES TO GROUP-ID
               MOVE ZERO TO COVERAGE-LIMITS STOP-LOSS-THRESHOLD.
           MOVE GROUP-ID TO HC-GROUP-ID (WS-PLAN-SUB).
           MOVE STOP-LOSS-THRESHOLD TO HC-THRESHOLD (WS-PLAN-SUB).
           MOVE COVERAGE-LIMITS TO HC-LIFETIME-LIMIT (WS-PLAN-SUB).
       210-EXIT.
           EXIT.

       220-RANK-CLAIMANT.
      **** THE PLAN'S CLAIMANTS ARE HELD HIGHEST PAID FIRST.  A NEW
      **** CLAIMANT TAKES THE NEXT FREE SLOT, OR THE LAST SLOT WHEN IT
      **** OUTRANKS THE CLAIMANT THERE, AND MOVES UP PAST EVERY
      **** CLAIMANT IT OUTRANKS.
           MOVE "220-RANK-CLAIMANT" TO PARA-NAME.
           IF HC-TOP-COUNT (WS-PLAN-SUB) < WS-TOP-N
               ADD 1 TO HC-TOP-COUNT (WS-PLAN-SUB)
               MOVE HC-TOP-COUNT (WS-PLAN-SUB) TO WS-SLOT
           ELSE
               IF WS-YTD-PAID NOT > HT-YTD-PAID (WS-PLAN-SUB, WS-TOP-N)
                   GO TO 220-EXIT
               END-IF
               MOVE WS-TOP-N TO WS-SLOT
           END-IF.

           MOVE "N" TO WS-RANK-DONE-SW.
           PERFORM 230-MOVE-UP-ONE THRU 230-EXIT
               UNTIL WS-RANK-DONE.

           MOVE PB-PATIENT-ID TO HT-PATIENT-ID (WS-PLAN-SUB, WS-SLOT).
           MOVE WS-YTD-PAID TO HT-YTD-PAID (WS-PLAN-SUB, WS-SLOT).
           MOVE WS-LIFETIME-PAID
               TO HT-LIFETIME-PAID (WS-PLAN-SUB, WS-SLOT).
       220-EXIT.
           EXIT.

       230-MOVE-UP-ONE.
           MOVE "230-MOVE-UP-ONE" TO PARA-NAME.
           IF WS-SLOT = 1
               SET WS-RANK-DONE TO TRUE
               GO TO 230-EXIT.
           COMPUTE WS-PREV-SLOT = WS-SLOT - 1.
           IF HT-YTD-PAID (WS-PLAN-SUB, WS-PREV-SLOT) NOT < WS-YTD-PAID
               SET WS-RANK-DONE TO TRUE
               GO TO 230-EXIT.
           MOVE HC-TOP-ENTRY (WS-PLAN-SUB, WS-PREV-SLOT)
               TO HC-TOP-ENTRY (WS-PLAN-SUB, WS-SLOT).
           MOVE WS-PREV-SLOT TO WS-SLOT.
       230-EXIT.
           EXIT.

       300-SELECT-LINES.
      **** A MARKER FOR EVERY PLAN RANKED SO FAR, THEN EVERY LAB AND
      **** EQUIPMENT LINE ON A STAY DISCHARGED IN THE PLAN YEAR BY THE
      **** QUARTER END (OR STILL IN HOUSE) - THE SAME STAYS MSTRCALC
      **** ADDED TO THE PLAN-YEAR PAID.
           MOVE "300-SELECT-LINES" TO PARA-NAME.
           PERFORM 310-RELEASE-PLAN-MARKER THRU 310-EXIT
               VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-COUNT.

           MOVE "000000" TO PATIENT-KEY.
           START PATMSTR KEY > PATIENT-KEY
               INVALID KEY SET END-OF-PATMSTR TO TRUE
           END-START.
           IF NOT END-OF-PATMSTR
               READ PATMSTR INTO PATIENT-MASTER-REC
                   AT END SET END-OF-PATMSTR TO TRUE
               END-READ
           END-IF.
           PERFORM 350-SELECT-ONE-PATIENT THRU 350-EXIT
               UNTIL END-OF-PATMSTR.
       300-EXIT.
           EXIT.

       310-RELEASE-PLAN-MARKER.
           MOVE "310-RELEASE-PLAN-MARKER" TO PARA-NAME.
           MOVE SPACES TO UTIL-SORT-REC.
           MOVE HC-GROUP-ID (WS-PLAN-SUB) TO US-GROUP-ID.
           MOVE HC-PLAN-ID (WS-PLAN-SUB) TO US-PLAN-ID.
           SET US-PLAN-MARKER TO TRUE.
           MOVE WS-PLAN-SUB TO US-PLAN-SUB.
           MOVE ZERO TO US-CHARGE.
           RELEASE UTIL-SORT-REC.
       310-EXIT.
           EXIT.

       350-SELECT-ONE-PATIENT.
           MOVE "350-SELECT-ONE-PATIENT" TO PARA-NAME.
           IF DATE-DISCHARGE IN PATIENT-MASTER-REC NUMERIC
                   AND DATE-DISCHARGE IN PATIENT-MASTER-REC
                       NOT = "00000000"
               MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                   TO WS-SERVICE-DATE
               IF DATE-DISCHARGE IN PATIENT-MASTER-REC (1:4)
                       NOT = WS-PLAN-YEAR
                       OR WS-SERVICE-DATE > WS-QTR-END-DATE
                   GO TO 350-READ-NEXT
               END-IF
           ELSE
               MOVE WS-QTR-END-DATE TO WS-SERVICE-DATE
           END-IF.

           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO PATIENT-INS-KEY.
           READ PATINS INTO PATIENT-INSURANCE.
           IF NOT PATINS-FOUND
               GO TO 350-READ-NEXT.
           MOVE INS-IDENT-NBR IN INS-COMPANY-PRIMARY (1:10)
               TO WS-FIND-PLAN.
           PERFORM 200-FIND-PLAN THRU 200-EXIT.
           IF NOT WS-PLAN-FOUND
               GO TO 350-READ-NEXT.
           IF WS-PLAN-ADDED
               PERFORM 310-RELEASE-PLAN-MARKER THRU 310-EXIT.

           PERFORM 360-RELEASE-LAB-LINE THRU 360-EXIT
               VARYING ROW-SUB FROM 1 BY 1 UNTIL
               ROW-SUB > WS-MAX-LINE-ITEMS OR
               LAB-TEST-S-ID (ROW-SUB) = " ".
           PERFORM 370-RELEASE-EQUIP-LINE THRU 370-EXIT
               VARYING ROW-SUB FROM 1 BY 1 UNTIL
               ROW-SUB > WS-MAX-LINE-ITEMS OR
               EQUIPMENT-S-ID (ROW-SUB) = " ".

       350-READ-NEXT.
           READ PATMSTR INTO PATIENT-MASTER-REC
               AT END SET END-OF-PATMSTR TO TRUE.
       350-EXIT.
           EXIT.

       360-RELEASE-LAB-LINE.
           MOVE "360-RELEASE-LAB-LINE" TO PARA-NAME.
           MOVE PRESCRIBING-S-PHYS-ID (ROW-SUB) TO WS-LINE-PHYS-ID.
           PERFORM 400-GET-LINE-NETWORK THRU 400-EXIT.
           MOVE SPACES TO UTIL-SORT-REC.
           MOVE HC-GROUP-ID (WS-PLAN-SUB) TO US-GROUP-ID.
           MOVE HC-PLAN-ID (WS-PLAN-SUB) TO US-PLAN-ID.
           SET US-SERVICE-LINE TO TRUE.
           SET US-LAB-LINE TO TRUE.
           MOVE LAB-TEST-S-ID (ROW-SUB) TO US-SERVICE-ID.
           MOVE WS-LINE-NETWORK TO US-NETWORK-IND.
           MOVE WS-PLAN-SUB TO US-PLAN-SUB.
           MOVE TEST-CHARGES (ROW-SUB) TO US-CHARGE.
           RELEASE UTIL-SORT-REC.
           ADD 1 TO WS-LINES-RELEASED.
       360-EXIT.
           EXIT.

       370-RELEASE-EQUIP-LINE.
           MOVE "370-RELEASE-EQUIP-LINE" TO PARA-NAME.
           MOVE EQUIPMENT-PRES-PHYS-ID (ROW-SUB) TO WS-LINE-PHYS-ID.
           PERFORM 400-GET-LINE-NETWORK THRU 400-EXIT.
           MOVE SPACES TO UTIL-SORT-REC.
           MOVE HC-GROUP-ID (WS-PLAN-SUB) TO US-GROUP-ID.
           MOVE HC-PLAN-ID (WS-PLAN-SUB) TO US-PLAN-ID.
           SET US-SERVICE-LINE TO TRUE.
           SET US-EQUIPMENT-LINE TO TRUE.
           MOVE EQUIPMENT-S-ID (ROW-SUB) TO US-SERVICE-ID.
           MOVE WS-LINE-NETWORK TO US-NETWORK-IND.
           MOVE WS-PLAN-SUB TO US-PLAN-SUB.
           MOVE EQUIPMENT-CHARGES (ROW-SUB) TO US-CHARGE.
           RELEASE UTIL-SORT-REC.
           ADD 1 TO WS-LINES-RELEASED.
       370-EXIT.
           EXIT.

       400-GET-LINE-NETWORK.
      *** THE LINE'S PRESCRIBING PROVIDER IS IN NETWORK ON THE SERVICE
      *** DATE THE WAY MSTRCALC'S 2800 PARAGRAPH DECIDES IT - THE
      *** PRVCRED TIER ROW IN FORCE REPLACES THE PROVIDER TABLE'S
      *** UNDATED FLAG, AND A LAPSED LICENSE OR A DATE OUTSIDE THE
      *** CONTRACT IS OUT OF NETWORK.  NO PROVIDER IS OUT OF NETWORK.
           MOVE "400-GET-LINE-NETWORK" TO PARA-NAME.
           MOVE "O" TO WS-LINE-NETWORK.
           IF WS-LINE-PHYS-ID = SPACES
               GO TO 400-EXIT.
           PERFORM 410-GET-PROVIDER-FLAG THRU 410-EXIT.
           IF NOT WS-CRED-FILE-OPEN
               GO TO 400-SET-NETWORK.

           MOVE WS-LINE-PHYS-ID TO PV-PROVIDER-ID.
           MOVE ZERO TO PV-EFF-DATE.
           READ PROVIDER-CRED-FILE.
           IF NOT PV-FOUND
               GO TO 400-SET-NETWORK.
           IF (PV-LICENSE-EXP-DATE NOT = ZERO
                   AND PV-LICENSE-EXP-DATE < WS-SERVICE-DATE)
                   OR PV-CONTRACT-EFF-DATE > WS-SERVICE-DATE
                   OR (PV-CONTRACT-END-DATE NOT = ZERO
                       AND PV-CONTRACT-END-DATE < WS-SERVICE-DATE)
               MOVE "N" TO WS-PROV-NETWORK-FLAG
               GO TO 400-SET-NETWORK.

           MOVE "N" TO WS-CRED-DONE-SW.
           START PROVIDER-CRED-FILE KEY > PV-KEY
               INVALID KEY MOVE "Y" TO WS-CRED-DONE-SW
           END-START.
           PERFORM UNTIL WS-CRED-DONE
               READ PROVIDER-CRED-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CRED-DONE-SW
                   NOT AT END
                       IF PV-PROVIDER-ID NOT = WS-LINE-PHYS-ID
                           OR PV-EFF-DATE > WS-SERVICE-DATE
                           MOVE "Y" TO WS-CRED-DONE-SW
                       ELSE
                           MOVE PV-NETWORK-FLAG
                               TO WS-PROV-NETWORK-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       400-SET-NETWORK.
           IF WS-PROV-NETWORK-FLAG = "Y"
               MOVE "I" TO WS-LINE-NETWORK.
       400-EXIT.
           EXIT.

       410-GET-PROVIDER-FLAG.
      *** THE PROVIDER TABLE'S NETWORK FLAG, READ ONCE PER PROVIDER.
           MOVE "410-GET-PROVIDER-FLAG" TO PARA-NAME.
           MOVE "N" TO WS-PROV-FOUND-SW.
           PERFORM VARYING WS-PROV-SUB FROM 1 BY 1
                   UNTIL WS-PROV-SUB > WS-PROV-COUNT
                      OR WS-PROV-FOUND
               IF PC-PROVIDER-ID (WS-PROV-SUB) = WS-LINE-PHYS-ID
                   SET WS-PROV-FOUND TO TRUE
                   MOVE PC-NETWORK-FLAG (WS-PROV-SUB)
                       TO WS-PROV-NETWORK-FLAG
               END-IF
           END-PERFORM.
           IF WS-PROV-FOUND
               GO TO 410-EXIT.

           MOVE WS-LINE-PHYS-ID TO PROVIDER-ID IN DCLPROVIDER.
           EXEC SQL
           SELECT
             PROVIDER_ID,
             NETWORK_FLAG
           INTO
             :PROVIDER-ID,
             :NETWORK-FLAG
              FROM DDS0001.PROVIDER
              WHERE PROVIDER_ID = :PROVIDER-ID
           END-EXEC.
           IF SQLCODE = -811 OR 0
               MOVE NETWORK-FLAG TO WS-PROV-NETWORK-FLAG
           ELSE
               MOVE "N" TO WS-PROV-NETWORK-FLAG.
           IF WS-PROV-COUNT < 500
               ADD 1 TO WS-PROV-COUNT
               MOVE WS-LINE-PHYS-ID TO PC-PROVIDER-ID (WS-PROV-COUNT)
               MOVE WS-PROV-NETWORK-FLAG
                   TO PC-NETWORK-FLAG (WS-PROV-COUNT).
       410-EXIT.
           EXIT.

       500-PRINT-PLANS.
      **** ONE SECTION PER PLAN, IN GROUP AND PLAN ORDER.
           MOVE "500-PRINT-PLANS" TO PARA-NAME.
           RETURN UTIL-SORT-FILE
               AT END SET WS-SORT-DONE TO TRUE
           END-RETURN.
           PERFORM 510-PRINT-ONE-PLAN THRU 510-EXIT
               UNTIL WS-SORT-DONE.
       500-EXIT.
           EXIT.

       510-PRINT-ONE-PLAN.
      **** THE PLAN'S MARKER SORTS AHEAD OF ITS LINES.  THE HEADINGS
      **** AND CLAIMANTS PRINT FROM THE PLAN TABLE, THEN THE LINES
      **** ARE TOTALED BY LINE TYPE AND SERVICE.
           MOVE "510-PRINT-ONE-PLAN" TO PARA-NAME.
           MOVE US-PLAN-SUB TO WS-PLAN-SUB.
           MOVE US-PLAN-ID TO WS-CUR-PLAN.
           IF US-PLAN-MARKER
               RETURN UTIL-SORT-FILE
                   AT END SET WS-SORT-DONE TO TRUE
               END-RETURN
           END-IF.
           ADD 1 TO WS-PLANS-REPORTED.

           MOVE WS-QTR-END-DATE TO HD1-QTR-END-DATE.
           MOVE WS-QUARTER TO HD1-QUARTER.
           MOVE "INTERNAL COPY" TO HD1-COPY.
           WRITE INTERNAL-REPORT-REC FROM WS-HEADING-LINE-1.
           MOVE "SPONSOR COPY" TO HD1-COPY.
           WRITE SPONSOR-REPORT-REC FROM WS-HEADING-LINE-1.
           MOVE HC-GROUP-ID (WS-PLAN-SUB) TO HD2-GROUP-ID.
           MOVE HC-PLAN-ID (WS-PLAN-SUB) TO HD2-PLAN-ID.
           MOVE WS-PLAN-YEAR TO HD2-PLAN-YEAR.
           MOVE WS-HEADING-LINE-2 TO WS-OUT-LINE.
           PERFORM 600-WRITE-BOTH THRU 600-EXIT.
           MOVE HC-MEMBERS (WS-PLAN-SUB) TO SUM-MEMBERS.
           MOVE HC-PLAN-PAID (WS-PLAN-SUB) TO SUM-PLAN-PAID.
           MOVE HC-THRESHOLD (WS-PLAN-SUB) TO SUM-THRESHOLD.
           MOVE HC-LIFETIME-LIMIT (WS-PLAN-SUB) TO SUM-LIFETIME-LIMIT.
           MOVE WS-PLAN-SUMMARY-LINE TO WS-OUT-LINE.
           PERFORM 600-WRITE-BOTH THRU 600-EXIT.

           MOVE WS-BLANK-LINE TO WS-OUT-LINE.
           PERFORM 600-WRITE-BOTH THRU 600-EXIT.
           MOVE WS-CLAIMANT-TITLE-LINE TO WS-OUT-LINE.
           PERFORM 600-WRITE-BOTH THRU 600-EXIT.
           IF HC-TOP-COUNT (WS-PLAN-SUB) = ZERO
               MOVE WS-NO-CLAIMANTS-LINE TO WS-OUT-LINE
               PERFORM 600-WRITE-BOTH THRU 600-EXIT
           ELSE
               MOVE WS-CLAIMANT-COLUMN-LINE TO WS-OUT-LINE
               PERFORM 600-WRITE-BOTH THRU 600-EXIT
               PERFORM 520-PRINT-ONE-CLAIMANT THRU 520-EXIT
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > HC-TOP-COUNT (WS-PLAN-SUB)
           END-IF.

           MOVE WS-BLANK-LINE TO WS-OUT-LINE.
           PERFORM 600-WRITE-BOTH THRU 600-EXIT.
           MOVE WS-UTIL-TITLE-LINE TO WS-OUT-LINE.
           PERFORM 600-WRITE-BOTH THRU 600-EXIT.
           MOVE ZERO TO WS-PLAN-LINES WS-PLAN-IN-AMT WS-PLAN-OUT-AMT.
           IF WS-SORT-DONE OR US-PLAN-ID NOT = WS-CUR-PLAN
               MOVE WS-NO-LINES-LINE TO WS-OUT-LINE
               PERFORM 600-WRITE-BOTH THRU 600-EXIT
           ELSE
               MOVE WS-UTIL-COLUMN-LINE TO WS-OUT-LINE
               PERFORM 600-WRITE-BOTH THRU 600-EXIT
               PERFORM 530-PRINT-ONE-TYPE THRU 530-EXIT
                   UNTIL WS-SORT-DONE
                      OR US-PLAN-ID NOT = WS-CUR-PLAN
           END-IF.

           MOVE WS-PLAN-IN-AMT TO NET-IN-AMT.
           MOVE WS-PLAN-OUT-AMT TO NET-OUT-AMT.
           MOVE ZERO TO WS-PCT.
           IF WS-PLAN-IN-AMT + WS-PLAN-OUT-AMT > ZERO
               COMPUTE WS-PCT ROUNDED = WS-PLAN-IN-AMT * 100
                   / (WS-PLAN-IN-AMT + WS-PLAN-OUT-AMT).
           MOVE WS-PCT TO NET-IN-PCT.
           MOVE WS-NETWORK-LINE TO WS-OUT-LINE.
           PERFORM 600-WRITE-BOTH THRU 600-EXIT.
           MOVE WS-BLANK-LINE TO WS-OUT-LINE.
           PERFORM 600-WRITE-BOTH THRU 600-EXIT.
       510-EXIT.
           EXIT.

       520-PRINT-ONE-CLAIMANT.
      **** THE INTERNAL COPY NAMES THE CLAIMANT.  THE SPONSOR COPY
      **** SHOWS ONLY THE RANK AND THE FIGURES - THE PATIENT ID IS
      **** BLANKED OUT AND THE NAME CUT TO ITS INITIALS.
           MOVE "520-PRINT-ONE-CLAIMANT" TO PARA-NAME.
           MOVE WS-SLOT TO CLM-RANK.
           MOVE HT-YTD-PAID (WS-PLAN-SUB, WS-SLOT) TO CLM-YTD-PAID.
           MOVE HT-LIFETIME-PAID (WS-PLAN-SUB, WS-SLOT)
               TO CLM-LIFETIME-PAID.
           MOVE ZERO TO WS-PCT.
           IF HC-THRESHOLD (WS-PLAN-SUB) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   HT-YTD-PAID (WS-PLAN-SUB, WS-SLOT) * 100
                       / HC-THRESHOLD (WS-PLAN-SUB)
                   ON SIZE ERROR MOVE 9999.9 TO WS-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-PCT TO CLM-PCT-THRESHOLD.
           MOVE ZERO TO WS-PCT.
           IF HC-LIFETIME-LIMIT (WS-PLAN-SUB) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   HT-LIFETIME-PAID (WS-PLAN-SUB, WS-SLOT) * 100
                       / HC-LIFETIME-LIMIT (WS-PLAN-SUB)
                   ON SIZE ERROR MOVE 9999.9 TO WS-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-PCT TO CLM-PCT-LIFETIME.

           MOVE HT-PATIENT-ID (WS-PLAN-SUB, WS-SLOT)
               TO PRSN-KEY IN PRSNMSTR-REC.
           READ PRSNMSTR INTO PATIENT-PERSONAL-MASTER-REC.
           IF NOT PRSN-FOUND
               MOVE SPACES TO PATIENT-NAME
               MOVE "NOT ON PRSNMSTR" TO LAST-NAME.
           MOVE HT-PATIENT-ID (WS-PLAN-SUB, WS-SLOT) TO CLM-PATIENT-ID.
           MOVE FIRST-NAME TO CLM-FIRST-NAME.
           MOVE LAST-NAME TO CLM-LAST-NAME.
           WRITE INTERNAL-REPORT-REC FROM WS-CLAIMANT-LINE.

           MOVE ALL "*" TO CLM-PATIENT-ID.
           MOVE ALL "*" TO CLM-FIRST-NAME.
           MOVE ALL "*" TO CLM-LAST-NAME.
           IF PRSN-FOUND
               MOVE FIRST-NAME (1:1) TO CLM-FIRST-NAME (1:1)
               MOVE LAST-NAME (1:1) TO CLM-LAST-NAME (1:1)
           END-IF.
           WRITE SPONSOR-REPORT-REC FROM WS-CLAIMANT-LINE.
           ADD 1 TO WS-CLAIMANTS-LISTED.
       520-EXIT.
           EXIT.

       530-PRINT-ONE-TYPE.
      **** ALL THE PLAN'S LINES OF ONE TYPE, SERVICE BY SERVICE, WITH
      **** A TOTAL FOR THE TYPE - THE LAB AGAINST EQUIPMENT SPLIT.
           MOVE "530-PRINT-ONE-TYPE" TO PARA-NAME.
           MOVE US-LINE-TYPE TO WS-CUR-LINE-TYPE.
           MOVE ZERO TO WS-TYPE-COUNT WS-TYPE-AMT WS-TYPE-IN-AMT
                        WS-TYPE-OUT-AMT.
           PERFORM 540-PRINT-ONE-SERVICE THRU 540-EXIT
               UNTIL WS-SORT-DONE
                  OR US-PLAN-ID NOT = WS-CUR-PLAN
                  OR US-LINE-TYPE NOT = WS-CUR-LINE-TYPE.

           PERFORM 560-SET-LINE-TYPE THRU 560-EXIT.
           MOVE "*TOTAL*" TO UTL-SERVICE-ID.
           MOVE WS-TYPE-COUNT TO UTL-COUNT.
           MOVE WS-TYPE-AMT TO UTL-AMT.
           MOVE WS-TYPE-IN-AMT TO UTL-IN-AMT.
           MOVE WS-TYPE-OUT-AMT TO UTL-OUT-AMT.
           MOVE WS-UTIL-LINE TO WS-OUT-LINE.
           PERFORM 600-WRITE-BOTH THRU 600-EXIT.
           MOVE WS-BLANK-LINE TO WS-OUT-LINE.
           PERFORM 600-WRITE-BOTH THRU 600-EXIT.
           ADD WS-TYPE-COUNT TO WS-PLAN-LINES.
           ADD WS-TYPE-IN-AMT TO WS-PLAN-IN-AMT.
           ADD WS-TYPE-OUT-AMT TO WS-PLAN-OUT-AMT.
       530-EXIT.
           EXIT.

       540-PRINT-ONE-SERVICE.
           MOVE "540-PRINT-ONE-SERVICE" TO PARA-NAME.
           MOVE US-SERVICE-ID TO WS-CUR-SERVICE.
           MOVE ZERO TO WS-SVC-COUNT WS-SVC-AMT WS-SVC-IN-AMT
                        WS-SVC-OUT-AMT.
           PERFORM 550-ADD-ONE-LINE THRU 550-EXIT
               UNTIL WS-SORT-DONE
                  OR US-PLAN-ID NOT = WS-CUR-PLAN
                  OR US-LINE-TYPE NOT = WS-CUR-LINE-TYPE
                  OR US-SERVICE-ID NOT = WS-CUR-SERVICE.

           PERFORM 560-SET-LINE-TYPE THRU 560-EXIT.
           MOVE WS-CUR-SERVICE TO UTL-SERVICE-ID.
           MOVE WS-SVC-COUNT TO UTL-COUNT.
           MOVE WS-SVC-AMT TO UTL-AMT.
           MOVE WS-SVC-IN-AMT TO UTL-IN-AMT.
           MOVE WS-SVC-OUT-AMT TO UTL-OUT-AMT.
           MOVE WS-UTIL-LINE TO WS-OUT-LINE.
           PERFORM 600-WRITE-BOTH THRU 600-EXIT.
           ADD WS-SVC-COUNT TO WS-TYPE-COUNT.
           ADD WS-SVC-AMT TO WS-TYPE-AMT.
           ADD WS-SVC-IN-AMT TO WS-TYPE-IN-AMT.
           ADD WS-SVC-OUT-AMT TO WS-TYPE-OUT-AMT.
       540-EXIT.
           EXIT.

       550-ADD-ONE-LINE.
           MOVE "550-ADD-ONE-LINE" TO PARA-NAME.
           ADD 1 TO WS-SVC-COUNT.
           ADD US-CHARGE TO WS-SVC-AMT.
           IF US-IN-NETWORK
               ADD US-CHARGE TO WS-SVC-IN-AMT
           ELSE
               ADD US-CHARGE TO WS-SVC-OUT-AMT.
           RETURN UTIL-SORT-FILE
               AT END SET WS-SORT-DONE TO TRUE
           END-RETURN.
       550-EXIT.
           EXIT.

       560-SET-LINE-TYPE.
           MOVE "560-SET-LINE-TYPE" TO PARA-NAME.
           IF WS-CUR-LINE-TYPE = "L"
               MOVE "LAB" TO UTL-LINE-TYPE
           ELSE
               MOVE "EQUIP" TO UTL-LINE-TYPE.
       560-EXIT.
           EXIT.

       600-WRITE-BOTH.
      **** EVERYTHING BUT THE CLAIMANT LINES IS THE SAME ON BOTH.
           MOVE "600-WRITE-BOTH" TO PARA-NAME.
           WRITE INTERNAL-REPORT-REC FROM WS-OUT-LINE.
           WRITE SPONSOR-REPORT-REC FROM WS-OUT-LINE.
       600-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN INPUT PATIENT-ACCUM-FILE.
           OPEN INPUT PATMSTR.
           OPEN INPUT PATINS.
           OPEN INPUT PRSNMSTR.
           OPEN INPUT PROVIDER-CRED-FILE.
           IF PV-STATUS = "00"
               MOVE "Y" TO WS-CRED-OPEN-SW.
           OPEN OUTPUT INTERNAL-REPORT.
           OPEN OUTPUT SPONSOR-REPORT.
           DISPLAY "HCCRPT OPEN FILES".
           DISPLAY PB-STATUS.
           DISPLAY PATMSTR-STATUS.
           DISPLAY PATINS-STATUS.
           DISPLAY PRSN-STATUS.
           DISPLAY PV-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, PATIENT-ACCUM-FILE, PATMSTR, PATINS,
                 PRSNMSTR, INTERNAL-REPORT, SPONSOR-REPORT.
           IF WS-CRED-FILE-OPEN
               CLOSE PROVIDER-CRED-FILE
               MOVE "N" TO WS-CRED-OPEN-SW.
           DISPLAY "HCCRPT FILES CLOSED".
       900-EXIT.
           EXIT.
