      *                IS MET, AND PATIENT RESPONSIBILITY STOPS AT
      *                THE PLAN'S OOP-MAX, INSTEAD OF EVERY ADMISSION
      *                COSTING LIKE THE FIRST.
      * 2026  D.ELLIS  APPEAL OVERRIDES - A DENIAL OVERTURNED ON
      *                APPEAL (APPEALS FILE, PATIENT/SERVICE/LINE)
      *                NO LONGER DENIES: AN OVERTURNED EXCLUSION OR
      *                PRIOR-AUTHORIZATION APPEAL LETS THE LINE PRICE,
      *                AND AN OVERTURNED COVERAGE APPEAL LETS THE
      *                STAY PRICE, ON EVERY COSTING FROM THEN ON.  AN
      *                UNOPENABLE APPEALS FILE OVERRIDES NOTHING.
      * 2026  D.ELLIS  PROVIDER CREDENTIALING - EVERY PROVIDER LOOKUP
      *                NOW TAKES THE NETWORK FLAG AND TIER FROM THE
      *                PRVCRED TIER ROW IN FORCE ON THE DISCHARGE
      *                DATE (SO A TIER CHANGE NO LONGER REACHES BACK
      *                TO OLD STAYS ON A RECOST), PRICES OUT OF
      *                NETWORK OUTSIDE THE CONTRACT DATES, AND PENDS
      *                LAB AND EQUIPMENT LINES FROM A PROVIDER WHOSE
      *                LICENSE HAD EXPIRED TO PENDRPT.  A PROVIDER
      *                NOT YET ON PRVCRED PRICES AS BEFORE.
      * 2026  D.ELLIS  WHAT THE PLAN PAYS IS ALSO ADDED TO THE NEW
      *                PLAN-YEAR PAID AMOUNT ON PATACCUM, WHICH HCCRPT
      *                RANKS HIGH-COST CLAIMANTS BY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ELIGRPT-STATUS.

           SELECT APPEAL-FILE
                  ASSIGN       to APPEALS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is AG-KEY
                  FILE STATUS  is AG-STATUS-CD.

           SELECT PROVIDER-CRED-FILE
                  ASSIGN       to PRVCRED
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is PV-KEY
                  FILE STATUS  is PV-STATUS.

       DATA DIVISION.
       FILE SECTION.

           DATA RECORD IS ELIGRPT-REC.
       01  ELIGRPT-REC  PIC X(133).

       FD  APPEAL-FILE
           DATA RECORD IS APPEAL-REC.
       COPY APPEALS.

       FD  PROVIDER-CRED-FILE
           DATA RECORD IS PROVIDER-CRED-REC.
       COPY PRVCRED.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PATINS-STATUS          PIC X(2).
           05  EL-STATUS              PIC X(2).
               88 EL-FOUND        VALUE "00".
           05  ELIGRPT-STATUS         PIC X(2).
           05  AG-STATUS-CD           PIC X(2).
               88 AG-FOUND        VALUE "00".
           05  PV-STATUS              PIC X(2).
               88 PV-FOUND        VALUE "00".

       01  MISC-FIELDS.
           05 TEMP-COST                   PIC S9(9)V99 COMP-3.
              88 WS-SERVICE-EXCLUDED VALUE "Y".
           05 WS-DENIED-COUNT             PIC 9(5) VALUE ZERO.

      *    APPEAL-OVERRIDE WORK FIELDS - THE LINE BEING CHECKED.
       01  APPEAL-FIELDS.
           05 WS-APPEAL-OPEN-SW            PIC X(1) VALUE "N".
              88 WS-APPEAL-FILE-OPEN VALUE "Y".
           05 WS-APPEAL-HIT-SW             PIC X(1) VALUE "N".
              88 WS-DENIAL-OVERTURNED VALUE "Y".
           05 WS-APPEAL-LINE-TYPE          PIC X(1).
           05 WS-APPEAL-LINE-NO            PIC 9(2).

      *    PROVIDER-CREDENTIAL WORK FIELDS - THE PROVIDER LOOKED UP.
       01  CRED-FIELDS.
           05 WS-CRED-OPEN-SW              PIC X(1) VALUE "N".
              88 WS-CRED-FILE-OPEN VALUE "Y".
           05 WS-CRED-LAPSED-SW            PIC X(1) VALUE "N".
              88 WS-CRED-LAPSED VALUE "Y".
           05 WS-CRED-DONE-SW              PIC X(1) VALUE "N".
              88 WS-CRED-DONE VALUE "Y".
           05 WS-CRED-DATE                 PIC 9(8).
           05 WS-CRED-PROVIDER-ID          PIC X(8).

       01  WS-DENYRPT-LINE.
           05  FILLER                  PIC X(09) VALUE "PATIENT: ".
           05  DENY-PATIENT-O          PIC X(08).
           05  PEND-SERVICE-O          PIC X(08).
           05  FILLER                  PIC X(09) VALUE " CHARGE: ".
           05  PEND-CHARGE-O           PIC $$$,$$9.99.
           05  PEND-REASON-O           PIC X(42).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  COB-FIELDS.
           OPEN INPUT ELIG-MASTER.
           IF EL-STATUS = "00"
               MOVE "Y" TO WS-ELIG-OPEN-SW.
           OPEN INPUT APPEAL-FILE.
           IF AG-STATUS-CD = "00"
               MOVE "Y" TO WS-APPEAL-OPEN-SW.
           OPEN INPUT PROVIDER-CRED-FILE.
           IF PV-STATUS = "00"
               MOVE "Y" TO WS-CRED-OPEN-SW.
           OPEN OUTPUT PLNRPT.
           OPEN OUTPUT PENDRPT.
           OPEN OUTPUT DENYRPT.
                 PATIENT-ACCUM-FILE, AUTH-FILE, EXCLUSION-FILE,
                 FEE-SCHEDULE-FILE, ELIG-MASTER,
                 PLNRPT, PENDRPT, DENYRPT, ELIGRPT.
           IF WS-APPEAL-FILE-OPEN
               CLOSE APPEAL-FILE
               MOVE "N" TO WS-APPEAL-OPEN-SW
           END-IF.
           IF WS-CRED-FILE-OPEN
               CLOSE PROVIDER-CRED-FILE
               MOVE "N" TO WS-CRED-OPEN-SW
           END-IF.
           DISPLAY "MSTRCALC FILES CLOSED".
       900-EXIT.
           EXIT.
               END-IF
           END-IF.

      *** A COVERAGE DENIAL OVERTURNED ON APPEAL PRICES THE STAY.
           IF NOT WS-COVERED
               MOVE SPACES TO WS-AUTH-SERVICE-ID
               MOVE "C" TO WS-APPEAL-LINE-TYPE
               MOVE ZERO TO WS-APPEAL-LINE-NO
               PERFORM 2550-CHECK-APPEAL THRU 2550-EXIT
               IF WS-DENIAL-OVERTURNED
                   MOVE "Y" TO WS-COVERED-SW
               END-IF
           END-IF.

           IF NOT WS-COVERED
               MOVE PATIENT-ID IN PATIENT-MASTER-REC
                   TO ELG-PATIENT-O

           IF SQLCODE = -811 OR 0
               MOVE 'Y' TO PROVIDER-FOUND-SW
               PERFORM 2800-APPLY-CREDENTIALS THRU 2800-EXIT
           ELSE
           IF SQLCODE = +100 OR SQLCODE < 0
               MOVE "** PRIMARY PHYSICIAN NOT-FOUND IN PROVIDER" TO

           IF SQLCODE = -811 OR 0
               MOVE "Y" TO PHYS-FOUND-SW
               PERFORM 2800-APPLY-CREDENTIALS THRU 2800-EXIT
           ELSE
           IF SQLCODE = +100 OR SQLCODE < 0
               MOVE "*** LAB PHYSICIAN NOT-FOUND IN PROVIDER" TO

           IF SQLCODE = -811 OR 0
               MOVE "Y" TO PHYS-FOUND-SW
               PERFORM 2800-APPLY-CREDENTIALS THRU 2800-EXIT
           ELSE
           IF SQLCODE = +100 OR SQLCODE < 0
               MOVE "*** EQUIP PHYSICIAN NOT-FOUND IN PROVIDER" TO
           MOVE PLAN-ID IN DCLHEALTH-PLAN TO EX-PLAN-ID.
           MOVE WS-AUTH-SERVICE-ID TO EX-SERVICE-ID.
           READ EXCLUSION-FILE.
           IF EX-FOUND
               PERFORM 2550-CHECK-APPEAL THRU 2550-EXIT
               IF WS-DENIAL-OVERTURNED
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           IF EX-FOUND
               MOVE "Y" TO WS-EXCL-HIT-SW
               ADD 1 TO WS-DENIED-COUNT
       2500-EXIT.
           EXIT.

       2550-CHECK-APPEAL.
      *** HAS THIS DENIAL BEEN OVERTURNED ON APPEAL?  THE CALLER SETS
      *** THE SERVICE, LINE TYPE AND LINE NUMBER BEING DENIED.
           MOVE "2550-CHECK-APPEAL" TO PARA-NAME.
           MOVE "N" TO WS-APPEAL-HIT-SW.
           IF NOT WS-APPEAL-FILE-OPEN
               GO TO 2550-EXIT.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO AG-PATIENT-ID.
           MOVE WS-AUTH-SERVICE-ID TO AG-SERVICE-ID.
           MOVE WS-APPEAL-LINE-TYPE TO AG-LINE-TYPE.
           MOVE WS-APPEAL-LINE-NO TO AG-LINE-NO.
           READ APPEAL-FILE.
           IF AG-FOUND AND AG-OVERTURNED
               MOVE "Y" TO WS-APPEAL-HIT-SW.
       2550-EXIT.
           EXIT.

       2600-CHECK-PRIOR-AUTH.
      *** WHEN THE PLAN REQUIRES PRIOR AUTHORIZATION, THE LINE ITEM
      *** PRICES ONLY IF A PRAUTH ROW EXISTS FOR THIS PATIENT AND
               END-IF
           END-IF.

           IF NOT WS-AUTH-OK
               PERFORM 2550-CHECK-APPEAL THRU 2550-EXIT
               IF WS-DENIAL-OVERTURNED
                   MOVE "Y" TO WS-AUTH-OK-SW
               END-IF
           END-IF.

           IF NOT WS-AUTH-OK
               ADD 1 TO WS-PENDED-COUNT
               MOVE PATIENT-ID IN PATIENT-MASTER-REC
                   TO PEND-PATIENT-O
               MOVE WS-AUTH-SERVICE-ID TO PEND-SERVICE-O
               MOVE WS-AUTH-CHARGE TO PEND-CHARGE-O
               MOVE " SUSPENDED - NO VALID PRIOR AUTHORIZATION"
                   TO PEND-REASON-O
               WRITE PENDRPT-REC FROM WS-PENDRPT-LINE
           END-IF.
       2600-EXIT.
           EXIT.

       2800-APPLY-CREDENTIALS.
      *** THE PROVIDER JUST SELECTED FROM DDS0001.PROVIDER, AS OF THE
      *** SERVICE DATE (DISCHARGE DATE, OR TODAY FOR A PATIENT STILL
      *** IN HOUSE).  THE PRVCRED TIER ROW IN FORCE THEN REPLACES THE
      *** TABLE'S UNDATED FLAG AND TIER - ROWS ARE WALKED IN KEY ORDER
      *** AS 6500 WALKS THE STATE FACTORS.  OUTSIDE THE CONTRACT DATES
      *** OR WITH THE LICENSE EXPIRED THE PROVIDER IS OUT OF NETWORK,
      *** AND THE LAPSED SWITCH TELLS THE LINE LOOPS TO PEND.
           MOVE "2800-APPLY-CREDENTIALS" TO PARA-NAME.
           MOVE "N" TO WS-CRED-LAPSED-SW.
           IF NOT WS-CRED-FILE-OPEN
               GO TO 2800-EXIT.

           IF DATE-DISCHARGE IN PATIENT-MASTER-REC NUMERIC
                   AND DATE-DISCHARGE IN PATIENT-MASTER-REC
                       NOT = "00000000"
               MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                   TO WS-CRED-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CRED-DATE
           END-IF.

           MOVE PROVIDER-ID IN DCLPROVIDER TO WS-CRED-PROVIDER-ID.
           MOVE WS-CRED-PROVIDER-ID TO PV-PROVIDER-ID.
           MOVE ZERO TO PV-EFF-DATE.
           READ PROVIDER-CRED-FILE.
           IF NOT PV-FOUND
               GO TO 2800-EXIT.

           IF PV-LICENSE-EXP-DATE NOT = ZERO
                   AND PV-LICENSE-EXP-DATE < WS-CRED-DATE
               MOVE "Y" TO WS-CRED-LAPSED-SW
           END-IF.
           IF WS-CRED-LAPSED
                   OR PV-CONTRACT-EFF-DATE > WS-CRED-DATE
                   OR (PV-CONTRACT-END-DATE NOT = ZERO
                       AND PV-CONTRACT-END-DATE < WS-CRED-DATE)
               MOVE "N" TO NETWORK-FLAG
               GO TO 2800-EXIT.

           MOVE "N" TO WS-CRED-DONE-SW.
           START PROVIDER-CRED-FILE KEY > PV-KEY
               INVALID KEY MOVE "Y" TO WS-CRED-DONE-SW
           END-START.
           PERFORM UNTIL WS-CRED-DONE
               READ PROVIDER-CRED-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CRED-DONE-SW
                   NOT AT END
                       IF PV-PROVIDER-ID NOT = WS-CRED-PROVIDER-ID
                           OR PV-EFF-DATE > WS-CRED-DATE
                           MOVE "Y" TO WS-CRED-DONE-SW
                       ELSE
                           MOVE PV-NETWORK-FLAG TO NETWORK-FLAG
                           MOVE PV-NETWORK-TIER TO NETWORK-TIER
                       END-IF
               END-READ
           END-PERFORM.
       2800-EXIT.
           EXIT.

       2850-PEND-LAPSED-LINE.
      *** A LINE FROM A PROVIDER WHOSE LICENSE HAD EXPIRED BY THE
      *** SERVICE DATE GOES UNPRICED TO PENDRPT UNTIL CREDENTIALING
      *** CATCHES UP.
           MOVE "2850-PEND-LAPSED-LINE" TO PARA-NAME.
           MOVE "N" TO WS-AUTH-OK-SW.
           ADD 1 TO WS-PENDED-COUNT.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO PEND-PATIENT-O.
           MOVE WS-AUTH-SERVICE-ID TO PEND-SERVICE-O.
           MOVE WS-AUTH-CHARGE TO PEND-CHARGE-O.
           MOVE " SUSPENDED - PROVIDER CREDENTIALS LAPSED"
               TO PEND-REASON-O.
           WRITE PENDRPT-REC FROM WS-PENDRPT-LINE.
       2850-EXIT.
           EXIT.

       3000-CALCULATE-TREATMENT-COSTS.
      *** ROLL UP ALL LAB COSTS IN THE TABLE
           MOVE "3000-CALCULATE-TREATMENT-COSTS" TO PARA-NAME.
               LAB-TEST-S-ID(ROW-SUB) = " "
               MOVE LAB-TEST-S-ID(ROW-SUB) TO WS-AUTH-SERVICE-ID
               MOVE TEST-CHARGES(ROW-SUB) TO WS-AUTH-CHARGE
               MOVE "L" TO WS-APPEAL-LINE-TYPE
               MOVE ROW-SUB TO WS-APPEAL-LINE-NO
               PERFORM 2500-CHECK-EXCLUSION THRU 2500-EXIT
               PERFORM 2600-CHECK-PRIOR-AUTH THRU 2600-EXIT
               MOVE "N" TO PHYS-FOUND-SW
               MOVE PRESCRIBING-S-PHYS-ID(ROW-SUB) TO PHYS-ID-TEMP
               PERFORM 2200-GET-LAB-PROVIDER THRU 2200-EXIT
               IF PHYSICIAN-FOUND AND WS-CRED-LAPSED AND WS-AUTH-OK
                       AND NOT WS-SERVICE-EXCLUDED
                   PERFORM 2850-PEND-LAPSED-LINE THRU 2850-EXIT
               END-IF
      *** ONLY A LINE THAT ACTUALLY PRICES IS REPRICED - A DENIED,
      *** PENDED OR NO-PROVIDER LINE CONTRIBUTES NO WRITE-OFF.
               IF PHYSICIAN-FOUND AND WS-AUTH-OK
               EQUIPMENT-S-ID(ROW-SUB) = " "
               MOVE EQUIPMENT-S-ID(ROW-SUB) TO WS-AUTH-SERVICE-ID
               MOVE EQUIPMENT-CHARGES(ROW-SUB) TO WS-AUTH-CHARGE
               MOVE "E" TO WS-APPEAL-LINE-TYPE
               MOVE ROW-SUB TO WS-APPEAL-LINE-NO
               PERFORM 2500-CHECK-EXCLUSION THRU 2500-EXIT
               PERFORM 2600-CHECK-PRIOR-AUTH THRU 2600-EXIT
               MOVE "N" TO PHYS-FOUND-SW
               MOVE EQUIPMENT-PRES-PHYS-ID(ROW-SUB) TO PHYS-ID-TEMP
               PERFORM 2400-GET-EQUIP-PROVIDER THRU 2400-EXIT
               IF PHYSICIAN-FOUND AND WS-CRED-LAPSED AND WS-AUTH-OK
                       AND NOT WS-SERVICE-EXCLUDED
                   PERFORM 2850-PEND-LAPSED-LINE THRU 2850-EXIT
               END-IF
      *** ONLY A LINE THAT ACTUALLY PRICES IS REPRICED - A DENIED,
      *** PENDED OR NO-PROVIDER LINE CONTRIBUTES NO WRITE-OFF.
               IF PHYSICIAN-FOUND AND WS-AUTH-OK
               MOVE ZERO TO PB-DEDUCT-MET
               MOVE ZERO TO PB-OOP-PAID
               MOVE ZERO TO PB-LIFETIME-PAID
               MOVE ZERO TO PB-YTD-PAID
               WRITE PATIENT-ACCUM-REC.

           COMPUTE WS-DEDUCT-REMAINING =
      *** PATIENT AT ZERO.
           IF PB-LIFETIME-PAID NOT NUMERIC
               MOVE ZERO TO PB-LIFETIME-PAID.
           IF PB-YTD-PAID NOT NUMERIC
               MOVE ZERO TO PB-YTD-PAID.
           IF COVERAGE-LIMITS > ZERO
               COMPUTE WS-LIFETIME-ROOM =
                   COVERAGE-LIMITS - PB-LIFETIME-PAID
           END-IF.

           ADD PATIENT-TOT-AMT TO PB-LIFETIME-PAID.
           ADD PATIENT-TOT-AMT TO PB-YTD-PAID.
           REWRITE PATIENT-ACCUM-REC.

           IF COVERAGE-LIMITS > ZERO
