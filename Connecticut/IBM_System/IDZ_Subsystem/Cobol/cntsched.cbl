       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  CNTSCHED.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  WEEKLY CYCLE-COUNT SCHEDULE
      *                AND COUNT COMPLIANCE, RUN AFTER CYCCOUNT.  FIRST
      *                STAMPS TODAY AS THE LAST-COUNT DATE ON THE ABC
      *                MASTER FOR EVERY PART ON THE COUNT FILE CYCCOUNT
      *                JUST RECONCILED.  THEN EVERY PART WHOSE WEEK OF
      *                ITS CLASS PERIOD COMES UP THIS WEEK, PLUS EVERY
      *                PART OVERDUE (LAST COUNT, OR CLASSIFICATION WHEN
      *                NEVER COUNTED, OLDER THAN ITS FREQUENCY PLUS THE
      *                GRACE DAYS ON THE PARM CARD), GOES TO THE CNTREQ
      *                REQUEST LIST IN COUNT-FEED LAYOUT SORTED BY
      *                WAREHOUSE AND COUNT AREA, QUANTITY LEFT BLANK
      *                FOR THE COUNTERS.  THE REPORT IS THE COUNT SHEET
      *                BY AREA, THE PARTS OVERDUE FOR A COUNT, AND
      *                COMPLIANCE BY CLASS.
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

           SELECT ABC-MASTER-IN
           ASSIGN TO UT-S-ABCMSTRI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ABI-STATUS.

           SELECT COUNT-FEED
           ASSIGN TO UT-S-CNTFEED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CNT-STATUS.

           SELECT ABC-MASTER-OUT
           ASSIGN TO UT-S-ABCMSTRO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ABO-STATUS.

           SELECT COUNT-REQUEST-FILE
           ASSIGN TO UT-S-CNTREQ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS REQ-STATUS.

           SELECT SCHED-SORT-FILE
           ASSIGN TO UT-S-SORTWK01.

           SELECT CNTSRPT
           ASSIGN TO UT-S-CNTSRPT
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
           05  PRM-GRACE-DAYS              PIC 9(03).
           05  FILLER                      PIC X(77).

       FD  ABC-MASTER-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ABC-MASTER-REC.
       COPY ABCMSTR.

      *    SAME LAYOUT AS CYCCOUNT'S COUNT-FEED-REC.
       FD  COUNT-FEED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNT-FEED-REC.
       01  COUNT-FEED-REC.
           05  CNT-PARTNO                  PIC X(21).
           05  CNT-AREA                    PIC X(04).
           05  CNT-QTY                     PIC 9(07).
           05  CNT-WAREHOUSE               PIC X(07).
           05  CNT-ABC-CLASS               PIC X(01).
           05  CNT-REQ-REASON              PIC X(01).
           05  FILLER                      PIC X(39).

       FD  ABC-MASTER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ABC-MASTER-REC-OUT.
       01  ABC-MASTER-REC-OUT              PIC X(100).

       FD  COUNT-REQUEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNT-REQUEST-REC.
       01  COUNT-REQUEST-REC               PIC X(80).

       SD  SCHED-SORT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS SCHED-SORT-REC.
       01  SCHED-SORT-REC.
           05  SS-WAREHOUSE                    PIC X(07).
           05  SS-COUNT-AREA                   PIC X(04).
           05  SS-PARTNO                       PIC X(21).
           05  SS-CLASS                        PIC X(01).
           05  SS-REASON                       PIC X(01).
               88  SS-OVERDUE                     VALUE "O".
           05  SS-LAST-COUNT-DATE              PIC 9(08).
           05  FILLER                          PIC X(18).

       FD  CNTSRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNTSRPT-REC.
       01  CNTSRPT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  ABI-STATUS              PIC X(2).
               88 END-OF-ABI      VALUE "10".
           05  CNT-STATUS              PIC X(2).
               88 CNT-OPENED      VALUE "00".
               88 END-OF-CNT      VALUE "10".
           05  ABO-STATUS              PIC X(2).
           05  REQ-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

      *    ONE COUNT REQUEST - SAME LAYOUT AS CYCCOUNT'S
      *    COUNT-FEED-REC, QUANTITY BLANK SO AN UNCOUNTED LINE SENT
      *    BACK AS-IS IS PASSED OVER BY CYCCOUNT, NOT TAKEN AS ZERO.
       01  WS-REQUEST-REC.
           05  RQ-PARTNO                   PIC X(21).
           05  RQ-AREA                     PIC X(04).
           05  RQ-QTY                      PIC X(07).
           05  RQ-WAREHOUSE                PIC X(07).
           05  RQ-ABC-CLASS                PIC X(01).
           05  RQ-REQ-REASON               PIC X(01).
           05  FILLER                      PIC X(39).

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-TODAY-INT                PIC 9(07) COMP VALUE 0.
           05  WS-WEEK-NO                  PIC 9(07) COMP VALUE 0.
           05  WS-QUOTIENT                 PIC 9(07) COMP VALUE 0.
           05  WS-REMAINDER                PIC 9(02) COMP VALUE 0.
           05  WS-DAY-REMAINDER            PIC 9(01) COMP VALUE 0.
           05  WS-GRACE-DAYS               PIC 9(03) VALUE 7.
           05  WS-FREQ-WEEKS               PIC 9(02) VALUE 0.
           05  WS-SCHED-WEEK               PIC 9(02) VALUE 0.
           05  WS-REF-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-DAYS-SINCE               PIC 9(05) VALUE ZERO.
           05  WS-ALLOWED-DAYS             PIC 9(05) VALUE ZERO.
           05  WS-SUB                      PIC 9(03) COMP VALUE 0.
           05  WS-CLS-SUB                  PIC 9(01) COMP VALUE 0.
           05  WS-FOUND-SW                 PIC X(01) VALUE "N".
               88 WS-ENTRY-FOUND              VALUE "Y".
           05  WS-DUE-SW                   PIC X(01) VALUE "N".
               88 WS-DUE-THIS-WEEK            VALUE "Y".
           05  WS-OVERDUE-SW               PIC X(01) VALUE "N".
               88 WS-PART-OVERDUE             VALUE "Y".
           05  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
               88 WS-SORT-EOF                 VALUE "Y".
           05  WS-HOLD-WAREHOUSE           PIC X(07) VALUE LOW-VALUES.
           05  WS-HOLD-AREA                PIC X(04) VALUE LOW-VALUES.
           05  WS-AREA-REQUESTS            PIC 9(05) VALUE ZERO.
           05  WS-COMPLIANT-PCT            PIC 9(03)V99 VALUE 0.
           05  WS-PARTS-READ               PIC 9(05) VALUE ZERO.
           05  WS-COUNTS-RETURNED          PIC 9(05) VALUE ZERO.
           05  WS-REQUESTS                 PIC 9(05) VALUE ZERO.
           05  WS-SCHEDULED                PIC 9(05) VALUE ZERO.
           05  WS-OVERDUE                  PIC 9(05) VALUE ZERO.

      *    PARTS ON THE COUNT FILE CYCCOUNT RECONCILED THIS WEEK.
       01  COUNTED-TABLE-AREA.
           05  WS-TKN-COUNT                PIC 9(03) COMP VALUE 0.
           05  WS-TKN-ENTRY OCCURS 500 TIMES.
               10  TKN-PARTNO              PIC X(21).

      *    PARTS OVERDUE FOR A COUNT, HELD FOR THEIR OWN SECTION.
       01  OVERDUE-TABLE-AREA.
           05  WS-OVD-COUNT                PIC 9(03) COMP VALUE 0.
           05  WS-OVD-ENTRY OCCURS 500 TIMES.
               10  OVD-PARTNO              PIC X(21).
               10  OVD-CLASS               PIC X(01).
               10  OVD-WAREHOUSE           PIC X(07).
               10  OVD-AREA                PIC X(04).
               10  OVD-LAST-COUNT-DATE     PIC 9(08).
               10  OVD-DAYS                PIC 9(05).
               10  OVD-FREQ-WEEKS          PIC 9(02).

      *    COMPLIANCE BY CLASS - A, B, C.
       01  COMPLIANCE-TABLE-AREA.
           05  WS-CMP-ENTRY OCCURS 3 TIMES.
               10  CMP-CODE                PIC X(01).
               10  CMP-PARTS               PIC 9(05).
               10  CMP-COUNTED             PIC 9(05).
               10  CMP-NEVER               PIC 9(05).
               10  CMP-OVERDUE             PIC 9(05).

       01  WS-TITLE-LINE.
           05  RPT-TITLE-O             PIC X(60).
           05  FILLER                  PIC X(12) VALUE "  RUN DATE: ".
           05  RPT-DATE-O              PIC 9(08).
           05  FILLER                  PIC X(14)
                 VALUE "  GRACE DAYS: ".
           05  RPT-GRACE-O             PIC ZZ9.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-SHEET-LINE.
           05  FILLER                  PIC X(06) VALUE "WHSE: ".
           05  SHL-WHSE-O              PIC X(07).
           05  FILLER                  PIC X(08) VALUE "  AREA: ".
           05  SHL-AREA-O              PIC X(04).
           05  FILLER                  PIC X(08) VALUE "  PART: ".
           05  SHL-PARTNO-O            PIC X(21).
           05  FILLER                  PIC X(09) VALUE "  CLASS: ".
           05  SHL-CLASS-O             PIC X(01).
           05  FILLER                  PIC X(16)
                 VALUE "  LAST COUNTED: ".
           05  SHL-LAST-O              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SHL-REASON-O            PIC X(09).
           05  FILLER                  PIC X(21)
                 VALUE "  COUNTED: __________".
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-AREA-TOTAL-LINE.
           05  FILLER                  PIC X(19)
                 VALUE "AREA TOTAL - WHSE: ".
           05  ATL-WHSE-O              PIC X(07).
           05  FILLER                  PIC X(08) VALUE "  AREA: ".
           05  ATL-AREA-O              PIC X(04).
           05  FILLER                  PIC X(18)
                 VALUE "  PARTS TO COUNT: ".
           05  ATL-COUNT-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-OVERDUE-LINE.
           05  FILLER                  PIC X(16)
                 VALUE "OVERDUE - PART: ".
           05  OVL-PARTNO-O            PIC X(21).
           05  FILLER                  PIC X(09) VALUE "  CLASS: ".
           05  OVL-CLASS-O             PIC X(01).
           05  FILLER                  PIC X(08) VALUE "  WHSE: ".
           05  OVL-WHSE-O              PIC X(07).
           05  FILLER                  PIC X(08) VALUE "  AREA: ".
           05  OVL-AREA-O              PIC X(04).
           05  FILLER                  PIC X(16)
                 VALUE "  LAST COUNTED: ".
           05  OVL-LAST-O              PIC X(10).
           05  FILLER                  PIC X(08) VALUE "  DAYS: ".
           05  OVL-DAYS-O              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12)
                 VALUE "  FREQ WKS: ".
           05  OVL-FREQ-O              PIC Z9.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-COMPLIANCE-LINE.
           05  FILLER                  PIC X(06) VALUE "CLASS ".
           05  CML-CLASS-O             PIC X(01).
           05  FILLER                  PIC X(09) VALUE "  PARTS: ".
           05  CML-PARTS-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20)
                 VALUE "  COUNTED THIS RUN: ".
           05  CML-COUNTED-O           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(17)
                 VALUE "  NEVER COUNTED: ".
           05  CML-NEVER-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  OVERDUE: ".
           05  CML-OVERDUE-O           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13)
                 VALUE "  COMPLIANT: ".
           05  CML-PCT-O               PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE "%".
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(21)
                 VALUE "PARTS ON ABC MASTER: ".
           05  TOT-PARTS-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(18)
                 VALUE "  COUNT REQUESTS: ".
           05  TOT-REQUESTS-O          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE "  SCHEDULED: ".
           05  TOT-SCHEDULED-O         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  OVERDUE: ".
           05  TOT-OVERDUE-O           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(19)
                 VALUE "  COUNTS RETURNED: ".
           05  TOT-RETURNED-O          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * TABLE THE PARTS COUNTED THIS WEEK, PASS THE ABC MASTER
      * STAMPING THEIR LAST-COUNT DATE AND PICKING THE PARTS DUE OR
      * OVERDUE, SORT THE REQUESTS BY WAREHOUSE AND AREA INTO THE
      * REQUEST FILE AND COUNT SHEET, THEN REPORT THE OVERDUE PARTS
      * AND COMPLIANCE BY CLASS.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           IF CNT-OPENED
               READ COUNT-FEED
                   AT END SET END-OF-CNT TO TRUE
               END-READ
               PERFORM 100-LOAD-ONE-COUNT THRU 100-EXIT
                   UNTIL END-OF-CNT
           END-IF.

           MOVE "CYCLE-COUNT SHEET BY WAREHOUSE AND COUNT AREA"
               TO RPT-TITLE-O.
           MOVE WS-TODAY TO RPT-DATE-O.
           MOVE WS-GRACE-DAYS TO RPT-GRACE-O.
           WRITE CNTSRPT-REC FROM WS-TITLE-LINE.

           SORT SCHED-SORT-FILE
               ON ASCENDING KEY SS-WAREHOUSE SS-COUNT-AREA SS-PARTNO
               INPUT PROCEDURE IS 200-PASS-ABC-MASTER THRU 200-EXIT
               OUTPUT PROCEDURE IS 500-WRITE-REQUESTS THRU 500-EXIT.

           PERFORM 600-PRINT-OVERDUE THRU 600-EXIT.
           PERFORM 700-PRINT-COMPLIANCE THRU 700-EXIT.

           MOVE WS-PARTS-READ TO TOT-PARTS-O.
           MOVE WS-REQUESTS TO TOT-REQUESTS-O.
           MOVE WS-SCHEDULED TO TOT-SCHEDULED-O.
           MOVE WS-OVERDUE TO TOT-OVERDUE-O.
           MOVE WS-COUNTS-RETURNED TO TOT-RETURNED-O.
           WRITE CNTSRPT-REC FROM WS-BLANK-LINE.
           WRITE CNTSRPT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** COLUMNS 1-3 ARE THE GRACE DAYS ALLOWED PAST A PART'S COUNT
      **** FREQUENCY BEFORE IT IS OVERDUE, DEFAULT 7.  THE WEEK
      **** NUMBER IS THE DAY NUMBER OVER SEVEN, SO EVERY RUN IN THE
      **** SAME WEEK PICKS THE SAME PARTS AND THE WEEKS OF EACH
      **** CLASS PERIOD ROTATE WITHOUT A CALENDAR TABLE.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           DIVIDE WS-TODAY-INT BY 7
               GIVING WS-WEEK-NO REMAINDER WS-DAY-REMAINDER.
           MOVE "A" TO CMP-CODE (1).
           MOVE "B" TO CMP-CODE (2).
           MOVE "C" TO CMP-CODE (3).
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > 3
               MOVE ZERO TO CMP-PARTS (WS-CLS-SUB)
                            CMP-COUNTED (WS-CLS-SUB)
                            CMP-NEVER (WS-CLS-SUB)
                            CMP-OVERDUE (WS-CLS-SUB)
           END-PERFORM.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-GRACE-DAYS NUMERIC
                   MOVE PRM-GRACE-DAYS TO WS-GRACE-DAYS
               END-IF
           END-IF.
       050-EXIT.
           EXIT.

       100-LOAD-ONE-COUNT.
      **** ONLY A LINE WITH A QUANTITY WAS COUNTED - A REQUEST SENT
      **** BACK WITH THE QUANTITY STILL BLANK DOES NOT COUNT.
           MOVE "100-LOAD-ONE-COUNT" TO PARA-NAME.
           IF CNT-QTY NUMERIC AND WS-TKN-COUNT < 500
               ADD 1 TO WS-TKN-COUNT
               ADD 1 TO WS-COUNTS-RETURNED
               MOVE CNT-PARTNO TO TKN-PARTNO (WS-TKN-COUNT)
           END-IF.
           READ COUNT-FEED
               AT END SET END-OF-CNT TO TRUE.
       100-EXIT.
           EXIT.

       200-PASS-ABC-MASTER.
           MOVE "200-PASS-ABC-MASTER" TO PARA-NAME.
           READ ABC-MASTER-IN
               AT END SET END-OF-ABI TO TRUE.
           PERFORM 210-SCHEDULE-ONE-PART THRU 210-EXIT
               UNTIL END-OF-ABI.
       200-EXIT.
           EXIT.

       210-SCHEDULE-ONE-PART.
           MOVE "210-SCHEDULE-ONE-PART" TO PARA-NAME.
           ADD 1 TO WS-PARTS-READ.
           EVALUATE TRUE
               WHEN AB-CLASS-A
                   MOVE 1 TO WS-CLS-SUB
               WHEN AB-CLASS-B
                   MOVE 2 TO WS-CLS-SUB
               WHEN OTHER
                   MOVE 3 TO WS-CLS-SUB
           END-EVALUATE.
           ADD 1 TO CMP-PARTS (WS-CLS-SUB).

           IF AB-LAST-COUNT-DATE NOT NUMERIC
               MOVE ZERO TO AB-LAST-COUNT-DATE.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TKN-COUNT
                      OR WS-ENTRY-FOUND
               IF TKN-PARTNO (WS-SUB) = AB-PARTNO
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND
               MOVE WS-TODAY TO AB-LAST-COUNT-DATE
               ADD 1 TO CMP-COUNTED (WS-CLS-SUB)
           END-IF.
           IF AB-LAST-COUNT-DATE = ZERO
               ADD 1 TO CMP-NEVER (WS-CLS-SUB).

           PERFORM 300-CHECK-OVERDUE THRU 300-EXIT.
           PERFORM 350-CHECK-DUE-WEEK THRU 350-EXIT.

           IF WS-PART-OVERDUE OR WS-DUE-THIS-WEEK
               MOVE SPACES TO SCHED-SORT-REC
               MOVE AB-WAREHOUSE TO SS-WAREHOUSE
               MOVE AB-COUNT-AREA TO SS-COUNT-AREA
               MOVE AB-PARTNO TO SS-PARTNO
               MOVE AB-CLASS TO SS-CLASS
               MOVE AB-LAST-COUNT-DATE TO SS-LAST-COUNT-DATE
               IF WS-PART-OVERDUE
                   MOVE "O" TO SS-REASON
               ELSE
                   MOVE "S" TO SS-REASON
                   ADD 1 TO WS-SCHEDULED
               END-IF
               RELEASE SCHED-SORT-REC
           END-IF.

           WRITE ABC-MASTER-REC-OUT FROM ABC-MASTER-REC.
           READ ABC-MASTER-IN
               AT END SET END-OF-ABI TO TRUE.
       210-EXIT.
           EXIT.

       300-CHECK-OVERDUE.
      **** THE CLOCK RUNS FROM THE LAST COUNT, OR FROM THE DAY THE
      **** PART WAS CLASSIFIED WHEN IT HAS NEVER BEEN COUNTED, SO A
      **** NEW PART HAS ONE FULL PERIOD BEFORE IT SHOWS AS OVERDUE.
           MOVE "300-CHECK-OVERDUE" TO PARA-NAME.
           MOVE "N" TO WS-OVERDUE-SW.
           IF AB-COUNT-FREQ-WEEKS NUMERIC
                   AND AB-COUNT-FREQ-WEEKS > ZERO
               MOVE AB-COUNT-FREQ-WEEKS TO WS-FREQ-WEEKS
           ELSE
               MOVE 52 TO WS-FREQ-WEEKS
           END-IF.
           IF AB-LAST-COUNT-DATE > ZERO
               MOVE AB-LAST-COUNT-DATE TO WS-REF-DATE
           ELSE
               IF AB-CLASS-DATE NUMERIC AND AB-CLASS-DATE > ZERO
                   MOVE AB-CLASS-DATE TO WS-REF-DATE
               ELSE
                   GO TO 300-EXIT
               END-IF
           END-IF.
           IF WS-REF-DATE NOT < WS-TODAY
               GO TO 300-EXIT.
           COMPUTE WS-DAYS-SINCE = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-REF-DATE).
           COMPUTE WS-ALLOWED-DAYS = WS-FREQ-WEEKS * 7 + WS-GRACE-DAYS.
           IF WS-DAYS-SINCE NOT > WS-ALLOWED-DAYS
               GO TO 300-EXIT.

           SET WS-PART-OVERDUE TO TRUE.
           ADD 1 TO WS-OVERDUE.
           ADD 1 TO CMP-OVERDUE (WS-CLS-SUB).
           IF WS-OVD-COUNT < 500
               ADD 1 TO WS-OVD-COUNT
               MOVE AB-PARTNO TO OVD-PARTNO (WS-OVD-COUNT)
               MOVE AB-CLASS TO OVD-CLASS (WS-OVD-COUNT)
               MOVE AB-WAREHOUSE TO OVD-WAREHOUSE (WS-OVD-COUNT)
               MOVE AB-COUNT-AREA TO OVD-AREA (WS-OVD-COUNT)
               MOVE AB-LAST-COUNT-DATE
                   TO OVD-LAST-COUNT-DATE (WS-OVD-COUNT)
               MOVE WS-DAYS-SINCE TO OVD-DAYS (WS-OVD-COUNT)
               MOVE WS-FREQ-WEEKS TO OVD-FREQ-WEEKS (WS-OVD-COUNT)
           END-IF.
       300-EXIT.
           EXIT.

       350-CHECK-DUE-WEEK.
      **** THE PART IS DUE WHEN THIS WEEK'S PLACE IN ITS CLASS PERIOD
      **** MATCHES THE WEEK ABCCLASS GAVE IT.  A PART COUNTED THIS
      **** RUN IS NOT ASKED FOR AGAIN THE SAME WEEK.
           MOVE "350-CHECK-DUE-WEEK" TO PARA-NAME.
           MOVE "N" TO WS-DUE-SW.
           IF WS-ENTRY-FOUND
               GO TO 350-EXIT.
           IF AB-SCHED-WEEK NUMERIC AND AB-SCHED-WEEK > ZERO
               MOVE AB-SCHED-WEEK TO WS-SCHED-WEEK
           ELSE
               MOVE 1 TO WS-SCHED-WEEK
           END-IF.
           DIVIDE WS-WEEK-NO BY WS-FREQ-WEEKS
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
           IF WS-REMAINDER + 1 = WS-SCHED-WEEK
               SET WS-DUE-THIS-WEEK TO TRUE.
       350-EXIT.
           EXIT.

       500-WRITE-REQUESTS.
           MOVE "500-WRITE-REQUESTS" TO PARA-NAME.
           RETURN SCHED-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE.
           PERFORM 510-WRITE-ONE-REQUEST THRU 510-EXIT
               UNTIL WS-SORT-EOF.
           IF WS-HOLD-WAREHOUSE NOT = LOW-VALUES
               PERFORM 520-WRITE-AREA-TOTAL THRU 520-EXIT
           END-IF.
       500-EXIT.
           EXIT.

       510-WRITE-ONE-REQUEST.
           MOVE "510-WRITE-ONE-REQUEST" TO PARA-NAME.
           IF SS-WAREHOUSE NOT = WS-HOLD-WAREHOUSE
                   OR SS-COUNT-AREA NOT = WS-HOLD-AREA
               IF WS-HOLD-WAREHOUSE NOT = LOW-VALUES
                   PERFORM 520-WRITE-AREA-TOTAL THRU 520-EXIT
               END-IF
               MOVE SS-WAREHOUSE TO WS-HOLD-WAREHOUSE
               MOVE SS-COUNT-AREA TO WS-HOLD-AREA
               MOVE ZERO TO WS-AREA-REQUESTS
           END-IF.

           MOVE SPACES TO WS-REQUEST-REC.
           MOVE SS-PARTNO TO RQ-PARTNO.
           MOVE SS-COUNT-AREA TO RQ-AREA.
           MOVE SS-WAREHOUSE TO RQ-WAREHOUSE.
           MOVE SS-CLASS TO RQ-ABC-CLASS.
           MOVE SS-REASON TO RQ-REQ-REASON.
           WRITE COUNT-REQUEST-REC FROM WS-REQUEST-REC.
           ADD 1 TO WS-REQUESTS WS-AREA-REQUESTS.

           MOVE SS-WAREHOUSE TO SHL-WHSE-O.
           MOVE SS-COUNT-AREA TO SHL-AREA-O.
           MOVE SS-PARTNO TO SHL-PARTNO-O.
           MOVE SS-CLASS TO SHL-CLASS-O.
           IF SS-LAST-COUNT-DATE = ZERO
               MOVE "NEVER" TO SHL-LAST-O
           ELSE
               MOVE SS-LAST-COUNT-DATE TO SHL-LAST-O
           END-IF.
           IF SS-OVERDUE
               MOVE "OVERDUE" TO SHL-REASON-O
           ELSE
               MOVE "SCHEDULED" TO SHL-REASON-O
           END-IF.
           WRITE CNTSRPT-REC FROM WS-SHEET-LINE.

           RETURN SCHED-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE.
       510-EXIT.
           EXIT.

       520-WRITE-AREA-TOTAL.
           MOVE WS-HOLD-WAREHOUSE TO ATL-WHSE-O.
           MOVE WS-HOLD-AREA TO ATL-AREA-O.
           MOVE WS-AREA-REQUESTS TO ATL-COUNT-O.
           WRITE CNTSRPT-REC FROM WS-AREA-TOTAL-LINE.
           WRITE CNTSRPT-REC FROM WS-BLANK-LINE.
       520-EXIT.
           EXIT.

       600-PRINT-OVERDUE.
           MOVE "600-PRINT-OVERDUE" TO PARA-NAME.
           MOVE "PARTS OVERDUE FOR A COUNT" TO RPT-TITLE-O.
           WRITE CNTSRPT-REC FROM WS-BLANK-LINE.
           WRITE CNTSRPT-REC FROM WS-TITLE-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OVD-COUNT
               MOVE OVD-PARTNO (WS-SUB) TO OVL-PARTNO-O
               MOVE OVD-CLASS (WS-SUB) TO OVL-CLASS-O
               MOVE OVD-WAREHOUSE (WS-SUB) TO OVL-WHSE-O
               MOVE OVD-AREA (WS-SUB) TO OVL-AREA-O
               IF OVD-LAST-COUNT-DATE (WS-SUB) = ZERO
                   MOVE "NEVER" TO OVL-LAST-O
               ELSE
                   MOVE OVD-LAST-COUNT-DATE (WS-SUB) TO OVL-LAST-O
               END-IF
               MOVE OVD-DAYS (WS-SUB) TO OVL-DAYS-O
               MOVE OVD-FREQ-WEEKS (WS-SUB) TO OVL-FREQ-O
               WRITE CNTSRPT-REC FROM WS-OVERDUE-LINE
           END-PERFORM.
       600-EXIT.
           EXIT.

       700-PRINT-COMPLIANCE.
      **** A PART IS COMPLIANT WHEN IT IS NOT OVERDUE - COUNTED
      **** WITHIN ITS FREQUENCY PLUS GRACE, OR STILL INSIDE ITS
      **** FIRST PERIOD SINCE CLASSIFICATION.
           MOVE "700-PRINT-COMPLIANCE" TO PARA-NAME.
           MOVE "COUNT COMPLIANCE BY ABC CLASS" TO RPT-TITLE-O.
           WRITE CNTSRPT-REC FROM WS-BLANK-LINE.
           WRITE CNTSRPT-REC FROM WS-TITLE-LINE.
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > 3
               IF CMP-PARTS (WS-CLS-SUB) > ZERO
                   COMPUTE WS-COMPLIANT-PCT ROUNDED =
                       (CMP-PARTS (WS-CLS-SUB)
                        - CMP-OVERDUE (WS-CLS-SUB)) * 100
                       / CMP-PARTS (WS-CLS-SUB)
               ELSE
                   MOVE 100 TO WS-COMPLIANT-PCT
               END-IF
               MOVE CMP-CODE (WS-CLS-SUB) TO CML-CLASS-O
               MOVE CMP-PARTS (WS-CLS-SUB) TO CML-PARTS-O
               MOVE CMP-COUNTED (WS-CLS-SUB) TO CML-COUNTED-O
               MOVE CMP-NEVER (WS-CLS-SUB) TO CML-NEVER-O
               MOVE CMP-OVERDUE (WS-CLS-SUB) TO CML-OVERDUE-O
               MOVE WS-COMPLIANT-PCT TO CML-PCT-O
               WRITE CNTSRPT-REC FROM WS-COMPLIANCE-LINE
           END-PERFORM.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, ABC-MASTER-IN, COUNT-FEED.
           OPEN OUTPUT ABC-MASTER-OUT, COUNT-REQUEST-FILE, CNTSRPT.
           DISPLAY "CNTSCHED OPEN FILES".
           DISPLAY ABI-STATUS.
           DISPLAY CNT-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, ABC-MASTER-IN, COUNT-FEED,
                 ABC-MASTER-OUT, COUNT-REQUEST-FILE, CNTSRPT.
           DISPLAY "CNTSCHED FILES CLOSED".
           DISPLAY "PARTS ON ABC MASTER " WS-PARTS-READ.
           DISPLAY "COUNT REQUESTS      " WS-REQUESTS.
           DISPLAY "PARTS OVERDUE       " WS-OVERDUE.
       900-EXIT.
           EXIT.
