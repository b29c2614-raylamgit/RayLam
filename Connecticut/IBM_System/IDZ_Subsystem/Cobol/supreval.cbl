       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  SUPREVAL.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  SUPPLIER MASTER DORMANCY
      *                SWEEP AND ANNUAL REVALIDATION.  ACTIVITY IS
      *                GATHERED FROM THE SUPPLR-BAL AGING (AN OPEN
      *                BALANCE, OR A BALANCE DATE INSIDE THE PERIOD),
      *                THE LADING FEED GENERATIONS FOR THE PERIOD AND
      *                THE CASH-APPLICATION REMITTANCES DATED INSIDE
      *                THE PERIOD (SYSIN MONTHS, DEFAULT 24).  THE
      *                MASTER IS SWEPT IN KEY ORDER: A SUPPLIER WITH
      *                NO ACTIVITY IS WRITTEN TO SUPINACT FOR SUPONBRD
      *                TO PEND FOR OFFICER APPROVAL BEFORE IT IS
      *                MARKED INACTIVE.  ON THE ANNUAL LETTER RUN EACH
      *                ACTIVE SUPPLIER IS SENT A REVALIDATION REQUEST
      *                AND TRACKED ON THE REVALIDATION FILE.  EVERY
      *                RUN POSTS THE RESPONSES RECEIVED, PUTS A
      *                SUPPLIER WHOSE RESPONSE IS OVERDUE ON PAYMENT
      *                HOLD (RELEASED WHEN THE RESPONSE COMES IN) AND
      *                REWRITES THE PAYMENT HOLD LIST PAYSCHED READS.
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

           SELECT SUPPLR-BAL-IN
           ASSIGN TO UT-S-YYBALIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BALI-STATUS.

           SELECT LADING-FEED-IN
           ASSIGN TO UT-S-YYACTRAS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LAD-STATUS.

           SELECT REMIT-TRANS-FILE
           ASSIGN TO UT-S-REMTRANS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RMT-STATUS.

           SELECT REVAL-RESP-FILE
           ASSIGN TO UT-S-REVRESP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RSP-STATUS.

           SELECT REVAL-TRACK-IN
           ASSIGN TO UT-S-REVTRKI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TKI-STATUS.

           SELECT REVAL-TRACK-OUT
           ASSIGN TO UT-S-REVTRKO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TKO-STATUS.

           SELECT INACT-PROPOSAL-OUT
           ASSIGN TO UT-S-SUPINACT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS INA-STATUS.

           SELECT PAY-HOLD-OUT
           ASSIGN TO UT-S-PAYHOLD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PHO-STATUS.

           SELECT VSAM-SUPPLR-FILE
                  ASSIGN       to DA-YYCLMAST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is SUPPLR-KEY
                  ALTERNATE RECORD KEY is SUPPLR-NAME
                      WITH DUPLICATES
                  FILE STATUS  is VS-STATUS.

           SELECT LETTER-FILE
           ASSIGN TO UT-S-REVLTRS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LTR-STATUS.

           SELECT REVALRPT
           ASSIGN TO UT-S-REVALRPT
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
           05  PRM-DORMANT-MONTHS          PIC 9(03).
           05  PRM-RESPONSE-DAYS           PIC 9(03).
           05  PRM-LETTER-RUN              PIC X(01).
           05  PRM-CYCLE-YEAR              PIC 9(04).
           05  FILLER                      PIC X(69).

       FD  SUPPLR-BAL-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 230 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLR-BAL-REC.
       COPY SUPPLRBL.

      *    THE 113-BYTE LADING FEED PARTSUPP READS AS TRANS-FILE-IN.
      *    THE RDZ-SERIES TRANSACTIONS CARRY THE SUPPLIER IN BYTES
      *    14-18; THE 100-106 MASTER ADDS (SUPPLIER IN 4-8) ARE NEW
      *    SETUPS, NOT TRADING ACTIVITY, AND ARE PASSED OVER.
       FD  LADING-FEED-IN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 113 CHARACTERS
           DATA RECORD IS LADING-FEED-REC.
       01  LADING-FEED-REC.
           05  LF-TRAN-CODE                PIC X(03).
           05  LF-PRICE-NUMBER             PIC X(03).
           05  LF-WREHOUSE-NUMBER          PIC X(07).
           05  LF-SUPPLR-NUMBER            PIC X(05).
           05  FILLER                      PIC X(95).

      *    SAME LAYOUT AS CSHAPPLY'S REMIT-TRANS-REC.
       FD  REMIT-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMIT-TRANS-REC.
       01  REMIT-TRANS-REC.
           05  RT-TRANS-CODE               PIC X(01).
               88  RT-REMITTANCE              VALUE "R".
           05  RT-SUPPLR-NO                PIC X(03).
           05  RT-AMOUNT                   PIC 9(9)V99.
           05  RT-INVOICE-REF              PIC X(10).
           05  RT-REMIT-DATE               PIC 9(08).
           05  FILLER                      PIC X(47).

      *    A SUPPLIER'S SIGNED REVALIDATION, KEYED IN BY VENDOR
      *    MASTER STAFF AS IT COMES BACK.
       FD  REVAL-RESP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REVAL-RESP-REC.
       01  REVAL-RESP-REC.
           05  RS-TRANS-CODE               PIC X(01).
               88  RS-CONFIRMED               VALUE "C".
           05  RS-SUPPLR-NO                PIC X(05).
           05  RS-RESPONSE-DATE            PIC 9(08).
           05  RS-CONFIRMED-BY             PIC X(08).
           05  FILLER                      PIC X(58).

       FD  REVAL-TRACK-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REVAL-TRACK-REC-IN.
       01  REVAL-TRACK-REC-IN              PIC X(80).

       FD  REVAL-TRACK-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REVAL-TRACK-REC-OUT.
       01  REVAL-TRACK-REC-OUT             PIC X(80).

       FD  INACT-PROPOSAL-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLR-INACT-REC.
       COPY SUPINACT.

       FD  PAY-HOLD-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAY-HOLD-REC.
       COPY PAYHOLD.

      *    SUPPLR-STATUS-FLAG, SUPPLR-PAY-HOLD AND SUPPLR-STATUS-DATE
      *    ARE CARVED FROM THE FRONT OF THE MASTER'S FILLER.  PROGRAMS
      *    THAT DO NOT USE THEM STILL DECLARE FILLER X(1155).
       FD  VSAM-SUPPLR-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 1200 CHARACTERS
           DATA RECORD IS VSAM-SUPPLR-RECORD.
       01  VSAM-SUPPLR-RECORD.
           05  FILLER                              PIC X(1).
           05  SUPPLR-KEY.
               10  SUPPLR-HQ                       PIC X(3).
               10  SUPPLR-TS                       PIC X(2).
           05  SUPPLR-NAME                         PIC X(30).
           05  SUPPLR-CREDIT-LIMIT                 PIC 9(8).
           05  SUPPLR-HOLD-FLAG                    PIC X(1).
           05  SUPPLR-STATUS-FLAG                  PIC X(1).
               88  SUPPLR-INACTIVE                    VALUE "I".
           05  SUPPLR-PAY-HOLD                     PIC X(1).
               88  SUPPLR-REVAL-HOLD                  VALUE "R".
           05  SUPPLR-STATUS-DATE                  PIC 9(8).
           05  FILLER                              PIC X(1145).

       FD  LETTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LETTER-LINE.
       01  LETTER-LINE                     PIC X(80).

       FD  REVALRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REVALRPT-REC.
       01  REVALRPT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  BALI-STATUS             PIC X(2).
               88 END-OF-BAL      VALUE "10".
           05  LAD-STATUS              PIC X(2).
               88 END-OF-LADING   VALUE "10".
           05  RMT-STATUS              PIC X(2).
               88 RMT-OPENED      VALUE "00".
               88 END-OF-RMT      VALUE "10".
           05  RSP-STATUS              PIC X(2).
               88 RSP-OPENED      VALUE "00".
               88 END-OF-RSP      VALUE "10".
           05  TKI-STATUS              PIC X(2).
               88 TKI-OPENED      VALUE "00".
               88 END-OF-TKI      VALUE "10".
           05  TKO-STATUS              PIC X(2).
           05  INA-STATUS              PIC X(2).
           05  PHO-STATUS              PIC X(2).
           05  VS-STATUS               PIC X(2).
               88 VS-FOUND        VALUE "00".
           05  LTR-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       COPY SUPRVAL.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-RUN-INT                  PIC S9(8) COMP.
           05  WS-CUTOFF-INT               PIC S9(8) COMP.
           05  WS-EVENT-INT                PIC S9(8) COMP.
           05  WS-DUE-INT                  PIC S9(8) COMP.
           05  WS-DORMANT-MONTHS           PIC 9(03) VALUE 24.
           05  WS-RESPONSE-DAYS            PIC 9(03) VALUE 45.
           05  WS-THRESHOLD-DAYS           PIC 9(05) VALUE ZERO.
           05  WS-CYCLE-YEAR               PIC 9(04) VALUE ZERO.
           05  WS-LETTER-RUN-SW            PIC X(01) VALUE "N".
               88 WS-LETTER-RUN               VALUE "Y".
           05  WS-BROWSE-DONE-SW           PIC X(01) VALUE "N".
               88 WS-BROWSE-DONE              VALUE "Y".
           05  WS-BAL-MMDDYY               PIC 9(06) VALUE ZERO.
           05  WS-BAL-DATE-X REDEFINES WS-BAL-MMDDYY.
               10  WS-BAL-MM               PIC 99.
               10  WS-BAL-DD               PIC 99.
               10  WS-BAL-YY               PIC 99.
           05  WS-BAL-CCYYMMDD             PIC 9(08) VALUE ZERO.
      **** THE ACTIVITY BEING NOTED - SUPPLIER (HEADQUARTERS ONLY FOR
      **** THE BALANCE AND CASH FILES), ITS DATE WHEN IT HAS ONE, AND
      **** WHETHER IT FALLS INSIDE THE DORMANCY PERIOD.
           05  WS-NOTE-SUPPLR              PIC X(05).
           05  WS-NOTE-LEVEL               PIC X(01).
           05  WS-NOTE-DATE                PIC 9(08).
           05  WS-NOTE-IN-PERIOD-SW        PIC X(01).
           05  WS-ACT-SUB                  PIC 9(04) COMP VALUE 0.
           05  WS-TRK-SUB                  PIC 9(04) COMP VALUE 0.
           05  WS-RSP-SUB                  PIC 9(04) COMP VALUE 0.
           05  WS-FOUND-SW                 PIC X(01) VALUE "N".
               88 WS-ROW-FOUND                VALUE "Y".
           05  WS-ACTIVE-SW                PIC X(01) VALUE "N".
               88 WS-SUPPLR-ACTIVE            VALUE "Y".
           05  WS-TRACKED-SW               PIC X(01) VALUE "N".
               88 WS-TRACKED                  VALUE "Y".
           05  WS-LAST-ACTIVITY            PIC 9(08) VALUE ZERO.
           05  WS-LETTER-TEXT              PIC X(80) VALUE SPACES.
           05  WS-SUPPLIERS-READ           PIC 9(06) VALUE ZERO.
           05  WS-PROPOSED                 PIC 9(05) VALUE ZERO.
           05  WS-LETTERS                  PIC 9(05) VALUE ZERO.
           05  WS-RESPONSES                PIC 9(05) VALUE ZERO.
           05  WS-HELD                     PIC 9(05) VALUE ZERO.
           05  WS-RELEASED                 PIC 9(05) VALUE ZERO.
           05  WS-ON-HOLD                  PIC 9(05) VALUE ZERO.

      *    EVERY SUPPLIER SEEN IN THE ACTIVITY FILES.  "H" ROWS CARRY
      *    ONLY THE HEADQUARTERS NUMBER AND COVER ALL ITS SITES.
       01  ACTIVITY-TABLE-AREA.
           05  WS-ACT-COUNT                PIC 9(04) COMP VALUE 0.
           05  WS-ACT-ENTRY OCCURS 5000 TIMES.
               10  ACT-SUPPLR-NO           PIC X(05).
               10  ACT-LEVEL               PIC X(01).
                   88  ACT-HQ-LEVEL           VALUE "H".
               10  ACT-LAST-DATE           PIC 9(08).
               10  ACT-IN-PERIOD-SW        PIC X(01).
                   88  ACT-IN-PERIOD          VALUE "Y".

      *    LAST RUN'S REVALIDATION TRACKING, BY SUPPLIER.
       01  TRACK-TABLE-AREA.
           05  WS-TRK-COUNT                PIC 9(04) COMP VALUE 0.
           05  WS-TRK-ENTRY OCCURS 5000 TIMES.
               10  TRK-SUPPLR-NO           PIC X(05).
               10  TRK-IMAGE               PIC X(80).

      *    THE REVALIDATION RESPONSES RECEIVED SINCE THE LAST RUN.
       01  RESPONSE-TABLE-AREA.
           05  WS-RSP-COUNT                PIC 9(04) COMP VALUE 0.
           05  WS-RSP-ENTRY OCCURS 1000 TIMES.
               10  RSP-SUPPLR-NO           PIC X(05).
               10  RSP-DATE                PIC 9(08).
               10  RSP-CONFIRMED-BY        PIC X(08).
               10  RSP-USED-SW             PIC X(01).
                   88  RSP-USED               VALUE "Y".

       01  WS-RPT-TITLE.
           05  FILLER                  PIC X(40)
                 VALUE "SUPPLIER DORMANCY AND REVALIDATION".
           05  FILLER                  PIC X(12) VALUE "  RUN DATE: ".
           05  RTT-DATE-O              PIC 9(08).
           05  FILLER                  PIC X(18)
                 VALUE "  DORMANT MONTHS: ".
           05  RTT-MONTHS-O            PIC ZZ9.
           05  FILLER                  PIC X(09) VALUE "  CYCLE: ".
           05  RTT-CYCLE-O             PIC 9(04).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-RPT-LINE.
           05  FILLER                  PIC X(10) VALUE "SUPPLIER: ".
           05  RPL-SUPPLR-O            PIC X(05).
           05  FILLER                  PIC X(01) VALUE " ".
           05  RPL-NAME-O              PIC X(30).
           05  FILLER                  PIC X(10) VALUE "  ACTION: ".
           05  RPL-ACTION-O            PIC X(36).
           05  FILLER                  PIC X(08) VALUE "  DATE: ".
           05  RPL-DATE-O              PIC 9999/99/99.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-RPT-TOTALS.
           05  FILLER                  PIC X(29)
                 VALUE "DORMANT - PROPOSED INACTIVE: ".
           05  TOT-PROPOSED-O          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(16)
                 VALUE "  LETTERS SENT: ".
           05  TOT-LETTERS-O           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20)
                 VALUE "  RESPONSES POSTED: ".
           05  TOT-RESPONSES-O         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(18)
                 VALUE "  PLACED ON HOLD: ".
           05  TOT-HELD-O              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(18)
                 VALUE "  HOLDS RELEASED: ".
           05  TOT-RELEASED-O          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       01  LETTER-DATE-LINE.
           05  FILLER                  PIC X(06) VALUE "DATE: ".
           05  LTR-DATE                PIC 9(08).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  LETTER-SUPPLIER-LINE.
           05  FILLER                  PIC X(18)
                 VALUE "RE: SUPPLIER NO.  ".
           05  LTR-SUPPLR-NO           PIC X(05).
           05  FILLER                  PIC X(14) VALUE "  REVALIDATION".
           05  FILLER                  PIC X(07) VALUE " CYCLE ".
           05  LTR-CYCLE-YEAR          PIC 9(04).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  LETTER-REPLY-LINE.
           05  FILLER                  PIC X(32)
                 VALUE "PLEASE RETURN IT NO LATER THAN  ".
           05  LTR-REPLY-DATE          PIC 9(08).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  LETTER-SEPARATOR-LINE.
           05  FILLER                  PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
      *
      * GATHER THE PERIOD'S ACTIVITY, LAST RUN'S TRACKING AND THE
      * RESPONSES RECEIVED, THEN SWEEP THE SUPPLIER MASTER ONCE IN
      * KEY ORDER.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.
           COMPUTE WS-THRESHOLD-DAYS = WS-DORMANT-MONTHS * 30.
           COMPUTE WS-CUTOFF-INT = WS-RUN-INT - WS-THRESHOLD-DAYS.

           MOVE WS-RUN-DATE TO RTT-DATE-O.
           MOVE WS-DORMANT-MONTHS TO RTT-MONTHS-O.
           MOVE WS-CYCLE-YEAR TO RTT-CYCLE-O.
           WRITE REVALRPT-REC FROM WS-RPT-TITLE.
           WRITE REVALRPT-REC FROM WS-BLANK-LINE.

           READ SUPPLR-BAL-IN
               AT END SET END-OF-BAL TO TRUE.
           PERFORM 060-NOTE-ONE-BALANCE THRU 060-EXIT
               UNTIL END-OF-BAL.

           READ LADING-FEED-IN
               AT END SET END-OF-LADING TO TRUE.
           PERFORM 065-NOTE-ONE-LADING THRU 065-EXIT
               UNTIL END-OF-LADING.

           IF RMT-OPENED
               READ REMIT-TRANS-FILE
                   AT END SET END-OF-RMT TO TRUE
               END-READ
               PERFORM 070-NOTE-ONE-REMITTANCE THRU 070-EXIT
                   UNTIL END-OF-RMT
           END-IF.

           IF TKI-OPENED
               READ REVAL-TRACK-IN
                   AT END SET END-OF-TKI TO TRUE
               END-READ
               PERFORM 080-LOAD-ONE-TRACKING THRU 080-EXIT
                   UNTIL END-OF-TKI
           END-IF.

           IF RSP-OPENED
               READ REVAL-RESP-FILE
                   AT END SET END-OF-RSP TO TRUE
               END-READ
               PERFORM 090-LOAD-ONE-RESPONSE THRU 090-EXIT
                   UNTIL END-OF-RSP
           END-IF.

           MOVE LOW-VALUES TO SUPPLR-KEY.
           START VSAM-SUPPLR-FILE KEY NOT < SUPPLR-KEY
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM 100-CHECK-ONE-SUPPLIER THRU 100-EXIT
               UNTIL WS-BROWSE-DONE.

           PERFORM 600-UNMATCHED-RESPONSE THRU 600-EXIT
               VARYING WS-RSP-SUB FROM 1 BY 1
               UNTIL WS-RSP-SUB > WS-RSP-COUNT.

           MOVE WS-PROPOSED TO TOT-PROPOSED-O.
           MOVE WS-LETTERS TO TOT-LETTERS-O.
           MOVE WS-RESPONSES TO TOT-RESPONSES-O.
           MOVE WS-HELD TO TOT-HELD-O.
           MOVE WS-RELEASED TO TOT-RELEASED-O.
           WRITE REVALRPT-REC FROM WS-BLANK-LINE.
           WRITE REVALRPT-REC FROM WS-RPT-TOTALS.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** DEFAULTS: 24 MONTHS WITHOUT ACTIVITY IS DORMANT, 45 DAYS
      **** TO RETURN THE REVALIDATION, NO LETTERS, CYCLE = THIS YEAR.
      **** THE ANNUAL RUN CARRIES "Y" IN COLUMN 7 TO SEND LETTERS.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE WS-RUN-DATE (1:4) TO WS-CYCLE-YEAR.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF END-OF-PRM
               GO TO 050-EXIT.
           IF PRM-DORMANT-MONTHS NUMERIC AND PRM-DORMANT-MONTHS > ZERO
               MOVE PRM-DORMANT-MONTHS TO WS-DORMANT-MONTHS.
           IF PRM-RESPONSE-DAYS NUMERIC AND PRM-RESPONSE-DAYS > ZERO
               MOVE PRM-RESPONSE-DAYS TO WS-RESPONSE-DAYS.
           IF PRM-LETTER-RUN = "Y"
               SET WS-LETTER-RUN TO TRUE.
           IF PRM-CYCLE-YEAR NUMERIC AND PRM-CYCLE-YEAR > 1999
               MOVE PRM-CYCLE-YEAR TO WS-CYCLE-YEAR.
       050-EXIT.
           EXIT.

       060-NOTE-ONE-BALANCE.
      **** AN OPEN BALANCE IS A LIVE RELATIONSHIP WHATEVER ITS DATE.
      **** OTHERWISE THE BALANCE DATE (MMDDYY, PIVOTED THE WAY
      **** PAYSCHED DOES IT) MUST FALL INSIDE THE PERIOD.
           MOVE "060-NOTE-ONE-BALANCE" TO PARA-NAME.
           MOVE SPACES TO WS-NOTE-SUPPLR.
           MOVE SUPPLR-BAL-SUPPLR-NO TO WS-NOTE-SUPPLR (1:3).
           MOVE "H" TO WS-NOTE-LEVEL.
           MOVE ZERO TO WS-NOTE-DATE.
           MOVE "N" TO WS-NOTE-IN-PERIOD-SW.
           IF SUPPLR-BAL-DATE NUMERIC AND SUPPLR-BAL-DATE > ZERO
               MOVE SUPPLR-BAL-DATE TO WS-BAL-MMDDYY
               COMPUTE WS-BAL-CCYYMMDD =
                   20000000
                     + (WS-BAL-YY * 10000)
                     + (WS-BAL-MM * 100)
                     + WS-BAL-DD
               MOVE WS-BAL-CCYYMMDD TO WS-NOTE-DATE
               COMPUTE WS-EVENT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BAL-CCYYMMDD)
               IF WS-EVENT-INT NOT < WS-CUTOFF-INT
                   MOVE "Y" TO WS-NOTE-IN-PERIOD-SW
               END-IF
           END-IF.
           IF SUPPLR-BAL-GROSS-REC NOT = ZERO
                   OR SUPPLR-BAL-NET-REC NOT = ZERO
               MOVE "Y" TO WS-NOTE-IN-PERIOD-SW.
           PERFORM 150-NOTE-ACTIVITY THRU 150-EXIT.
           READ SUPPLR-BAL-IN
               AT END SET END-OF-BAL TO TRUE.
       060-EXIT.
           EXIT.

       065-NOTE-ONE-LADING.
      **** THE JOB CONCATENATES THE FEED GENERATIONS FOR THE PERIOD,
      **** SO ANY TRANSACTION PRESENT IS ACTIVITY INSIDE IT.
           MOVE "065-NOTE-ONE-LADING" TO PARA-NAME.
           IF LF-TRAN-CODE NOT < "100" AND LF-TRAN-CODE NOT > "106"
               GO TO 065-READ.
           IF LF-SUPPLR-NUMBER = SPACES
               GO TO 065-READ.
           MOVE LF-SUPPLR-NUMBER TO WS-NOTE-SUPPLR.
           MOVE "S" TO WS-NOTE-LEVEL.
           MOVE ZERO TO WS-NOTE-DATE.
           MOVE "Y" TO WS-NOTE-IN-PERIOD-SW.
           PERFORM 150-NOTE-ACTIVITY THRU 150-EXIT.
       065-READ.
           READ LADING-FEED-IN
               AT END SET END-OF-LADING TO TRUE.
       065-EXIT.
           EXIT.

       070-NOTE-ONE-REMITTANCE.
           MOVE "070-NOTE-ONE-REMITTANCE" TO PARA-NAME.
           IF NOT RT-REMITTANCE
                   OR RT-REMIT-DATE NOT NUMERIC
                   OR RT-REMIT-DATE < 19000101
               GO TO 070-READ.
           MOVE SPACES TO WS-NOTE-SUPPLR.
           MOVE RT-SUPPLR-NO TO WS-NOTE-SUPPLR (1:3).
           MOVE "H" TO WS-NOTE-LEVEL.
           MOVE RT-REMIT-DATE TO WS-NOTE-DATE.
           MOVE "N" TO WS-NOTE-IN-PERIOD-SW.
           COMPUTE WS-EVENT-INT =
               FUNCTION INTEGER-OF-DATE(RT-REMIT-DATE).
           IF WS-EVENT-INT NOT < WS-CUTOFF-INT
               MOVE "Y" TO WS-NOTE-IN-PERIOD-SW.
           PERFORM 150-NOTE-ACTIVITY THRU 150-EXIT.
       070-READ.
           READ REMIT-TRANS-FILE
               AT END SET END-OF-RMT TO TRUE.
       070-EXIT.
           EXIT.

       080-LOAD-ONE-TRACKING.
           MOVE "080-LOAD-ONE-TRACKING" TO PARA-NAME.
           IF WS-TRK-COUNT NOT < 5000
               DISPLAY "SUPREVAL TRACKING TABLE FULL"
               MOVE 4 TO RETURN-CODE
               GO TO 080-READ.
           ADD 1 TO WS-TRK-COUNT.
           MOVE REVAL-TRACK-REC-IN (1:5)
               TO TRK-SUPPLR-NO (WS-TRK-COUNT).
           MOVE REVAL-TRACK-REC-IN TO TRK-IMAGE (WS-TRK-COUNT).
       080-READ.
           READ REVAL-TRACK-IN
               AT END SET END-OF-TKI TO TRUE.
       080-EXIT.
           EXIT.

       090-LOAD-ONE-RESPONSE.
           MOVE "090-LOAD-ONE-RESPONSE" TO PARA-NAME.
           IF NOT RS-CONFIRMED
               GO TO 090-READ.
           IF WS-RSP-COUNT NOT < 1000
               DISPLAY "SUPREVAL RESPONSE TABLE FULL"
               MOVE 4 TO RETURN-CODE
               GO TO 090-READ.
           ADD 1 TO WS-RSP-COUNT.
           MOVE RS-SUPPLR-NO TO RSP-SUPPLR-NO (WS-RSP-COUNT).
           IF RS-RESPONSE-DATE NUMERIC AND RS-RESPONSE-DATE > ZERO
               MOVE RS-RESPONSE-DATE TO RSP-DATE (WS-RSP-COUNT)
           ELSE
               MOVE WS-RUN-DATE TO RSP-DATE (WS-RSP-COUNT)
           END-IF.
           MOVE RS-CONFIRMED-BY TO RSP-CONFIRMED-BY (WS-RSP-COUNT).
           MOVE "N" TO RSP-USED-SW (WS-RSP-COUNT).
       090-READ.
           READ REVAL-RESP-FILE
               AT END SET END-OF-RSP TO TRUE.
       090-EXIT.
           EXIT.

       100-CHECK-ONE-SUPPLIER.
      **** ONE SUPPLIER ON THE MASTER.  INACTIVE SUPPLIERS ARE LEFT
      **** ALONE AND THEIR TRACKING DROPS OFF.
           MOVE "100-CHECK-ONE-SUPPLIER" TO PARA-NAME.
           READ VSAM-SUPPLR-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 100-EXIT
           END-READ.
           IF SUPPLR-INACTIVE
               GO TO 100-EXIT.
           ADD 1 TO WS-SUPPLIERS-READ.

           PERFORM 160-FIND-TRACKING THRU 160-EXIT.
           PERFORM 170-FIND-ACTIVITY THRU 170-EXIT.

           IF NOT WS-SUPPLR-ACTIVE
               PERFORM 200-PROPOSE-INACTIVE THRU 200-EXIT
               GO TO 100-CARRY.

           IF WS-TRACKED
               PERFORM 300-ADVANCE-REVALIDATION THRU 300-EXIT.

           IF WS-LETTER-RUN
               IF NOT WS-TRACKED OR RV-CYCLE-YEAR < WS-CYCLE-YEAR
                   PERFORM 400-SEND-REQUEST THRU 400-EXIT.
       100-CARRY.
           IF WS-TRACKED
               WRITE REVAL-TRACK-REC-OUT FROM SUPPLR-REVAL-REC.
           IF SUPPLR-REVAL-HOLD
               PERFORM 500-LIST-HOLD THRU 500-EXIT.
       100-EXIT.
           EXIT.

       150-NOTE-ACTIVITY.
      **** ADD OR FRESHEN THE ACTIVITY ROW FOR WS-NOTE-SUPPLR AT
      **** WS-NOTE-LEVEL, KEEPING THE LATEST DATE SEEN.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 155-MATCH-ONE-ROW THRU 155-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT OR WS-ROW-FOUND.
           IF NOT WS-ROW-FOUND
               IF WS-ACT-COUNT NOT < 5000
                   DISPLAY "SUPREVAL ACTIVITY TABLE FULL"
                   MOVE 4 TO RETURN-CODE
                   GO TO 150-EXIT
               ELSE
                   ADD 1 TO WS-ACT-COUNT
                   MOVE WS-ACT-COUNT TO WS-ACT-SUB
                   MOVE WS-NOTE-SUPPLR TO ACT-SUPPLR-NO (WS-ACT-SUB)
                   MOVE WS-NOTE-LEVEL TO ACT-LEVEL (WS-ACT-SUB)
                   MOVE ZERO TO ACT-LAST-DATE (WS-ACT-SUB)
                   MOVE "N" TO ACT-IN-PERIOD-SW (WS-ACT-SUB)
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-ACT-SUB
           END-IF.
           IF WS-NOTE-DATE > ACT-LAST-DATE (WS-ACT-SUB)
               MOVE WS-NOTE-DATE TO ACT-LAST-DATE (WS-ACT-SUB).
           IF WS-NOTE-IN-PERIOD-SW = "Y"
               MOVE "Y" TO ACT-IN-PERIOD-SW (WS-ACT-SUB).
       150-EXIT.
           EXIT.

       155-MATCH-ONE-ROW.
           IF ACT-SUPPLR-NO (WS-ACT-SUB) = WS-NOTE-SUPPLR
                   AND ACT-LEVEL (WS-ACT-SUB) = WS-NOTE-LEVEL
               MOVE "Y" TO WS-FOUND-SW.
       155-EXIT.
           EXIT.

       160-FIND-TRACKING.
      **** LAST RUN'S TRACKING RECORD FOR THIS SUPPLIER, IF ANY,
      **** INTO SUPPLR-REVAL-REC.
           MOVE "N" TO WS-TRACKED-SW.
           MOVE SPACES TO SUPPLR-REVAL-REC.
           PERFORM 165-MATCH-ONE-TRACKING THRU 165-EXIT
               VARYING WS-TRK-SUB FROM 1 BY 1
               UNTIL WS-TRK-SUB > WS-TRK-COUNT OR WS-TRACKED.
       160-EXIT.
           EXIT.

       165-MATCH-ONE-TRACKING.
           IF TRK-SUPPLR-NO (WS-TRK-SUB) = SUPPLR-KEY
               MOVE TRK-IMAGE (WS-TRK-SUB) TO SUPPLR-REVAL-REC
               MOVE "Y" TO WS-TRACKED-SW.
       165-EXIT.
           EXIT.

       170-FIND-ACTIVITY.
      **** ACTIVE IF ANY ROW FOR THE SUPPLIER, OR FOR ITS
      **** HEADQUARTERS, FALLS INSIDE THE PERIOD.  THE LATEST DATE
      **** ACROSS ALL ITS ROWS GOES ON AN INACTIVATION PROPOSAL.
           MOVE "N" TO WS-ACTIVE-SW.
           MOVE ZERO TO WS-LAST-ACTIVITY.
           PERFORM 175-TEST-ONE-ROW THRU 175-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT.
       170-EXIT.
           EXIT.

       175-TEST-ONE-ROW.
           IF ACT-HQ-LEVEL (WS-ACT-SUB)
               IF ACT-SUPPLR-NO (WS-ACT-SUB) (1:3) NOT = SUPPLR-HQ
                   GO TO 175-EXIT
               END-IF
           ELSE
               IF ACT-SUPPLR-NO (WS-ACT-SUB) NOT = SUPPLR-KEY
                   GO TO 175-EXIT
               END-IF
           END-IF.
           IF ACT-IN-PERIOD (WS-ACT-SUB)
               MOVE "Y" TO WS-ACTIVE-SW.
           IF ACT-LAST-DATE (WS-ACT-SUB) > WS-LAST-ACTIVITY
               MOVE ACT-LAST-DATE (WS-ACT-SUB) TO WS-LAST-ACTIVITY.
       175-EXIT.
           EXIT.

       200-PROPOSE-INACTIVE.
      **** DORMANT - PROPOSE IT.  SUPONBRD PENDS THE PROPOSAL FOR AN
      **** OFFICER, AND SKIPS ONE ALREADY PENDING FROM AN EARLIER RUN.
           MOVE "200-PROPOSE-INACTIVE" TO PARA-NAME.
           MOVE SPACES TO SUPPLR-INACT-REC.
           MOVE SUPPLR-KEY TO IA-SUPPLR-NO.
           MOVE SUPPLR-NAME TO IA-SUPPLR-NAME.
           MOVE WS-LAST-ACTIVITY TO IA-LAST-ACTIVITY.
           MOVE WS-RUN-DATE TO IA-PROPOSE-DATE.
           MOVE WS-DORMANT-MONTHS TO IA-DORMANT-MONTHS.
           WRITE SUPPLR-INACT-REC.
           ADD 1 TO WS-PROPOSED.
           MOVE SUPPLR-KEY TO RPL-SUPPLR-O.
           MOVE SUPPLR-NAME TO RPL-NAME-O.
           MOVE "DORMANT - PROPOSED FOR INACTIVATION" TO RPL-ACTION-O.
           MOVE WS-LAST-ACTIVITY TO RPL-DATE-O.
           WRITE REVALRPT-REC FROM WS-RPT-LINE.
       200-EXIT.
           EXIT.

       300-ADVANCE-REVALIDATION.
      **** AN OPEN REQUEST EITHER HAS ITS RESPONSE TODAY - WHICH
      **** LIFTS A REVALIDATION HOLD - OR, ONCE PAST ITS DUE DATE,
      **** PUTS THE SUPPLIER'S PAYMENTS ON HOLD.
           MOVE "300-ADVANCE-REVALIDATION" TO PARA-NAME.
           IF RV-RESPONDED
               GO TO 300-EXIT.
           MOVE SUPPLR-KEY TO RPL-SUPPLR-O.
           MOVE SUPPLR-NAME TO RPL-NAME-O.

           MOVE "N" TO WS-FOUND-SW.
           PERFORM 310-MATCH-ONE-RESPONSE THRU 310-EXIT
               VARYING WS-RSP-SUB FROM 1 BY 1
               UNTIL WS-RSP-SUB > WS-RSP-COUNT OR WS-ROW-FOUND.
           IF WS-ROW-FOUND
               SUBTRACT 1 FROM WS-RSP-SUB
               MOVE "Y" TO RSP-USED-SW (WS-RSP-SUB)
               SET RV-RESPONDED TO TRUE
               MOVE RSP-DATE (WS-RSP-SUB) TO RV-RESPONSE-DATE
               MOVE RSP-CONFIRMED-BY (WS-RSP-SUB) TO RV-CONFIRMED-BY
               ADD 1 TO WS-RESPONSES
               MOVE "REVALIDATION RECEIVED" TO RPL-ACTION-O
               IF SUPPLR-REVAL-HOLD
                   MOVE SPACE TO SUPPLR-PAY-HOLD
                   PERFORM 350-REWRITE-MASTER THRU 350-EXIT
                   ADD 1 TO WS-RELEASED
                   MOVE "REVALIDATED - PAYMENT HOLD RELEASED"
                       TO RPL-ACTION-O
               END-IF
               MOVE RV-RESPONSE-DATE TO RPL-DATE-O
               WRITE REVALRPT-REC FROM WS-RPT-LINE
               GO TO 300-EXIT.

           IF RV-AWAITING AND WS-RUN-DATE > RV-DUE-DATE
               SET RV-OVERDUE TO TRUE
               IF NOT SUPPLR-REVAL-HOLD
                   MOVE WS-RUN-DATE TO RV-HOLD-DATE
                   MOVE "R" TO SUPPLR-PAY-HOLD
                   PERFORM 350-REWRITE-MASTER THRU 350-EXIT
                   ADD 1 TO WS-HELD
               END-IF
               MOVE "REVALIDATION OVERDUE - PAYMENT HOLD"
                   TO RPL-ACTION-O
               MOVE RV-DUE-DATE TO RPL-DATE-O
               WRITE REVALRPT-REC FROM WS-RPT-LINE.
       300-EXIT.
           EXIT.

       310-MATCH-ONE-RESPONSE.
           IF RSP-SUPPLR-NO (WS-RSP-SUB) = SUPPLR-KEY
                   AND NOT RSP-USED (WS-RSP-SUB)
               MOVE "Y" TO WS-FOUND-SW.
       310-EXIT.
           EXIT.

       350-REWRITE-MASTER.
           MOVE "350-REWRITE-MASTER" TO PARA-NAME.
           REWRITE VSAM-SUPPLR-RECORD
               INVALID KEY
                   DISPLAY "SUPREVAL REWRITE FAILED " SUPPLR-KEY
                           " STATUS " VS-STATUS
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.
       350-EXIT.
           EXIT.

       400-SEND-REQUEST.
      **** THE ANNUAL REQUEST.  A HOLD LEFT FROM AN UNANSWERED PRIOR
      **** CYCLE STAYS ON UNTIL THIS CYCLE'S RESPONSE COMES BACK.
           MOVE "400-SEND-REQUEST" TO PARA-NAME.
           IF NOT WS-TRACKED
               MOVE SPACES TO SUPPLR-REVAL-REC
               MOVE SUPPLR-KEY TO RV-SUPPLR-NO
               MOVE ZERO TO RV-HOLD-DATE
               MOVE "Y" TO WS-TRACKED-SW.
           MOVE WS-CYCLE-YEAR TO RV-CYCLE-YEAR.
           SET RV-AWAITING TO TRUE.
           MOVE WS-RUN-DATE TO RV-SENT-DATE.
           COMPUTE WS-DUE-INT = WS-RUN-INT + WS-RESPONSE-DAYS.
           COMPUTE RV-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           MOVE ZERO TO RV-RESPONSE-DATE.
           MOVE SPACES TO RV-CONFIRMED-BY.
           PERFORM 450-WRITE-LETTER THRU 450-EXIT.
           ADD 1 TO WS-LETTERS.
           MOVE SUPPLR-KEY TO RPL-SUPPLR-O.
           MOVE SUPPLR-NAME TO RPL-NAME-O.
           MOVE "REVALIDATION REQUEST SENT" TO RPL-ACTION-O.
           MOVE RV-DUE-DATE TO RPL-DATE-O.
           WRITE REVALRPT-REC FROM WS-RPT-LINE.
       400-EXIT.
           EXIT.

       450-WRITE-LETTER.
      **** THE REQUEST LETTER, LAID OUT LIKE CHKESCH'S DUE-DILIGENCE
      **** NOTICE.
           MOVE "450-WRITE-LETTER" TO PARA-NAME.
           WRITE LETTER-LINE FROM LETTER-SEPARATOR-LINE.
           MOVE WS-RUN-DATE TO LTR-DATE.
           WRITE LETTER-LINE FROM LETTER-DATE-LINE.
           MOVE SUPPLR-KEY TO LTR-SUPPLR-NO.
           MOVE WS-CYCLE-YEAR TO LTR-CYCLE-YEAR.
           WRITE LETTER-LINE FROM LETTER-SUPPLIER-LINE.
           MOVE SPACES TO WS-LETTER-TEXT.
           STRING "TO: " SUPPLR-NAME
               DELIMITED BY SIZE INTO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "AS PART OF OUR ANNUAL VENDOR MASTER REVIEW, PLEASE"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "CONFIRM YOUR REMIT-TO ADDRESS, TAX IDENTIFICATION AND"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "BANKING DETAILS ON THE ENCLOSED FORM AND SIGN IT."
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE RV-DUE-DATE TO LTR-REPLY-DATE.
           WRITE LETTER-LINE FROM LETTER-REPLY-LINE.
           MOVE "PAYMENTS TO YOU WILL BE HELD IF THE FORM IS NOT"
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "RECEIVED BY THAT DATE."
               TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
           MOVE "ACCOUNTS PAYABLE - VENDOR MASTER" TO WS-LETTER-TEXT.
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
       450-EXIT.
           EXIT.

       500-LIST-HOLD.
      **** EVERY SUPPLIER STILL ON REVALIDATION HOLD GOES ON THE
      **** LIST PAYSCHED READS.
           MOVE "500-LIST-HOLD" TO PARA-NAME.
           MOVE SPACES TO PAY-HOLD-REC.
           MOVE SUPPLR-KEY TO PH-SUPPLR-NO.
           SET PH-REVALIDATION-HOLD TO TRUE.
           IF WS-TRACKED AND RV-HOLD-DATE NUMERIC
                   AND RV-HOLD-DATE > ZERO
               MOVE RV-HOLD-DATE TO PH-HOLD-DATE
           ELSE
               MOVE WS-RUN-DATE TO PH-HOLD-DATE
           END-IF.
           MOVE SUPPLR-NAME TO PH-SUPPLR-NAME.
           WRITE PAY-HOLD-REC.
           ADD 1 TO WS-ON-HOLD.
       500-EXIT.
           EXIT.

       600-UNMATCHED-RESPONSE.
      **** A RESPONSE WITH NO OPEN REQUEST BEHIND IT IS LISTED FOR
      **** VENDOR MASTER STAFF TO FOLLOW UP.
           IF RSP-USED (WS-RSP-SUB)
               GO TO 600-EXIT.
           MOVE RSP-SUPPLR-NO (WS-RSP-SUB) TO RPL-SUPPLR-O.
           MOVE SPACES TO RPL-NAME-O.
           MOVE "RESPONSE - NO OPEN REQUEST" TO RPL-ACTION-O.
           MOVE RSP-DATE (WS-RSP-SUB) TO RPL-DATE-O.
           WRITE REVALRPT-REC FROM WS-RPT-LINE.
       600-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, SUPPLR-BAL-IN, LADING-FEED-IN.
           OPEN INPUT REMIT-TRANS-FILE.
           OPEN INPUT REVAL-RESP-FILE.
           OPEN INPUT REVAL-TRACK-IN.
           OPEN OUTPUT REVAL-TRACK-OUT, INACT-PROPOSAL-OUT,
                       PAY-HOLD-OUT, LETTER-FILE, REVALRPT.
           OPEN I-O VSAM-SUPPLR-FILE.
           DISPLAY "SUPREVAL OPEN FILES".
           DISPLAY PRM-STATUS.
           DISPLAY BALI-STATUS.
           DISPLAY LAD-STATUS.
           DISPLAY RMT-STATUS.
           DISPLAY RSP-STATUS.
           DISPLAY TKI-STATUS.
           DISPLAY VS-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, SUPPLR-BAL-IN, LADING-FEED-IN,
                 REMIT-TRANS-FILE, REVAL-RESP-FILE, REVAL-TRACK-IN,
                 REVAL-TRACK-OUT, INACT-PROPOSAL-OUT, PAY-HOLD-OUT,
                 VSAM-SUPPLR-FILE, LETTER-FILE, REVALRPT.
           DISPLAY "SUPREVAL FILES CLOSED".
           DISPLAY "SUPPLIERS SWEPT        " WS-SUPPLIERS-READ.
           DISPLAY "PROPOSED INACTIVE      " WS-PROPOSED.
           DISPLAY "REVALIDATION LETTERS   " WS-LETTERS.
           DISPLAY "RESPONSES POSTED       " WS-RESPONSES.
           DISPLAY "PLACED ON PAYMENT HOLD " WS-HELD.
           DISPLAY "HOLDS RELEASED         " WS-RELEASED.
           DISPLAY "ON HOLD AT END OF RUN  " WS-ON-HOLD.
       900-EXIT.
           EXIT.
