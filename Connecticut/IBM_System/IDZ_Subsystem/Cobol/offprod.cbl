       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  OFFPROD.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  MONTHLY LOAN OFFICER
      *                PRODUCTION AND COMMISSION REPORT.  FOR EACH
      *                OFFICER - QUOTES SAVED, APPLICATIONS OPENED,
      *                CLOSED UNITS AND DOLLARS, PULL-THROUGH AND
      *                AVERAGE DAYS FROM APPLICATION TO CLOSE - FROM
      *                EPSQUOTE AND LOANAPPL, WITH THE MONTH'S QUOTHIST
      *                QUOTE COUNT FOR THE WHOLE DESK.  COMMISSION IS
      *                FIGURED ON CLOSED DOLLARS FROM THE TIERED
      *                COMMRATE TABLE AND WRITTEN TO THE COMMPAY FILE
      *                FOR THE PAYROLL LOAD.
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

           SELECT QUOTE-HIST-FILE
           ASSIGN TO QUOTHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS QH-STATUS.

           SELECT SAVED-QUOTE-FILE
           ASSIGN TO EPSQUOTE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EPSQ-QUOTE-NUMBER
             FILE STATUS IS SQ-STATUS.

           SELECT APPLICATION-FILE
           ASSIGN TO LOANAPPL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LA-QUOTE-NUMBER
             FILE STATUS IS APL-STATUS.

           SELECT COMMISSION-RATE-FILE
           ASSIGN TO COMMRATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CR-STATUS.

           SELECT COMMISSION-PAY-FILE
           ASSIGN TO UT-S-COMMPAY
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CP-STATUS.

           SELECT PRODUCTION-REPORT
           ASSIGN TO UT-S-OFFPROD
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
           05  PRM-REPORT-MONTH            PIC 9(06).
           05  FILLER                      PIC X(74).

       FD  QUOTE-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS QUOTE-HIST-RECORD.
       01  QUOTE-HIST-RECORD.
           05  QH-TIMESTAMP.
               10  QH-DATE                 PIC 9(08).
               10  FILLER                  PIC X(18).
           05  FILLER                      PIC X(54).

       FD  SAVED-QUOTE-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY EPSQUOTE.

       FD  APPLICATION-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY LOANAPPL.

       FD  COMMISSION-RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY COMMRATE.

       FD  COMMISSION-PAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMMISSION-PAY-REC.
       COPY COMMPAY.

       FD  PRODUCTION-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRODUCTION-REPORT-REC.
       01  PRODUCTION-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  QH-STATUS               PIC X(2).
               88 QH-FOUND        VALUE "00".
               88 END-OF-QH       VALUE "10".
           05  SQ-STATUS               PIC X(2).
               88 SQ-FOUND        VALUE "00".
           05  APL-STATUS              PIC X(2).
               88 APL-FOUND       VALUE "00".
           05  CR-STATUS               PIC X(2).
               88 CR-FOUND        VALUE "00".
               88 END-OF-RATES    VALUE "10".
           05  CP-STATUS               PIC X(2).
               88 CP-WRITE        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-BROWSE-DONE-SW           PIC X(01) VALUE "N".
               88  WS-BROWSE-DONE             VALUE "Y".
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR             PIC 9(04).
               10  WS-RUN-MONTH            PIC 9(02).
               10  WS-RUN-DAY              PIC 9(02).
           05  WS-REPORT-MONTH             PIC 9(06) VALUE ZERO.
           05  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YEAR          PIC 9(04).
               10  WS-REPORT-MM            PIC 9(02).
           05  WS-SEARCH-OFFICER           PIC X(08).
           05  WS-RECEIVED-INT             PIC S9(8) COMP.
           05  WS-CLOSED-INT               PIC S9(8) COMP.
           05  WS-BAND-TOP                 PIC 9(10)V99.
           05  WS-BAND-DOLLARS             PIC 9(10)V99.
           05  WS-TIER-SUB                 PIC 9(03) VALUE ZERO.

      *    THE COMMISSION TIERS ARE A HANDFUL OF ROWS, HELD IN CORE.
       01  RATE-TABLE-AREA.
           05  WS-TIER-COUNT               PIC 9(03) VALUE ZERO.
           05  WS-TIER-ENTRY OCCURS 20 TIMES.
               10  TR-FLOOR                PIC 9(10)V99.
               10  TR-RATE-BPS             PIC 9(3)V99.

      *    ONE SLOT PER OFFICER, KEPT IN OFFICER ORDER AS THEY ARE
      *    ADDED SO THE REPORT PRINTS ALPHABETICALLY.  QUOTES THAT
      *    NEVER BECAME AN APPLICATION HAVE NO OFFICER ON THEM AND
      *    ARE COUNTED UNDER A BLANK OFFICER.
       01  OFFICER-TABLE-AREA.
           05  WS-OFF-COUNT                PIC 9(03) VALUE ZERO.
           05  WS-OFF-SUB                  PIC 9(03) VALUE ZERO.
           05  WS-OFF-MOVE                 PIC 9(03) VALUE ZERO.
           05  WS-OFF-ENTRY OCCURS 300 TIMES.
               10  OT-OFFICER              PIC X(08).
               10  OT-QUOTES               PIC 9(05).
               10  OT-APPS                 PIC 9(05).
               10  OT-DECIDED              PIC 9(05).
               10  OT-CLOSED               PIC 9(05).
               10  OT-CLOSED-DOLLARS       PIC 9(10)V99.
               10  OT-CLOSE-DAYS           PIC 9(07).
               10  OT-COMMISSION           PIC 9(08)V99.

       01  DESK-TOTALS.
           05  WS-QUOTES-CALCULATED        PIC 9(07) VALUE ZERO.
           05  WS-TOT-QUOTES               PIC 9(07) VALUE ZERO.
           05  WS-TOT-APPS                 PIC 9(07) VALUE ZERO.
           05  WS-TOT-DECIDED              PIC 9(07) VALUE ZERO.
           05  WS-TOT-CLOSED               PIC 9(07) VALUE ZERO.
           05  WS-TOT-CLOSED-DOLLARS       PIC 9(11)V99 VALUE ZERO.
           05  WS-TOT-CLOSE-DAYS           PIC 9(09) VALUE ZERO.
           05  WS-TOT-COMMISSION           PIC 9(10)V99 VALUE ZERO.
           05  WS-PAY-COUNT                PIC 9(07) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(42)
                 VALUE "LOAN OFFICER PRODUCTION AND COMMISSION - ".
           05  HDG-REPORT-MONTH            PIC 9(06).
           05  FILLER     PIC X(10) VALUE "  RUN OF ".
           05  HDG-RUN-DATE                PIC 9(08).
           05  FILLER     PIC X(67) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER     PIC X(133) VALUE
               "OFFICER   QUOTES   APPS DECIDED CLOSED    CLOSED DOLLARS
      -        " PULL-THRU AVG DAYS    COMMISSION".

       01  WS-DETAIL-LINE.
           05  DTL-OFFICER                 PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-QUOTES                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-APPS                    PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-DECIDED                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-CLOSED                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-CLOSED-DOLLARS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DTL-PULL-THRU               PIC ZZ9.9.
           05  FILLER                      PIC X(01) VALUE "%".
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  DTL-AVG-DAYS                PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-COMMISSION              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(44) VALUE SPACES.

       01  WS-QUOTHIST-LINE.
           05  FILLER     PIC X(44)
                 VALUE "QUOTES CALCULATED BY THE DESK IN THE MONTH: ".
           05  QHL-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER     PIC X(20) VALUE "   QUOTES SAVED:    ".
           05  QHL-SAVED                   PIC ZZZ,ZZ9.
           05  FILLER     PIC X(55) VALUE SPACES.

       01  WS-NOTE-LINE-1.
           05  FILLER     PIC X(47) VALUE
               "PULL-THROUGH IS CLOSED UNITS OVER APPLICATIONS".
           05  FILLER     PIC X(86) VALUE
               "REACHING A FINAL DECISION IN THE MONTH.".

       01  WS-NOTE-LINE-2.
           05  FILLER     PIC X(60) VALUE
               "OFFICER (NONE) HOLDS SAVED QUOTES WITH NO APPLICATION.".
           05  FILLER     PIC X(73) VALUE SPACES.

       01  WS-PAY-TOTAL-LINE.
           05  FILLER     PIC X(34)
                 VALUE "COMMISSION PAYABLE RECORDS WRITTEN".
           05  PTL-COUNT                   PIC ZZ,ZZ9.
           05  FILLER     PIC X(10) VALUE "   TOTAL ".
           05  PTL-TOTAL                   PIC $$$,$$$,$$9.99.
           05  FILLER     PIC X(69) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * GATHER THE MONTH'S QUOTES, APPLICATIONS AND CLOSINGS BY
      * OFFICER, FIGURE COMMISSION, AND WRITE THE REPORT AND THE
      * PAYROLL FILE.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.
           PERFORM 060-LOAD-RATE-TABLE THRU 060-EXIT
               UNTIL END-OF-RATES.

           MOVE WS-REPORT-MONTH TO HDG-REPORT-MONTH.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           WRITE PRODUCTION-REPORT-REC FROM WS-HEADING-LINE.
           WRITE PRODUCTION-REPORT-REC FROM WS-BLANK-LINE.
           WRITE PRODUCTION-REPORT-REC FROM WS-COLUMN-HEADING.

           READ QUOTE-HIST-FILE
               AT END SET END-OF-QH TO TRUE.
           PERFORM 100-COUNT-QUOTHIST THRU 100-EXIT
               UNTIL END-OF-QH.

           MOVE LOW-VALUES TO EPSQ-QUOTE-NUMBER.
           START SAVED-QUOTE-FILE KEY > EPSQ-QUOTE-NUMBER
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM 200-COUNT-SAVED-QUOTE THRU 200-EXIT
               UNTIL WS-BROWSE-DONE.

           MOVE "N" TO WS-BROWSE-DONE-SW.
           MOVE LOW-VALUES TO LA-QUOTE-NUMBER.
           START APPLICATION-FILE KEY > LA-QUOTE-NUMBER
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM 300-COUNT-APPLICATION THRU 300-EXIT
               UNTIL WS-BROWSE-DONE.

           PERFORM 500-REPORT-OFFICER THRU 500-EXIT
               VARYING WS-OFF-SUB FROM 1 BY 1
               UNTIL WS-OFF-SUB > WS-OFF-COUNT.

           PERFORM 700-WRITE-TOTALS THRU 700-EXIT.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** THE REPORT IS RUN EARLY IN THE MONTH FOR THE MONTH JUST
      **** ENDED, SO WITH NO CARD THE REPORTING MONTH IS LAST MONTH.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           IF WS-RUN-MONTH = 1
               COMPUTE WS-REPORT-YEAR = WS-RUN-YEAR - 1
               MOVE 12 TO WS-REPORT-MM
           ELSE
               MOVE WS-RUN-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MM = WS-RUN-MONTH - 1
           END-IF.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-REPORT-MONTH NUMERIC AND PRM-REPORT-MONTH > ZERO
                   MOVE PRM-REPORT-MONTH TO WS-REPORT-MONTH
               END-IF
           END-IF.
       050-EXIT.
           EXIT.

       060-LOAD-RATE-TABLE.
      **** THE TIERS MUST COME IN ASCENDING FLOOR ORDER - A ROW OUT OF
      **** SEQUENCE WOULD PAY THE WRONG BAND, SO IT IS DROPPED.
           MOVE "060-LOAD-RATE-TABLE" TO PARA-NAME.
           READ COMMISSION-RATE-FILE
               AT END
                   SET END-OF-RATES TO TRUE
                   GO TO 060-EXIT
           END-READ.
           IF CR-TIER-FLOOR NOT NUMERIC OR CR-RATE-BPS NOT NUMERIC
               DISPLAY "OFFPROD COMMRATE ROW NOT NUMERIC - IGNORED"
               MOVE 4 TO RETURN-CODE
               GO TO 060-EXIT.
           IF WS-TIER-COUNT > ZERO
               IF CR-TIER-FLOOR NOT > TR-FLOOR (WS-TIER-COUNT)
                   DISPLAY "OFFPROD COMMRATE ROW OUT OF SEQUENCE - "
                       "IGNORED " CR-DESCRIPTION
                   MOVE 4 TO RETURN-CODE
                   GO TO 060-EXIT
               END-IF
           END-IF.
           IF WS-TIER-COUNT < 20
               ADD 1 TO WS-TIER-COUNT
               MOVE CR-TIER-FLOOR TO TR-FLOOR (WS-TIER-COUNT)
               MOVE CR-RATE-BPS TO TR-RATE-BPS (WS-TIER-COUNT)
           ELSE
               DISPLAY "OFFPROD COMMRATE TABLE FULL AT 20 - IGNORED "
                   CR-DESCRIPTION
               MOVE 4 TO RETURN-CODE
           END-IF.
       060-EXIT.
           EXIT.

       100-COUNT-QUOTHIST.
      **** QUOTHIST CARRIES EVERY QUOTE CALCULATED, SAVED OR NOT, BUT
      **** NO OFFICER - IT IS COUNTED FOR THE DESK AS A WHOLE.
           MOVE "100-COUNT-QUOTHIST" TO PARA-NAME.
           IF QH-DATE (1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-QUOTES-CALCULATED
           END-IF.
           READ QUOTE-HIST-FILE
               AT END SET END-OF-QH TO TRUE.
       100-EXIT.
           EXIT.

       200-COUNT-SAVED-QUOTE.
      **** THE QUOTE NUMBER IS THE DATE AND TIME IT WAS CUT.  THE
      **** OFFICER IS THE ONE ON THE APPLICATION FOR THE QUOTE, IF ANY.
           MOVE "200-COUNT-SAVED-QUOTE" TO PARA-NAME.
           READ SAVED-QUOTE-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 200-EXIT
           END-READ.
           IF EPSQ-QUOTE-NUMBER (1:6) NOT = WS-REPORT-MONTH
               GO TO 200-EXIT.

           MOVE SPACES TO WS-SEARCH-OFFICER.
           MOVE EPSQ-QUOTE-NUMBER TO LA-QUOTE-NUMBER.
           READ APPLICATION-FILE.
           IF APL-FOUND
               MOVE LA-OFFICER TO WS-SEARCH-OFFICER
           END-IF.
           PERFORM 400-FIND-OFFICER THRU 400-EXIT.
           IF WS-OFF-SUB > ZERO
               ADD 1 TO OT-QUOTES (WS-OFF-SUB)
           END-IF.
           ADD 1 TO WS-TOT-QUOTES.
       200-EXIT.
           EXIT.

       300-COUNT-APPLICATION.
      **** OPENED IN THE MONTH COUNTS AS AN APPLICATION; A FINAL
      **** DECISION (CLOSED, DECLINED, WITHDRAWN OR INCOMPLETE) IN THE
      **** MONTH COUNTS AS DECIDED; CLOSED IN THE MONTH ADDS THE UNIT,
      **** THE DOLLARS AND THE DAYS FROM APPLICATION TO CLOSE.
           MOVE "300-COUNT-APPLICATION" TO PARA-NAME.
           READ APPLICATION-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 300-EXIT
           END-READ.
           MOVE LA-OFFICER TO WS-SEARCH-OFFICER.

           IF LA-RECEIVED-DATE (1:6) = WS-REPORT-MONTH
               PERFORM 400-FIND-OFFICER THRU 400-EXIT
               IF WS-OFF-SUB > ZERO
                   ADD 1 TO OT-APPS (WS-OFF-SUB)
               END-IF
               ADD 1 TO WS-TOT-APPS
           END-IF.

           IF LA-STATUS-DATE (1:6) NOT = WS-REPORT-MONTH
               GO TO 300-EXIT.
           IF NOT LA-CLOSED AND NOT LA-FINAL-OUTCOME
               GO TO 300-EXIT.
           PERFORM 400-FIND-OFFICER THRU 400-EXIT.
           IF WS-OFF-SUB = ZERO
               GO TO 300-EXIT.
           ADD 1 TO OT-DECIDED (WS-OFF-SUB).
           ADD 1 TO WS-TOT-DECIDED.
           IF NOT LA-CLOSED
               GO TO 300-EXIT.

           ADD 1 TO OT-CLOSED (WS-OFF-SUB).
           ADD LA-PRINCIPLE TO OT-CLOSED-DOLLARS (WS-OFF-SUB).
           ADD 1 TO WS-TOT-CLOSED.
           ADD LA-PRINCIPLE TO WS-TOT-CLOSED-DOLLARS.
           IF LA-RECEIVED-DATE NUMERIC AND LA-RECEIVED-DATE > ZERO
                   AND LA-RECEIVED-DATE NOT > LA-STATUS-DATE
               COMPUTE WS-RECEIVED-INT =
                   FUNCTION INTEGER-OF-DATE(LA-RECEIVED-DATE)
               COMPUTE WS-CLOSED-INT =
                   FUNCTION INTEGER-OF-DATE(LA-STATUS-DATE)
               COMPUTE OT-CLOSE-DAYS (WS-OFF-SUB) =
                   OT-CLOSE-DAYS (WS-OFF-SUB)
                   + WS-CLOSED-INT - WS-RECEIVED-INT
               COMPUTE WS-TOT-CLOSE-DAYS = WS-TOT-CLOSE-DAYS
                   + WS-CLOSED-INT - WS-RECEIVED-INT
           END-IF.
       300-EXIT.
           EXIT.

       400-FIND-OFFICER.
      **** FIND WS-SEARCH-OFFICER'S SLOT, OR OPEN ONE IN OFFICER ORDER
      **** BY SHIFTING THE HIGHER SLOTS UP ONE.  WS-OFF-SUB IS ZERO
      **** ONLY IF THE TABLE IS FULL.
           MOVE "400-FIND-OFFICER" TO PARA-NAME.
           PERFORM VARYING WS-OFF-SUB FROM 1 BY 1
                   UNTIL WS-OFF-SUB > WS-OFF-COUNT
                      OR OT-OFFICER (WS-OFF-SUB) NOT < WS-SEARCH-OFFICER
               CONTINUE
           END-PERFORM.
           IF WS-OFF-SUB NOT > WS-OFF-COUNT
               IF OT-OFFICER (WS-OFF-SUB) = WS-SEARCH-OFFICER
                   GO TO 400-EXIT
               END-IF
           END-IF.
           IF WS-OFF-COUNT NOT < 300
               DISPLAY "OFFPROD OFFICER TABLE FULL AT 300 - "
                   WS-SEARCH-OFFICER " NOT COUNTED"
               MOVE 4 TO RETURN-CODE
               MOVE ZERO TO WS-OFF-SUB
               GO TO 400-EXIT.
           PERFORM VARYING WS-OFF-MOVE FROM WS-OFF-COUNT BY -1
                   UNTIL WS-OFF-MOVE < WS-OFF-SUB
               MOVE WS-OFF-ENTRY (WS-OFF-MOVE)
                   TO WS-OFF-ENTRY (WS-OFF-MOVE + 1)
           END-PERFORM.
           ADD 1 TO WS-OFF-COUNT.
           INITIALIZE WS-OFF-ENTRY (WS-OFF-SUB).
           MOVE WS-SEARCH-OFFICER TO OT-OFFICER (WS-OFF-SUB).
       400-EXIT.
           EXIT.

       500-REPORT-OFFICER.
           MOVE "500-REPORT-OFFICER" TO PARA-NAME.
           PERFORM 550-FIGURE-COMMISSION THRU 550-EXIT.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE OT-OFFICER (WS-OFF-SUB) TO DTL-OFFICER.
           IF OT-OFFICER (WS-OFF-SUB) = SPACES
               MOVE "(NONE)" TO DTL-OFFICER
           END-IF.
           MOVE OT-QUOTES (WS-OFF-SUB) TO DTL-QUOTES.
           MOVE OT-APPS (WS-OFF-SUB) TO DTL-APPS.
           MOVE OT-DECIDED (WS-OFF-SUB) TO DTL-DECIDED.
           MOVE OT-CLOSED (WS-OFF-SUB) TO DTL-CLOSED.
           MOVE OT-CLOSED-DOLLARS (WS-OFF-SUB) TO DTL-CLOSED-DOLLARS.
           MOVE ZERO TO DTL-PULL-THRU DTL-AVG-DAYS.
           IF OT-DECIDED (WS-OFF-SUB) > ZERO
               COMPUTE DTL-PULL-THRU ROUNDED =
                   OT-CLOSED (WS-OFF-SUB) * 100
                   / OT-DECIDED (WS-OFF-SUB)
           END-IF.
           IF OT-CLOSED (WS-OFF-SUB) > ZERO
               COMPUTE DTL-AVG-DAYS ROUNDED =
                   OT-CLOSE-DAYS (WS-OFF-SUB) / OT-CLOSED (WS-OFF-SUB)
           END-IF.
           MOVE OT-COMMISSION (WS-OFF-SUB) TO DTL-COMMISSION.
           WRITE PRODUCTION-REPORT-REC FROM WS-DETAIL-LINE.

           IF OT-COMMISSION (WS-OFF-SUB) > ZERO
               PERFORM 600-WRITE-PAYABLE THRU 600-EXIT
           END-IF.
       500-EXIT.
           EXIT.

       550-FIGURE-COMMISSION.
      **** EACH TIER PAYS ITS RATE ON THE CLOSED DOLLARS BETWEEN ITS
      **** FLOOR AND THE NEXT TIER'S FLOOR.  QUOTES WITH NO OFFICER
      **** NEVER CLOSE, SO THE BLANK OFFICER EARNS NOTHING.
           MOVE "550-FIGURE-COMMISSION" TO PARA-NAME.
           MOVE ZERO TO OT-COMMISSION (WS-OFF-SUB).
           IF OT-OFFICER (WS-OFF-SUB) = SPACES
               GO TO 550-EXIT.
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > WS-TIER-COUNT
               IF OT-CLOSED-DOLLARS (WS-OFF-SUB)
                       > TR-FLOOR (WS-TIER-SUB)
                   MOVE OT-CLOSED-DOLLARS (WS-OFF-SUB) TO WS-BAND-TOP
                   IF WS-TIER-SUB < WS-TIER-COUNT
                       IF WS-BAND-TOP > TR-FLOOR (WS-TIER-SUB + 1)
                           MOVE TR-FLOOR (WS-TIER-SUB + 1)
                               TO WS-BAND-TOP
                       END-IF
                   END-IF
                   COMPUTE WS-BAND-DOLLARS =
                       WS-BAND-TOP - TR-FLOOR (WS-TIER-SUB)
                   COMPUTE OT-COMMISSION (WS-OFF-SUB) ROUNDED =
                       OT-COMMISSION (WS-OFF-SUB) +
                       WS-BAND-DOLLARS * TR-RATE-BPS (WS-TIER-SUB)
                       / 10000
               END-IF
           END-PERFORM.
           ADD OT-COMMISSION (WS-OFF-SUB) TO WS-TOT-COMMISSION.
       550-EXIT.
           EXIT.

       600-WRITE-PAYABLE.
           MOVE "600-WRITE-PAYABLE" TO PARA-NAME.
           MOVE SPACES TO COMMISSION-PAY-REC.
           MOVE "D" TO CP-RECORD-TYPE.
           MOVE WS-REPORT-MONTH TO CP-PERIOD.
           MOVE WS-RUN-DATE TO CP-RUN-DATE.
           MOVE OT-OFFICER (WS-OFF-SUB) TO CP-OFFICER.
           MOVE "COMM" TO CP-EARNINGS-CODE.
           MOVE OT-CLOSED (WS-OFF-SUB) TO CP-CLOSED-UNITS.
           MOVE OT-CLOSED-DOLLARS (WS-OFF-SUB) TO CP-CLOSED-DOLLARS.
           MOVE OT-COMMISSION (WS-OFF-SUB) TO CP-COMMISSION.
           WRITE COMMISSION-PAY-REC.
           ADD 1 TO WS-PAY-COUNT.
       600-EXIT.
           EXIT.

       700-WRITE-TOTALS.
           MOVE "700-WRITE-TOTALS" TO PARA-NAME.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "TOTAL" TO DTL-OFFICER.
           MOVE WS-TOT-QUOTES TO DTL-QUOTES.
           MOVE WS-TOT-APPS TO DTL-APPS.
           MOVE WS-TOT-DECIDED TO DTL-DECIDED.
           MOVE WS-TOT-CLOSED TO DTL-CLOSED.
           MOVE WS-TOT-CLOSED-DOLLARS TO DTL-CLOSED-DOLLARS.
           MOVE ZERO TO DTL-PULL-THRU DTL-AVG-DAYS.
           IF WS-TOT-DECIDED > ZERO
               COMPUTE DTL-PULL-THRU ROUNDED =
                   WS-TOT-CLOSED * 100 / WS-TOT-DECIDED
           END-IF.
           IF WS-TOT-CLOSED > ZERO
               COMPUTE DTL-AVG-DAYS ROUNDED =
                   WS-TOT-CLOSE-DAYS / WS-TOT-CLOSED
           END-IF.
           MOVE WS-TOT-COMMISSION TO DTL-COMMISSION.
           WRITE PRODUCTION-REPORT-REC FROM WS-BLANK-LINE.
           WRITE PRODUCTION-REPORT-REC FROM WS-DETAIL-LINE.

           WRITE PRODUCTION-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-QUOTES-CALCULATED TO QHL-COUNT.
           MOVE WS-TOT-QUOTES TO QHL-SAVED.
           WRITE PRODUCTION-REPORT-REC FROM WS-QUOTHIST-LINE.
           WRITE PRODUCTION-REPORT-REC FROM WS-NOTE-LINE-1.
           WRITE PRODUCTION-REPORT-REC FROM WS-NOTE-LINE-2.

      **** THE TRAILER LETS PAYROLL PROVE THE LOAD.
           MOVE SPACES TO COMMISSION-PAY-REC.
           MOVE "T" TO CP-RECORD-TYPE.
           MOVE WS-REPORT-MONTH TO CP-PERIOD.
           MOVE WS-RUN-DATE TO CP-RUN-DATE.
           MOVE WS-PAY-COUNT TO CP-RECORD-COUNT.
           MOVE WS-TOT-COMMISSION TO CP-TOTAL-COMMISSION.
           WRITE COMMISSION-PAY-REC.

           WRITE PRODUCTION-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-PAY-COUNT TO PTL-COUNT.
           MOVE WS-TOT-COMMISSION TO PTL-TOTAL.
           WRITE PRODUCTION-REPORT-REC FROM WS-PAY-TOTAL-LINE.
           IF WS-TIER-COUNT = ZERO
               DISPLAY "OFFPROD NO COMMISSION TIERS - NOTHING PAYABLE"
               MOVE 4 TO RETURN-CODE
           END-IF.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, QUOTE-HIST-FILE, SAVED-QUOTE-FILE,
                      APPLICATION-FILE, COMMISSION-RATE-FILE.
           OPEN OUTPUT COMMISSION-PAY-FILE, PRODUCTION-REPORT.
           DISPLAY "OFFPROD OPEN FILES".
           DISPLAY QH-STATUS.
           DISPLAY SQ-STATUS.
           DISPLAY APL-STATUS.
           DISPLAY CR-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, QUOTE-HIST-FILE, SAVED-QUOTE-FILE,
                 APPLICATION-FILE, COMMISSION-RATE-FILE,
                 COMMISSION-PAY-FILE, PRODUCTION-REPORT.
           DISPLAY "OFFPROD FILES CLOSED".
       900-EXIT.
           EXIT.
