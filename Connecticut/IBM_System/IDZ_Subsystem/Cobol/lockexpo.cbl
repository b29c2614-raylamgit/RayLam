       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  LOCKEXPO.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  DAILY LOCKED-PIPELINE MARKET
      *                EXPOSURE REPORT FOR SECONDARY MARKETING.  EVERY
      *                LOCKED, UNEXPIRED QUOTE ON EPSQUOTE IS REPRICED
      *                AT TODAY'S IN-FORCE RATESHT RATE FOR ITS TERM
      *                (THE AVERAGE OF THE SOURCES, AS EPSQRPT SHOWS
      *                IT).  EACH LOAN SHOWS THE RATE AND PAYMENT
      *                MOVEMENT AND WHAT THE LOCK IS WORTH TODAY - THE
      *                LOCKED P&I DISCOUNTED AT THE MARKET RATE, LESS
      *                THE PRINCIPAL.  LOCKS WITH AN APPLICATION IN
      *                UNDERWRITING ARE SPLIT FROM THOSE AT OTHER
      *                STAGES AND FROM LOCKS WITH NO APPLICATION YET.
      *                LOCKED PRINCIPAL AND GAIN OR LOSS ARE TOTALLED
      *                BY LOCK-EXPIRY WEEK AND FOR THE WHOLE PIPELINE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SAVED-QUOTE-FILE
           ASSIGN TO EPSQUOTE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EPSQ-QUOTE-NUMBER
             FILE STATUS IS SQ-STATUS.

           SELECT APPLICATION-FILE
           ASSIGN TO LOANAPPL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LA-QUOTE-NUMBER
             FILE STATUS IS APL-STATUS.

           SELECT RATE-SHEET-FILE
           ASSIGN TO RATESHT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RS-STATUS.

           SELECT LOCK-SORT-FILE
           ASSIGN TO SORTWK1.

           SELECT EXPOSURE-REPORT
           ASSIGN TO UT-S-LOCKEXPO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  SAVED-QUOTE-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY EPSQUOTE.

       FD  APPLICATION-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY LOANAPPL.

       FD  RATE-SHEET-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  RATE-SHEET-RECORD.
           05  RS-SOURCE                   PIC X(15).
           05  RS-YEARS                    PIC 99.
           05  RS-RATE                     PIC 99V999.
           05  RS-EFF-DATE                 PIC 9(08).
           05  RS-EFF-TIME                 PIC 9(06).
           05  RS-MAINT-USER               PIC X(08).
           05  FILLER                      PIC X(16).

      *    ONE RECORD PER LOCK IN THE PIPELINE.  GROUP 1 HAS AN
      *    APPLICATION IN UNDERWRITING, GROUP 2 AN APPLICATION AT ANY
      *    OTHER IN-PROCESS STAGE, GROUP 3 NO APPLICATION YET.
       SD  LOCK-SORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS LOCK-SORT-REC.
       01  LOCK-SORT-REC.
           05  LX-GROUP                    PIC 9(01).
           05  LX-EXPIRE-DATE              PIC 9(08).
           05  LX-QUOTE-NUMBER             PIC X(14).
           05  LX-DAYS-LEFT                PIC 9(03).
           05  LX-WEEK                     PIC 9(02).
           05  LX-YEARS                    PIC 9(02).
           05  LX-PRINCIPLE                PIC 9(8)V99.
           05  LX-LOCK-RATE                PIC 99V999.
           05  LX-MKT-RATE                 PIC 99V999.
           05  LX-LOCK-PMT                 PIC 9(6)V99.
           05  LX-MKT-PMT                  PIC 9(6)V99.
           05  LX-GAIN-LOSS                PIC S9(8)V99.
           05  LX-SHEET-SW                 PIC X(01).
               88  LX-NO-SHEET-RATE           VALUE "N".
           05  LX-APPL-STATUS              PIC X(01).
           05  FILLER                      PIC X(22).

       FD  EXPOSURE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXPOSURE-REPORT-REC.
       01  EXPOSURE-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  SQ-STATUS               PIC X(2).
               88 SQ-FOUND        VALUE "00".
           05  APL-STATUS              PIC X(2).
               88 APL-FOUND       VALUE "00".
           05  RS-STATUS               PIC X(2).
               88 RS-FOUND        VALUE "00".
               88 END-OF-RS       VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-BROWSE-DONE-SW           PIC X(01) VALUE "N".
               88  WS-BROWSE-DONE             VALUE "Y".
           05  WS-SORT-DONE-SW             PIC X(01) VALUE "N".
               88  WS-SORT-DONE               VALUE "Y".
           05  WS-APPL-FILE-SW             PIC X(01) VALUE "N".
               88  WS-APPL-FILE-OPEN          VALUE "Y".
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-RUN-INT                  PIC S9(8) COMP.
           05  WS-EXPIRE-INT               PIC S9(8) COMP.
           05  WS-WEEK-INT                 PIC S9(8) COMP.
           05  WS-DAYS-LEFT                PIC S9(05) VALUE ZERO.
           05  WS-PREV-GROUP               PIC 9(01) VALUE ZERO.
           05  WS-WEEK-SUB                 PIC 9(02) VALUE ZERO.
           05  WS-GROUP-SUB                PIC 9(01) VALUE ZERO.

      *    THE SHEET RATE FOR EACH TERM - THE LATEST ROW IN FORCE ON
      *    THE RUN DATE PER SOURCE AND TERM, THE SAME SELECTION
      *    EPSQRPT AND EPSMLIST MAKE, AVERAGED ACROSS THE SOURCES.
       01  SHEET-SLOT-AREA.
           05  WS-SLOT-COUNT               PIC 9(03) VALUE ZERO.
           05  WS-SLOT-SUB                 PIC 9(03) VALUE ZERO.
           05  WS-SLOT-FOUND-SW            PIC X(01) VALUE "N".
               88  WS-SLOT-FOUND              VALUE "Y".
           05  WS-REC-STAMP                PIC 9(14) VALUE ZERO.
           05  WS-SHEET-SLOT OCCURS 50 TIMES.
               10  SLT-SOURCE              PIC X(15).
               10  SLT-YEARS               PIC 99.
               10  SLT-RATE                PIC 99V999.
               10  SLT-STAMP               PIC 9(14).

       01  TERM-RATE-AREA.
           05  WS-TERM-SUB                 PIC 9(02) VALUE ZERO.
           05  WS-TERM-ENTRY OCCURS 50 TIMES.
               10  TRM-RATE-TOTAL          PIC 9(05)V999.
               10  TRM-RATE-COUNT          PIC 9(03).
               10  TRM-RATE-AVG            PIC 99V999.

      *    VALUING A LOCK.
       01  VALUE-FIELDS.
           05  WS-TERM-MONTHS              PIC 9(03).
           05  WS-MKT-MONTHLY              PIC 9V9(12).
           05  WS-GROWTH                   PIC 9(05)V9(12).
           05  WS-LOCK-VALUE               PIC 9(09)V99.

      *    PAYMENT CALCULATOR PARAMETERS.
       COPY EPSPDATA.

       01  PIPELINE-TOTALS.
           05  WS-QUOTES-READ              PIC 9(07) VALUE ZERO.
           05  WS-LOCKS-EXPIRED            PIC 9(05) VALUE ZERO.
           05  WS-LOCKS-ENDED              PIC 9(05) VALUE ZERO.
           05  WS-NO-SHEET-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-NO-SHEET-DOLLARS         PIC 9(10)V99 VALUE ZERO.
           05  WS-TOTAL-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-TOTAL-PRINCIPLE          PIC 9(10)V99 VALUE ZERO.
           05  WS-TOTAL-GAIN-LOSS          PIC S9(10)V99 VALUE ZERO.
           05  WS-GROUP-TOTALS OCCURS 3 TIMES.
               10  GRP-COUNT               PIC 9(05).
               10  GRP-PRINCIPLE           PIC 9(10)V99.
               10  GRP-GAIN-LOSS           PIC S9(10)V99.

      *    LOCK-EXPIRY WEEKS FROM THE RUN DATE - WEEK 1 IS THE NEXT
      *    SEVEN DAYS.  THE LAST BUCKET HOLDS EVERYTHING LATER.
       01  WEEK-TOTALS.
           05  WS-WEEK-ENTRY OCCURS 10 TIMES.
               10  WK-COUNT                PIC 9(05).
               10  WK-PRINCIPLE            PIC 9(10)V99.
               10  WK-GAIN-LOSS            PIC S9(10)V99.

       01  GROUP-NAME-DATA.
           05  FILLER     PIC X(40)
                 VALUE "APPLICATION IN UNDERWRITING".
           05  FILLER     PIC X(40)
                 VALUE "APPLICATION AT ANOTHER IN-PROCESS STAGE".
           05  FILLER     PIC X(40)
                 VALUE "NO APPLICATION YET".
       01  GROUP-NAME-TABLE REDEFINES GROUP-NAME-DATA.
           05  WS-GROUP-NAME OCCURS 3 TIMES PIC X(40).

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(41)
                 VALUE "LOCKED PIPELINE MARKET EXPOSURE - RUN OF ".
           05  HDG-RUN-DATE                PIC 9(08).
           05  FILLER     PIC X(84) VALUE SPACES.

       01  WS-GROUP-HEADING.
           05  FILLER     PIC X(08) VALUE "LOCKS - ".
           05  GH-NAME                     PIC X(40).
           05  FILLER     PIC X(85) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER     PIC X(133) VALUE
               "QUOTE NUMBER   EXPIRES DAYS YR     PRINCIPAL LOCKED MARK
      -        "ET CHANGE  LOCK P&I    MKT P&I   P&I CHG    GAIN/LOSS  N
      -        "OTE".

       01  WS-DETAIL-LINE.
           05  DTL-QUOTE-NUMBER            PIC X(14).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-EXPIRE-DATE             PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-DAYS-LEFT               PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-YEARS                   PIC Z9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-PRINCIPLE               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-LOCK-RATE               PIC Z9.999.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-MKT-RATE                PIC Z9.999.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-RATE-CHANGE             PIC -9.999.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-LOCK-PMT                PIC ZZZ,ZZ9.99.
           05  DTL-MKT-PMT                 PIC ZZZ,ZZ9.99.
           05  DTL-PMT-CHANGE              PIC -ZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-GAIN-LOSS               PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DTL-NOTE                    PIC X(22).

       01  WS-GROUP-TOTAL-LINE.
           05  FILLER     PIC X(08) VALUE "  TOTAL ".
           05  GT-NAME                     PIC X(40).
           05  GT-COUNT                    PIC ZZ,ZZ9.
           05  FILLER     PIC X(07) VALUE " LOCKS ".
           05  GT-PRINCIPLE                PIC $$,$$$,$$$,$$9.99.
           05  FILLER     PIC X(13) VALUE "  GAIN/LOSS ".
           05  GT-GAIN-LOSS                PIC $$,$$$,$$$,$$9.99-.
           05  FILLER     PIC X(24) VALUE SPACES.

       01  WS-WEEK-HEADING.
           05  FILLER     PIC X(44)
                 VALUE "LOCKED PRINCIPAL BY LOCK-EXPIRY WEEK".
           05  FILLER     PIC X(89) VALUE SPACES.

       01  WS-WEEK-LINE.
           05  FILLER     PIC X(05) VALUE "WEEK ".
           05  WKL-WEEK                    PIC Z9.
           05  WKL-PLUS                    PIC X(01).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  WKL-FROM-DATE               PIC 9(08).
           05  WKL-DASH                    PIC X(03).
           05  WKL-TO-DATE                 PIC X(08).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  WKL-COUNT                   PIC ZZ,ZZ9.
           05  FILLER     PIC X(07) VALUE " LOCKS ".
           05  WKL-PRINCIPLE               PIC $$,$$$,$$$,$$9.99.
           05  FILLER     PIC X(13) VALUE "  GAIN/LOSS ".
           05  WKL-GAIN-LOSS               PIC $$,$$$,$$$,$$9.99-.
           05  FILLER     PIC X(41) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  SUM-LABEL                   PIC X(48).
           05  SUM-COUNT                   PIC ZZ,ZZ9.
           05  FILLER     PIC X(07) VALUE SPACES.
           05  SUM-DOLLARS                 PIC $$,$$$,$$$,$$9.99-.
           05  FILLER     PIC X(54) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * PRICE TODAY'S SHEET BY TERM, REPRICE EVERY LIVE LOCK, SORT BY
      * PIPELINE GROUP AND EXPIRY, AND PRINT THE EXPOSURE.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           INITIALIZE TERM-RATE-AREA, PIPELINE-TOTALS, WEEK-TOTALS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           WRITE EXPOSURE-REPORT-REC FROM WS-HEADING-LINE.

           PERFORM 050-LOAD-SHEET-RATES THRU 050-EXIT.

           SORT LOCK-SORT-FILE
               ASCENDING KEY LX-GROUP LX-EXPIRE-DATE LX-QUOTE-NUMBER
               INPUT PROCEDURE 200-RELEASE-LOCKS THRU 200-EXIT
               OUTPUT PROCEDURE 300-LIST-LOCKS THRU 300-EXIT.

           PERFORM 500-WRITE-WEEKS THRU 500-EXIT.
           PERFORM 600-WRITE-SUMMARY THRU 600-EXIT.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-LOAD-SHEET-RATES.
           MOVE "050-LOAD-SHEET-RATES" TO PARA-NAME.
           READ RATE-SHEET-FILE
               AT END SET END-OF-RS TO TRUE.
           PERFORM UNTIL END-OF-RS
               IF RS-EFF-DATE NOT > WS-RUN-DATE
                   PERFORM 060-SELECT-SHEET-ROW THRU 060-EXIT
               END-IF
               READ RATE-SHEET-FILE
                   AT END SET END-OF-RS TO TRUE
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
               IF SLT-YEARS (WS-SLOT-SUB) > ZERO
                       AND SLT-YEARS (WS-SLOT-SUB) NOT > 50
                   MOVE SLT-YEARS (WS-SLOT-SUB) TO WS-TERM-SUB
                   ADD SLT-RATE (WS-SLOT-SUB)
                       TO TRM-RATE-TOTAL (WS-TERM-SUB)
                   ADD 1 TO TRM-RATE-COUNT (WS-TERM-SUB)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > 50
               IF TRM-RATE-COUNT (WS-TERM-SUB) > ZERO
                   COMPUTE TRM-RATE-AVG (WS-TERM-SUB) ROUNDED =
                       TRM-RATE-TOTAL (WS-TERM-SUB) /
                       TRM-RATE-COUNT (WS-TERM-SUB)
               END-IF
           END-PERFORM.
       050-EXIT.
           EXIT.

       060-SELECT-SHEET-ROW.
      **** A LATER-EFFECTIVE QUALIFYING ROW REPLACES AN EARLIER ONE
      **** FOR THE SAME SOURCE AND TERM.
           MOVE "060-SELECT-SHEET-ROW" TO PARA-NAME.
           COMPUTE WS-REC-STAMP =
               RS-EFF-DATE * 1000000 + RS-EFF-TIME.
           MOVE "N" TO WS-SLOT-FOUND-SW.
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
                      OR WS-SLOT-FOUND
               IF SLT-SOURCE (WS-SLOT-SUB) = RS-SOURCE
                   AND SLT-YEARS (WS-SLOT-SUB) = RS-YEARS
                   SET WS-SLOT-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SLOT-SUB
               END-IF
           END-PERFORM.
           IF WS-SLOT-FOUND
               IF WS-REC-STAMP NOT < SLT-STAMP (WS-SLOT-SUB)
                   MOVE RS-RATE TO SLT-RATE (WS-SLOT-SUB)
                   MOVE WS-REC-STAMP TO SLT-STAMP (WS-SLOT-SUB)
               END-IF
           ELSE
               IF WS-SLOT-COUNT < 50
                   ADD 1 TO WS-SLOT-COUNT
                   MOVE RS-SOURCE TO SLT-SOURCE (WS-SLOT-COUNT)
                   MOVE RS-YEARS TO SLT-YEARS (WS-SLOT-COUNT)
                   MOVE RS-RATE TO SLT-RATE (WS-SLOT-COUNT)
                   MOVE WS-REC-STAMP TO SLT-STAMP (WS-SLOT-COUNT)
               END-IF
           END-IF.
       060-EXIT.
           EXIT.

       200-RELEASE-LOCKS.
           MOVE "200-RELEASE-LOCKS" TO PARA-NAME.
           MOVE LOW-VALUES TO EPSQ-QUOTE-NUMBER.
           START SAVED-QUOTE-FILE KEY > EPSQ-QUOTE-NUMBER
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM 250-RELEASE-ONE THRU 250-EXIT
               UNTIL WS-BROWSE-DONE.
       200-EXIT.
           EXIT.

       250-RELEASE-ONE.
      **** ONLY LIVE LOCKS ARE EXPOSURE.  ONE PAST ITS EXPIRY THAT THE
      **** NIGHTLY SWEEP HAS NOT YET CLEARED IS LEFT OUT, AND SO IS A
      **** LOCK WHOSE APPLICATION HAS CLOSED OR ENDED.
           MOVE "250-RELEASE-ONE" TO PARA-NAME.
           READ SAVED-QUOTE-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 250-EXIT
           END-READ.
           ADD 1 TO WS-QUOTES-READ.

           IF NOT EPSQ-RATE-LOCKED
               GO TO 250-EXIT.
           IF EPSQ-LOCK-EXPIRE-DATE NOT NUMERIC
                   OR EPSQ-LOCK-EXPIRE-DATE = ZERO
               GO TO 250-EXIT.
           IF EPSQ-LOCK-EXPIRE-DATE < WS-RUN-DATE
               ADD 1 TO WS-LOCKS-EXPIRED
               GO TO 250-EXIT.

           MOVE SPACES TO LOCK-SORT-REC.
           MOVE SPACE TO LX-APPL-STATUS.
           MOVE 3 TO LX-GROUP.
           IF WS-APPL-FILE-OPEN
               MOVE EPSQ-QUOTE-NUMBER TO LA-QUOTE-NUMBER
               READ APPLICATION-FILE
               IF APL-FOUND
                   IF NOT LA-IN-PROCESS
                       ADD 1 TO WS-LOCKS-ENDED
                       GO TO 250-EXIT
                   END-IF
                   MOVE LA-STATUS TO LX-APPL-STATUS
                   IF LA-UNDERWRITING
                       MOVE 1 TO LX-GROUP
                   ELSE
                       MOVE 2 TO LX-GROUP
                   END-IF
               END-IF
           END-IF.

           MOVE EPSQ-QUOTE-NUMBER TO LX-QUOTE-NUMBER.
           MOVE EPSQ-LOCK-EXPIRE-DATE TO LX-EXPIRE-DATE.
           COMPUTE WS-EXPIRE-INT =
               FUNCTION INTEGER-OF-DATE(EPSQ-LOCK-EXPIRE-DATE).
           COMPUTE WS-DAYS-LEFT = WS-EXPIRE-INT - WS-RUN-INT.
           IF WS-DAYS-LEFT > 999
               MOVE 999 TO WS-DAYS-LEFT
           END-IF.
           MOVE WS-DAYS-LEFT TO LX-DAYS-LEFT.
           DIVIDE WS-DAYS-LEFT BY 7 GIVING LX-WEEK.
           ADD 1 TO LX-WEEK.
           IF LX-WEEK > 10
               MOVE 10 TO LX-WEEK
           END-IF.
           MOVE EPSQ-YEARS TO LX-YEARS.
           MOVE EPSQ-PRINCIPLE TO LX-PRINCIPLE.
           MOVE EPSQ-RATE TO LX-LOCK-RATE.
           PERFORM 270-VALUE-LOCK THRU 270-EXIT.
           RELEASE LOCK-SORT-REC.
       250-EXIT.
           EXIT.

       270-VALUE-LOCK.
      **** THE LOCK IS WORTH THE LOCKED P&I STREAM DISCOUNTED AT
      **** TODAY'S MARKET RATE, LESS THE PRINCIPAL WE FUND.  A LOCK
      **** BELOW TODAY'S MARKET IS A LOSS, ONE ABOVE IT A GAIN.  A
      **** TERM WITH NO RATE ON THE SHEET CANNOT BE VALUED.
           MOVE "270-VALUE-LOCK" TO PARA-NAME.
           MOVE ZERO TO LX-MKT-RATE LX-LOCK-PMT LX-MKT-PMT
                        LX-GAIN-LOSS.
           MOVE "Y" TO LX-SHEET-SW.
           IF EPSQ-YEARS NOT NUMERIC OR EPSQ-YEARS = ZERO
                   OR EPSQ-YEARS > 50
               MOVE "N" TO LX-SHEET-SW
               GO TO 270-EXIT.
           IF TRM-RATE-COUNT (EPSQ-YEARS) = ZERO
               MOVE "N" TO LX-SHEET-SW
               GO TO 270-EXIT.
           MOVE TRM-RATE-AVG (EPSQ-YEARS) TO LX-MKT-RATE.

           MOVE SPACES              TO EPSPDATA-RETURN-ERROR.
           MOVE "Y"                 TO EPSPDATA-YEAR-MONTH-IND.
           SET EPSPDATA-MODE-PAYMENT TO TRUE.
           MOVE EPSQ-PRINCIPLE      TO EPSPDATA-PRINCIPLE-DATA.
           MOVE EPSQ-YEARS          TO EPSPDATA-NUMBER-OF-YEARS.
           MOVE EPSQ-RATE           TO EPSPDATA-QUOTED-INTEREST-RATE.
           CALL "EPSMPMT" USING EPSPDATA.
           MOVE EPSPDATA-RETURN-MONTH-PAYMENT TO LX-LOCK-PMT.
           MOVE LX-MKT-RATE         TO EPSPDATA-QUOTED-INTEREST-RATE.
           CALL "EPSMPMT" USING EPSPDATA.
           MOVE EPSPDATA-RETURN-MONTH-PAYMENT TO LX-MKT-PMT.

           COMPUTE WS-TERM-MONTHS = EPSQ-YEARS * 12.
           COMPUTE WS-MKT-MONTHLY ROUNDED = LX-MKT-RATE / 1200.
           IF WS-MKT-MONTHLY = ZERO
               COMPUTE WS-LOCK-VALUE = LX-LOCK-PMT * WS-TERM-MONTHS
           ELSE
               COMPUTE WS-GROWTH ROUNDED =
                   (1 + WS-MKT-MONTHLY) ** WS-TERM-MONTHS
               COMPUTE WS-LOCK-VALUE ROUNDED =
                   LX-LOCK-PMT * (WS-GROWTH - 1) /
                   (WS-MKT-MONTHLY * WS-GROWTH)
           END-IF.
           COMPUTE LX-GAIN-LOSS = WS-LOCK-VALUE - EPSQ-PRINCIPLE.
       270-EXIT.
           EXIT.

       300-LIST-LOCKS.
           MOVE "300-LIST-LOCKS" TO PARA-NAME.
           RETURN LOCK-SORT-FILE
               AT END SET WS-SORT-DONE TO TRUE.
           PERFORM 350-LIST-ONE THRU 350-EXIT
               UNTIL WS-SORT-DONE.
           IF WS-PREV-GROUP > ZERO
               PERFORM 400-GROUP-TOTAL THRU 400-EXIT
           END-IF.
       300-EXIT.
           EXIT.

       350-LIST-ONE.
           MOVE "350-LIST-ONE" TO PARA-NAME.
           IF LX-GROUP NOT = WS-PREV-GROUP
               IF WS-PREV-GROUP > ZERO
                   PERFORM 400-GROUP-TOTAL THRU 400-EXIT
               END-IF
               MOVE LX-GROUP TO WS-PREV-GROUP
               MOVE WS-GROUP-NAME (LX-GROUP) TO GH-NAME
               WRITE EXPOSURE-REPORT-REC FROM WS-BLANK-LINE
               WRITE EXPOSURE-REPORT-REC FROM WS-GROUP-HEADING
               WRITE EXPOSURE-REPORT-REC FROM WS-COLUMN-HEADING
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE LX-QUOTE-NUMBER TO DTL-QUOTE-NUMBER.
           MOVE LX-EXPIRE-DATE TO DTL-EXPIRE-DATE.
           MOVE LX-DAYS-LEFT TO DTL-DAYS-LEFT.
           MOVE LX-YEARS TO DTL-YEARS.
           MOVE LX-PRINCIPLE TO DTL-PRINCIPLE.
           MOVE LX-LOCK-RATE TO DTL-LOCK-RATE.

           ADD 1 TO GRP-COUNT (LX-GROUP) WK-COUNT (LX-WEEK)
                    WS-TOTAL-COUNT.
           ADD LX-PRINCIPLE TO GRP-PRINCIPLE (LX-GROUP)
                    WK-PRINCIPLE (LX-WEEK) WS-TOTAL-PRINCIPLE.

           IF LX-NO-SHEET-RATE
               ADD 1 TO WS-NO-SHEET-COUNT
               ADD LX-PRINCIPLE TO WS-NO-SHEET-DOLLARS
               MOVE "NO SHEET RATE FOR TERM" TO DTL-NOTE
               WRITE EXPOSURE-REPORT-REC FROM WS-DETAIL-LINE
               GO TO 350-RETURN-NEXT.

           MOVE LX-MKT-RATE TO DTL-MKT-RATE.
           COMPUTE DTL-RATE-CHANGE = LX-MKT-RATE - LX-LOCK-RATE.
           MOVE LX-LOCK-PMT TO DTL-LOCK-PMT.
           MOVE LX-MKT-PMT TO DTL-MKT-PMT.
           COMPUTE DTL-PMT-CHANGE = LX-MKT-PMT - LX-LOCK-PMT.
           MOVE LX-GAIN-LOSS TO DTL-GAIN-LOSS.
           IF LX-APPL-STATUS NOT = SPACE
               MOVE "APPLICATION STATUS  " TO DTL-NOTE
               MOVE LX-APPL-STATUS TO DTL-NOTE (20:1)
           END-IF.
           WRITE EXPOSURE-REPORT-REC FROM WS-DETAIL-LINE.

           ADD LX-GAIN-LOSS TO GRP-GAIN-LOSS (LX-GROUP)
                    WK-GAIN-LOSS (LX-WEEK) WS-TOTAL-GAIN-LOSS.

       350-RETURN-NEXT.
           RETURN LOCK-SORT-FILE
               AT END SET WS-SORT-DONE TO TRUE.
       350-EXIT.
           EXIT.

       400-GROUP-TOTAL.
           MOVE "400-GROUP-TOTAL" TO PARA-NAME.
           MOVE WS-GROUP-NAME (WS-PREV-GROUP) TO GT-NAME.
           MOVE GRP-COUNT (WS-PREV-GROUP) TO GT-COUNT.
           MOVE GRP-PRINCIPLE (WS-PREV-GROUP) TO GT-PRINCIPLE.
           MOVE GRP-GAIN-LOSS (WS-PREV-GROUP) TO GT-GAIN-LOSS.
           WRITE EXPOSURE-REPORT-REC FROM WS-GROUP-TOTAL-LINE.
       400-EXIT.
           EXIT.

       500-WRITE-WEEKS.
           MOVE "500-WRITE-WEEKS" TO PARA-NAME.
           WRITE EXPOSURE-REPORT-REC FROM WS-BLANK-LINE.
           WRITE EXPOSURE-REPORT-REC FROM WS-WEEK-HEADING.
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 10
               MOVE WS-WEEK-SUB TO WKL-WEEK
               COMPUTE WS-WEEK-INT =
                   WS-RUN-INT + (WS-WEEK-SUB - 1) * 7
               MOVE FUNCTION DATE-OF-INTEGER (WS-WEEK-INT)
                   TO WKL-FROM-DATE
               IF WS-WEEK-SUB < 10
                   MOVE SPACE TO WKL-PLUS
                   MOVE " - " TO WKL-DASH
                   ADD 6 TO WS-WEEK-INT
                   MOVE FUNCTION DATE-OF-INTEGER (WS-WEEK-INT)
                       TO WKL-TO-DATE
               ELSE
                   MOVE "+" TO WKL-PLUS
                   MOVE " ON" TO WKL-DASH
                   MOVE SPACES TO WKL-TO-DATE
               END-IF
               MOVE WK-COUNT (WS-WEEK-SUB) TO WKL-COUNT
               MOVE WK-PRINCIPLE (WS-WEEK-SUB) TO WKL-PRINCIPLE
               MOVE WK-GAIN-LOSS (WS-WEEK-SUB) TO WKL-GAIN-LOSS
               WRITE EXPOSURE-REPORT-REC FROM WS-WEEK-LINE
           END-PERFORM.
       500-EXIT.
           EXIT.

       600-WRITE-SUMMARY.
      **** THE BOTTOM LINE FOR THE DESK - WHAT THE WHOLE LOCKED
      **** PIPELINE WOULD GAIN OR LOSE IF IT ALL CLOSED TODAY.
           MOVE "600-WRITE-SUMMARY" TO PARA-NAME.
           WRITE EXPOSURE-REPORT-REC FROM WS-BLANK-LINE.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > 3
               MOVE WS-GROUP-NAME (WS-GROUP-SUB) TO SUM-LABEL
               MOVE GRP-COUNT (WS-GROUP-SUB) TO SUM-COUNT
               MOVE GRP-GAIN-LOSS (WS-GROUP-SUB) TO SUM-DOLLARS
               WRITE EXPOSURE-REPORT-REC FROM WS-SUMMARY-LINE
           END-PERFORM.
           MOVE "TOTAL LOCKED PRINCIPAL" TO SUM-LABEL.
           MOVE WS-TOTAL-COUNT TO SUM-COUNT.
           MOVE WS-TOTAL-PRINCIPLE TO SUM-DOLLARS.
           WRITE EXPOSURE-REPORT-REC FROM WS-SUMMARY-LINE.
           MOVE "  OF WHICH NOT VALUED - NO SHEET RATE FOR TERM"
               TO SUM-LABEL.
           MOVE WS-NO-SHEET-COUNT TO SUM-COUNT.
           MOVE WS-NO-SHEET-DOLLARS TO SUM-DOLLARS.
           WRITE EXPOSURE-REPORT-REC FROM WS-SUMMARY-LINE.
           MOVE "PIPELINE GAIN/LOSS IF CLOSED TODAY" TO SUM-LABEL.
           MOVE WS-TOTAL-COUNT TO SUM-COUNT.
           MOVE WS-TOTAL-GAIN-LOSS TO SUM-DOLLARS.
           WRITE EXPOSURE-REPORT-REC FROM WS-SUMMARY-LINE.
           WRITE EXPOSURE-REPORT-REC FROM WS-BLANK-LINE.
           MOVE ZERO TO SUM-DOLLARS.
           MOVE "QUOTES READ" TO SUM-LABEL.
           MOVE WS-QUOTES-READ TO SUM-COUNT.
           WRITE EXPOSURE-REPORT-REC FROM WS-SUMMARY-LINE.
           MOVE "LOCKS PAST EXPIRY - NOT YET SWEPT" TO SUM-LABEL.
           MOVE WS-LOCKS-EXPIRED TO SUM-COUNT.
           WRITE EXPOSURE-REPORT-REC FROM WS-SUMMARY-LINE.
           MOVE "LOCKS ON CLOSED OR ENDED APPLICATIONS" TO SUM-LABEL.
           MOVE WS-LOCKS-ENDED TO SUM-COUNT.
           WRITE EXPOSURE-REPORT-REC FROM WS-SUMMARY-LINE.
       600-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT SAVED-QUOTE-FILE, RATE-SHEET-FILE.
      **** NO APPLICATION FILE YET MEANS EVERY LOCK IS UNAPPLIED.
           OPEN INPUT APPLICATION-FILE.
           IF APL-FOUND
               SET WS-APPL-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT EXPOSURE-REPORT.
           DISPLAY "LOCKEXPO OPEN FILES".
           DISPLAY SQ-STATUS.
           DISPLAY APL-STATUS.
           DISPLAY RS-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE SAVED-QUOTE-FILE, RATE-SHEET-FILE, EXPOSURE-REPORT.
           IF WS-APPL-FILE-OPEN
               CLOSE APPLICATION-FILE
           END-IF.
           DISPLAY "LOCKEXPO FILES CLOSED".
       900-EXIT.
           EXIT.
