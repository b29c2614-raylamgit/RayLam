       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  ACCREVW.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  WEEKLY ACCESS REVIEW OVER
      *                THE INQACCLG READ-ACCESS LOG THAT INQLOG
      *                WRITES FOR THE ONLINE INQUIRIES.  FUNCTION U
      *                (THE DEFAULT) PRINTS ONE LINE PER USER - VIEWS
      *                BY INQUIRY PROGRAM, DAYS ACTIVE AND BUSIEST DAY
      *                - FLAGGING BULK BROWSING (A DAY OVER THE PARM
      *                VIEW COUNT), OFF-HOURS ACCESS (OUTSIDE THE PARM
      *                BUSINESS HOURS OR AT A WEEKEND) AND KEYS OUTSIDE
      *                THE USER'S NORMAL RANGE ON INQRANGE, THEN LISTS
      *                EVERY OFF-HOURS AND OUT-OF-RANGE ACCESS.
      *                RETURN CODE 4 WHEN ANY USER IS FLAGGED.
      *                FUNCTION K IS THE BY-KEY INQUIRY - EVERYONE WHO
      *                VIEWED THE KEY ON THE PARM CARD, OLDEST FIRST.
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

           SELECT INQ-ACCESS-FILE
                  ASSIGN       to INQACCLG
                  ORGANIZATION is SEQUENTIAL
                  FILE STATUS  is IA-STATUS.

           SELECT INQ-RANGE-FILE
           ASSIGN TO UT-S-INQRANGE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IR-STATUS.

           SELECT REVIEW-REPORT
           ASSIGN TO UT-S-ACCREVW
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
           05  PRM-FUNCTION                PIC X(01).
           05  PRM-FROM-DATE               PIC X(08).
           05  PRM-THRU-DATE               PIC X(08).
           05  PRM-BULK-COUNT              PIC 9(04).
           05  PRM-DAY-START               PIC 9(04).
           05  PRM-DAY-END                 PIC 9(04).
           05  PRM-KEY-TYPE                PIC X(08).
           05  PRM-KEY                     PIC X(20).
           05  FILLER                      PIC X(23).

       FD  INQ-ACCESS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY INQACC.

       FD  INQ-RANGE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INQ-RANGE-REC.
       COPY INQRANGE.

       FD  REVIEW-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REVIEW-REPORT-REC.
       01  REVIEW-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  IA-STATUS               PIC X(2).
               88 IA-OPENED       VALUE "00".
               88 END-OF-IA       VALUE "10".
           05  IR-STATUS               PIC X(2).
               88 IR-OPENED       VALUE "00".
               88 END-OF-IR       VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-FUNCTION                 PIC X(01) VALUE "U".
               88 USER-REVIEW-MODE            VALUE "U".
               88 KEY-INQUIRY-MODE            VALUE "K".
           05  WS-FROM-DATE                PIC X(08) VALUE SPACES.
           05  WS-THRU-DATE                PIC X(08) VALUE SPACES.
           05  WS-BULK-COUNT               PIC 9(04) VALUE 100.
           05  WS-DAY-START                PIC 9(04) VALUE 0700.
           05  WS-DAY-END                  PIC 9(04) VALUE 1900.
           05  WS-KEY-TYPE                 PIC X(08) VALUE SPACES.
           05  WS-KEY                      PIC X(20) VALUE SPACES.
           05  WS-DAY-INT                  PIC 9(08) VALUE ZERO.
           05  WS-WEEKDAY                  PIC 9(01) VALUE ZERO.
           05  WS-HHMM                     PIC 9(04) VALUE ZERO.
           05  WS-USER-SUB                 PIC 9(3) COMP VALUE 0.
           05  WS-USER-FOUND-SW            PIC X(1) VALUE "N".
               88 WS-USER-FOUND               VALUE "Y".
           05  WS-RNG-SUB                  PIC 9(3) COMP VALUE 0.
           05  WS-RNG-ROWS-SW              PIC X(1) VALUE "N".
               88 WS-USER-HAS-RANGE           VALUE "Y".
           05  WS-IN-RANGE-SW              PIC X(1) VALUE "N".
               88 WS-KEY-IN-RANGE             VALUE "Y".
           05  WS-OFF-HOURS-SW             PIC X(1) VALUE "N".
               88 WS-OFF-HOURS                VALUE "Y".
           05  WS-OUT-RANGE-SW             PIC X(1) VALUE "N".
               88 WS-OUT-OF-RANGE             VALUE "Y".
           05  WS-RANGE-FULL-SW            PIC X(1) VALUE "N".
               88 WS-RANGE-TABLE-FULL         VALUE "Y".
           05  WS-USER-FULL-SW             PIC X(1) VALUE "N".
               88 WS-USER-TABLE-FULL          VALUE "Y".

       01  REPORT-COUNTERS.
           05  WS-LOG-READ                 PIC 9(07) VALUE ZERO.
           05  WS-LOG-SELECTED             PIC 9(07) VALUE ZERO.
           05  WS-USERS-FLAGGED            PIC 9(05) VALUE ZERO.
           05  WS-EXCEPTIONS-LISTED        PIC 9(07) VALUE ZERO.
           05  WS-KEY-HITS                 PIC 9(07) VALUE ZERO.

      *    THE INQRANGE ROWS - A USER'S NORMAL KEYS BY KEY TYPE.
       01  RANGE-TABLE-AREA.
           05  WS-RNG-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-RNG-ENTRY OCCURS 500 TIMES.
               10  RT-USER                 PIC X(08).
               10  RT-KEY-TYPE             PIC X(08).
               10  RT-LOW-KEY              PIC X(20).
               10  RT-HIGH-KEY             PIC X(20).

      *    ONE ROW PER USER SEEN IN THE REVIEW PERIOD.  THE LOG IS
      *    WRITTEN IN TIME ORDER, SO A USER'S CURRENT DAY AND ITS
      *    COUNT ARE ENOUGH TO FIND THE BUSIEST DAY AND BULK DAYS.
       01  USER-TABLE-AREA.
           05  WS-USER-COUNT               PIC 9(3) COMP VALUE 0.
           05  WS-USER-ENTRY OCCURS 300 TIMES.
               10  UT-USER                 PIC X(08).
               10  UT-VIEWS                PIC 9(07).
               10  UT-CUSTONQ              PIC 9(07).
               10  UT-FILMONQ              PIC 9(07).
               10  UT-CLMONQ               PIC 9(07).
               10  UT-PATONQ               PIC 9(07).
               10  UT-OTHER                PIC 9(07).
               10  UT-OFF-HOURS            PIC 9(07).
               10  UT-OUT-RANGE            PIC 9(07).
               10  UT-DAYS                 PIC 9(03).
               10  UT-BULK-DAYS            PIC 9(03).
               10  UT-CUR-DATE             PIC 9(08).
               10  UT-CUR-COUNT            PIC 9(07).
               10  UT-PEAK-DATE            PIC 9(08).
               10  UT-PEAK-COUNT           PIC 9(07).

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(30)
                 VALUE "INQUIRY ACCESS REVIEW  FROM ".
           05  HD-FROM-DATE                PIC X(08).
           05  FILLER     PIC X(06) VALUE " THRU ".
           05  HD-THRU-DATE                PIC X(08).
           05  FILLER     PIC X(10) VALUE "   RUN ON ".
           05  HD-RUN-DATE                 PIC 9(08).
           05  FILLER     PIC X(63) VALUE SPACES.

       01  WS-PARM-LINE.
           05  FILLER     PIC X(11) VALUE "BULK OVER ".
           05  HD-BULK-COUNT               PIC Z,ZZ9.
           05  FILLER     PIC X(29)
                 VALUE " VIEWS A DAY   BUSINESS HOURS".
           05  FILLER     PIC X(01) VALUE SPACE.
           05  HD-DAY-START                PIC 9(04).
           05  FILLER     PIC X(01) VALUE "-".
           05  HD-DAY-END                  PIC 9(04).
           05  FILLER     PIC X(32)
                 VALUE " WEEKDAYS   NORMAL RANGE ROWS: ".
           05  HD-RANGE-ROWS               PIC ZZ9.
           05  FILLER     PIC X(43) VALUE SPACES.

       01  WS-KEY-HEADING-LINE.
           05  FILLER     PIC X(24)
                 VALUE "ACCESSES TO KEY TYPE:  ".
           05  HD-KEY-TYPE                 PIC X(08).
           05  FILLER     PIC X(08) VALUE "   KEY: ".
           05  HD-KEY                      PIC X(20).
           05  FILLER     PIC X(73) VALUE SPACES.

       01  WS-USER-COLUMN-LINE.
           05  FILLER     PIC X(10) VALUE "USER".
           05  FILLER     PIC X(09) VALUE "    VIEWS".
           05  FILLER     PIC X(09) VALUE "  CUSTONQ".
           05  FILLER     PIC X(09) VALUE "  FILMONQ".
           05  FILLER     PIC X(09) VALUE "   CLMONQ".
           05  FILLER     PIC X(09) VALUE "   PATONQ".
           05  FILLER     PIC X(09) VALUE "    OTHER".
           05  FILLER     PIC X(06) VALUE "  DAYS".
           05  FILLER     PIC X(10) VALUE "  PEAK DAY".
           05  FILLER     PIC X(09) VALUE "  PEAK   ".
           05  FILLER     PIC X(06) VALUE "  BULK".
           05  FILLER     PIC X(09) VALUE "  OFF-HRS".
           05  FILLER     PIC X(09) VALUE "  OUT-RNG".
           05  FILLER     PIC X(02) VALUE SPACES.
           05  FILLER     PIC X(18) VALUE "FLAGS".

       01  WS-USER-LINE.
           05  UL-USER                     PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  UL-VIEWS                    PIC Z,ZZZ,ZZ9.
           05  UL-CUSTONQ                  PIC Z,ZZZ,ZZ9.
           05  UL-FILMONQ                  PIC Z,ZZZ,ZZ9.
           05  UL-CLMONQ                   PIC Z,ZZZ,ZZ9.
           05  UL-PATONQ                   PIC Z,ZZZ,ZZ9.
           05  UL-OTHER                    PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  UL-DAYS                     PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  UL-PEAK-DATE                PIC 9(08).
           05  UL-PEAK-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  UL-BULK-DAYS                PIC ZZ9.
           05  UL-OFF-HOURS                PIC Z,ZZZ,ZZ9.
           05  UL-OUT-RANGE                PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  UL-FLAGS                    PIC X(18).

       01  WS-SECTION-LINE.
           05  SL-TEXT                     PIC X(60).
           05  FILLER                      PIC X(73) VALUE SPACES.

       01  WS-ACCESS-COLUMN-LINE.
           05  FILLER     PIC X(18) VALUE "DATE     TIME".
           05  FILLER     PIC X(10) VALUE "USER".
           05  FILLER     PIC X(06) VALUE "TERM".
           05  FILLER     PIC X(06) VALUE "TRAN".
           05  FILLER     PIC X(10) VALUE "PROGRAM".
           05  FILLER     PIC X(10) VALUE "KEY TYPE".
           05  FILLER     PIC X(22) VALUE "KEY".
           05  FILLER     PIC X(51) VALUE "REASON".

       01  WS-ACCESS-LINE.
           05  AL-DATE                     PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  AL-TIME                     PIC 9(06).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  AL-USER                     PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AL-TERMINAL                 PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AL-TRANS                    PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AL-PROGRAM                  PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AL-KEY-TYPE                 PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AL-KEY                      PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AL-REASON                   PIC X(30).
           05  FILLER                      PIC X(21) VALUE SPACES.

       01  WS-NOTHING-LINE.
           05  NL-TEXT                     PIC X(50).
           05  FILLER                      PIC X(83) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(14) VALUE "LOG RECORDS: ".
           05  SUM-READ-O              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(17)
                 VALUE "   IN THE PERIOD:".
           05  SUM-SELECTED-O          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE "   USERS:".
           05  SUM-USERS-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "   FLAGGED:".
           05  SUM-FLAGGED-O           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(19)
                 VALUE "   ACCESSES LISTED:".
           05  SUM-LISTED-O            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * FUNCTION U - FOLD THE PERIOD'S LOG BY USER, PRINT THE USERS,
      * THEN PASS THE LOG AGAIN FOR THE UNUSUAL ACCESSES.  FUNCTION
      * K - ONE PASS LISTING EVERY VIEW OF THE PARM KEY.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           MOVE WS-FROM-DATE TO HD-FROM-DATE.
           MOVE WS-THRU-DATE TO HD-THRU-DATE.
           MOVE WS-TODAY TO HD-RUN-DATE.
           WRITE REVIEW-REPORT-REC FROM WS-HEADING-LINE.

           IF KEY-INQUIRY-MODE
               PERFORM 500-KEY-INQUIRY THRU 500-EXIT
               GO TO 000-FINISH.

           PERFORM 060-LOAD-RANGES THRU 060-EXIT.
           MOVE WS-BULK-COUNT TO HD-BULK-COUNT.
           MOVE WS-DAY-START TO HD-DAY-START.
           MOVE WS-DAY-END TO HD-DAY-END.
           MOVE WS-RNG-COUNT TO HD-RANGE-ROWS.
           WRITE REVIEW-REPORT-REC FROM WS-PARM-LINE.
           MOVE SPACES TO REVIEW-REPORT-REC.
           WRITE REVIEW-REPORT-REC.

           PERFORM 200-SCAN-LOG THRU 200-EXIT.
           PERFORM 300-PRINT-USERS THRU 300-EXIT.
           PERFORM 400-LIST-EXCEPTIONS THRU 400-EXIT.

       000-FINISH.
           MOVE SPACES TO REVIEW-REPORT-REC.
           WRITE REVIEW-REPORT-REC.
           MOVE WS-LOG-READ TO SUM-READ-O.
           MOVE WS-LOG-SELECTED TO SUM-SELECTED-O.
           MOVE WS-USER-COUNT TO SUM-USERS-O.
           MOVE WS-USERS-FLAGGED TO SUM-FLAGGED-O.
           IF KEY-INQUIRY-MODE
               MOVE WS-KEY-HITS TO SUM-LISTED-O
           ELSE
               MOVE WS-EXCEPTIONS-LISTED TO SUM-LISTED-O
           END-IF.
           WRITE REVIEW-REPORT-REC FROM WS-SUMMARY-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.
           IF WS-USERS-FLAGGED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       050-READ-PARM-CARD.
      **** FUNCTION U (DEFAULT) OR K.  THE USER REVIEW DEFAULTS TO
      **** THE SEVEN DAYS ENDING TODAY; THE KEY INQUIRY TO THE WHOLE
      **** LOG.  BULK DEFAULTS TO 100 VIEWS A DAY AND BUSINESS HOURS
      **** TO 0700-1900 ON WEEKDAYS.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-FUNCTION = "K"
                   MOVE "K" TO WS-FUNCTION
               END-IF
               IF PRM-FROM-DATE NUMERIC
                   MOVE PRM-FROM-DATE TO WS-FROM-DATE
               END-IF
               IF PRM-THRU-DATE NUMERIC
                   MOVE PRM-THRU-DATE TO WS-THRU-DATE
               END-IF
               IF PRM-BULK-COUNT NUMERIC AND PRM-BULK-COUNT > ZERO
                   MOVE PRM-BULK-COUNT TO WS-BULK-COUNT
               END-IF
               IF PRM-DAY-START NUMERIC AND PRM-DAY-END NUMERIC
                       AND PRM-DAY-START < PRM-DAY-END
                   MOVE PRM-DAY-START TO WS-DAY-START
                   MOVE PRM-DAY-END TO WS-DAY-END
               END-IF
               MOVE PRM-KEY-TYPE TO WS-KEY-TYPE
               MOVE PRM-KEY TO WS-KEY
           END-IF.
           IF KEY-INQUIRY-MODE
               IF WS-FROM-DATE = SPACES
                   MOVE "00000000" TO WS-FROM-DATE
               END-IF
               IF WS-THRU-DATE = SPACES
                   MOVE "99999999" TO WS-THRU-DATE
               END-IF
               GO TO 050-EXIT.
           IF WS-THRU-DATE = SPACES
               MOVE WS-TODAY TO WS-THRU-DATE.
           IF WS-FROM-DATE = SPACES
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - 6
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   TO WS-FROM-DATE.
       050-EXIT.
           EXIT.

       060-LOAD-RANGES.
      **** NO INQRANGE FILE JUST MEANS NOBODY IS RANGE-CHECKED.
           MOVE "060-LOAD-RANGES" TO PARA-NAME.
           IF NOT IR-OPENED
               DISPLAY "ACCREVW NO INQRANGE INPUT - STATUS " IR-STATUS
               GO TO 060-EXIT.
           READ INQ-RANGE-FILE
               AT END SET END-OF-IR TO TRUE.
           PERFORM 070-LOAD-ONE-RANGE THRU 070-EXIT
               UNTIL END-OF-IR.
       060-EXIT.
           EXIT.

       070-LOAD-ONE-RANGE.
           MOVE "070-LOAD-ONE-RANGE" TO PARA-NAME.
           IF IR-USER = SPACES OR IR-KEY-TYPE = SPACES
               GO TO 070-READ.
           IF WS-RNG-COUNT NOT < 500
               IF NOT WS-RANGE-TABLE-FULL
                   DISPLAY "ACCREVW INQRANGE TABLE FULL AT 500 ROWS"
                   MOVE "Y" TO WS-RANGE-FULL-SW
               END-IF
               GO TO 070-READ.
           ADD 1 TO WS-RNG-COUNT.
           MOVE IR-USER TO RT-USER (WS-RNG-COUNT).
           MOVE IR-KEY-TYPE TO RT-KEY-TYPE (WS-RNG-COUNT).
           MOVE IR-LOW-KEY TO RT-LOW-KEY (WS-RNG-COUNT).
           MOVE IR-HIGH-KEY TO RT-HIGH-KEY (WS-RNG-COUNT).
       070-READ.
           READ INQ-RANGE-FILE
               AT END SET END-OF-IR TO TRUE.
       070-EXIT.
           EXIT.

       200-SCAN-LOG.
           MOVE "200-SCAN-LOG" TO PARA-NAME.
           OPEN INPUT INQ-ACCESS-FILE.
           IF NOT IA-OPENED
               DISPLAY "ACCREVW NO INQACCLG INPUT - STATUS " IA-STATUS
               GO TO 200-EXIT.
           READ INQ-ACCESS-FILE
               AT END SET END-OF-IA TO TRUE.
           PERFORM 210-FOLD-ONE-ACCESS THRU 210-EXIT
               UNTIL END-OF-IA.
           CLOSE INQ-ACCESS-FILE.
       200-EXIT.
           EXIT.

       210-FOLD-ONE-ACCESS.
           MOVE "210-FOLD-ONE-ACCESS" TO PARA-NAME.
           ADD 1 TO WS-LOG-READ.
           IF IA-DATE NOT NUMERIC OR IA-TIME NOT NUMERIC
               GO TO 210-READ.
           IF IA-DATE < WS-FROM-DATE OR IA-DATE > WS-THRU-DATE
               GO TO 210-READ.
           ADD 1 TO WS-LOG-SELECTED.
           PERFORM 250-FIND-OR-ADD-USER THRU 250-EXIT.
           IF NOT WS-USER-FOUND
               GO TO 210-READ.
           ADD 1 TO UT-VIEWS (WS-USER-SUB).
           EVALUATE IA-PROGRAM
               WHEN "CUSTONQ"
                   ADD 1 TO UT-CUSTONQ (WS-USER-SUB)
               WHEN "FILMONQ"
                   ADD 1 TO UT-FILMONQ (WS-USER-SUB)
               WHEN "CLMONQ"
                   ADD 1 TO UT-CLMONQ (WS-USER-SUB)
               WHEN "PATONQ"
                   ADD 1 TO UT-PATONQ (WS-USER-SUB)
               WHEN OTHER
                   ADD 1 TO UT-OTHER (WS-USER-SUB)
           END-EVALUATE.

      **** A NEW DAY FOR THIS USER CLOSES OUT THE DAY BEFORE IT.
           IF IA-DATE NOT = UT-CUR-DATE (WS-USER-SUB)
               PERFORM 260-CLOSE-USER-DAY THRU 260-EXIT
               ADD 1 TO UT-DAYS (WS-USER-SUB)
               MOVE IA-DATE TO UT-CUR-DATE (WS-USER-SUB)
               MOVE ZERO TO UT-CUR-COUNT (WS-USER-SUB)
           END-IF.
           ADD 1 TO UT-CUR-COUNT (WS-USER-SUB).

           PERFORM 270-CHECK-ACCESS THRU 270-EXIT.
           IF WS-OFF-HOURS
               ADD 1 TO UT-OFF-HOURS (WS-USER-SUB).
           IF WS-OUT-OF-RANGE
               ADD 1 TO UT-OUT-RANGE (WS-USER-SUB).
       210-READ.
           READ INQ-ACCESS-FILE
               AT END SET END-OF-IA TO TRUE.
       210-EXIT.
           EXIT.

       250-FIND-OR-ADD-USER.
           MOVE "N" TO WS-USER-FOUND-SW.
           MOVE 1 TO WS-USER-SUB.
           PERFORM 255-FIND-USER THRU 255-EXIT.
           IF WS-USER-FOUND
               GO TO 250-EXIT.
           IF WS-USER-COUNT NOT < 300
               IF NOT WS-USER-TABLE-FULL
                   DISPLAY "ACCREVW USER TABLE FULL AT 300 USERS"
                   MOVE "Y" TO WS-USER-FULL-SW
               END-IF
               GO TO 250-EXIT.
           ADD 1 TO WS-USER-COUNT.
           MOVE WS-USER-COUNT TO WS-USER-SUB.
           INITIALIZE WS-USER-ENTRY (WS-USER-SUB).
           MOVE IA-USER TO UT-USER (WS-USER-SUB).
           MOVE "Y" TO WS-USER-FOUND-SW.
       250-EXIT.
           EXIT.

       255-FIND-USER.
           IF WS-USER-FOUND OR WS-USER-SUB > WS-USER-COUNT
               GO TO 255-EXIT.
           IF UT-USER (WS-USER-SUB) = IA-USER
               MOVE "Y" TO WS-USER-FOUND-SW
               GO TO 255-EXIT.
           ADD 1 TO WS-USER-SUB.
           GO TO 255-FIND-USER.
       255-EXIT.
           EXIT.

       260-CLOSE-USER-DAY.
      **** THE DAY JUST ENDED FOR THIS USER - BUSIEST SO FAR, AND
      **** BULK IF OVER THE PARM COUNT.
           IF UT-CUR-COUNT (WS-USER-SUB) > UT-PEAK-COUNT (WS-USER-SUB)
               MOVE UT-CUR-COUNT (WS-USER-SUB)
                   TO UT-PEAK-COUNT (WS-USER-SUB)
               MOVE UT-CUR-DATE (WS-USER-SUB)
                   TO UT-PEAK-DATE (WS-USER-SUB)
           END-IF.
           IF UT-CUR-COUNT (WS-USER-SUB) > WS-BULK-COUNT
               ADD 1 TO UT-BULK-DAYS (WS-USER-SUB).
       260-EXIT.
           EXIT.

       270-CHECK-ACCESS.
      **** OFF HOURS - A WEEKEND, OR A WEEKDAY OUTSIDE BUSINESS HOURS.
      **** DAY 1 OF THE INTEGER CALENDAR IS A MONDAY, SO MOD(DAY - 1,
      **** 7) GIVES 0=MONDAY THROUGH 5=SATURDAY, 6=SUNDAY, THE SAME
      **** WAY BUSDAYS COUNTS WORKING DAYS.
      **** OUT OF RANGE - THE USER HAS INQRANGE ROWS FOR THIS KEY TYPE
      **** AND THE KEY IS INSIDE NONE OF THEM.
           MOVE "N" TO WS-OFF-HOURS-SW.
           MOVE "N" TO WS-OUT-RANGE-SW.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(IA-DATE).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7).
           MOVE IA-TIME (1:4) TO WS-HHMM.
           IF WS-WEEKDAY > 4
                   OR WS-HHMM < WS-DAY-START
                   OR WS-HHMM NOT < WS-DAY-END
               MOVE "Y" TO WS-OFF-HOURS-SW.
           MOVE "N" TO WS-RNG-ROWS-SW.
           MOVE "N" TO WS-IN-RANGE-SW.
           PERFORM 275-CHECK-ONE-RANGE THRU 275-EXIT
               VARYING WS-RNG-SUB FROM 1 BY 1
               UNTIL WS-RNG-SUB > WS-RNG-COUNT OR WS-KEY-IN-RANGE.
           IF WS-USER-HAS-RANGE AND NOT WS-KEY-IN-RANGE
               MOVE "Y" TO WS-OUT-RANGE-SW.
       270-EXIT.
           EXIT.

       275-CHECK-ONE-RANGE.
           IF RT-USER (WS-RNG-SUB) NOT = IA-USER
                   OR RT-KEY-TYPE (WS-RNG-SUB) NOT = IA-KEY-TYPE
               GO TO 275-EXIT.
           MOVE "Y" TO WS-RNG-ROWS-SW.
           IF IA-KEY NOT < RT-LOW-KEY (WS-RNG-SUB)
                   AND IA-KEY NOT > RT-HIGH-KEY (WS-RNG-SUB)
               MOVE "Y" TO WS-IN-RANGE-SW.
       275-EXIT.
           EXIT.

       300-PRINT-USERS.
           MOVE "300-PRINT-USERS" TO PARA-NAME.
           MOVE "ACCESS BY USER" TO SL-TEXT.
           WRITE REVIEW-REPORT-REC FROM WS-SECTION-LINE.
           WRITE REVIEW-REPORT-REC FROM WS-USER-COLUMN-LINE.
           IF WS-USER-COUNT = ZERO
               MOVE "NO INQUIRY ACCESS IN THE PERIOD" TO NL-TEXT
               WRITE REVIEW-REPORT-REC FROM WS-NOTHING-LINE
               GO TO 300-EXIT.
           PERFORM 310-PRINT-ONE-USER THRU 310-EXIT
               VARYING WS-USER-SUB FROM 1 BY 1
               UNTIL WS-USER-SUB > WS-USER-COUNT.
       300-EXIT.
           EXIT.

       310-PRINT-ONE-USER.
           PERFORM 260-CLOSE-USER-DAY THRU 260-EXIT.
           MOVE UT-USER (WS-USER-SUB) TO UL-USER.
           MOVE UT-VIEWS (WS-USER-SUB) TO UL-VIEWS.
           MOVE UT-CUSTONQ (WS-USER-SUB) TO UL-CUSTONQ.
           MOVE UT-FILMONQ (WS-USER-SUB) TO UL-FILMONQ.
           MOVE UT-CLMONQ (WS-USER-SUB) TO UL-CLMONQ.
           MOVE UT-PATONQ (WS-USER-SUB) TO UL-PATONQ.
           MOVE UT-OTHER (WS-USER-SUB) TO UL-OTHER.
           MOVE UT-DAYS (WS-USER-SUB) TO UL-DAYS.
           MOVE UT-PEAK-DATE (WS-USER-SUB) TO UL-PEAK-DATE.
           MOVE UT-PEAK-COUNT (WS-USER-SUB) TO UL-PEAK-COUNT.
           MOVE UT-BULK-DAYS (WS-USER-SUB) TO UL-BULK-DAYS.
           MOVE UT-OFF-HOURS (WS-USER-SUB) TO UL-OFF-HOURS.
           MOVE UT-OUT-RANGE (WS-USER-SUB) TO UL-OUT-RANGE.
           MOVE SPACES TO UL-FLAGS.
           IF UT-BULK-DAYS (WS-USER-SUB) > ZERO
               MOVE "BULK" TO UL-FLAGS (1:5).
           IF UT-OFF-HOURS (WS-USER-SUB) > ZERO
               MOVE "OFFHRS" TO UL-FLAGS (6:7).
           IF UT-OUT-RANGE (WS-USER-SUB) > ZERO
               MOVE "RANGE" TO UL-FLAGS (13:6).
           IF UL-FLAGS NOT = SPACES
               ADD 1 TO WS-USERS-FLAGGED.
           WRITE REVIEW-REPORT-REC FROM WS-USER-LINE.
       310-EXIT.
           EXIT.

       400-LIST-EXCEPTIONS.
      **** SECOND PASS - EVERY OFF-HOURS OR OUT-OF-RANGE ACCESS IN THE
      **** PERIOD, IN THE ORDER IT HAPPENED.
           MOVE "400-LIST-EXCEPTIONS" TO PARA-NAME.
           MOVE SPACES TO REVIEW-REPORT-REC.
           WRITE REVIEW-REPORT-REC.
           MOVE "UNUSUAL ACCESSES - OFF HOURS OR OUTSIDE NORMAL RANGE"
               TO SL-TEXT.
           WRITE REVIEW-REPORT-REC FROM WS-SECTION-LINE.
           WRITE REVIEW-REPORT-REC FROM WS-ACCESS-COLUMN-LINE.
           OPEN INPUT INQ-ACCESS-FILE.
           IF NOT IA-OPENED
               GO TO 400-EXIT.
           READ INQ-ACCESS-FILE
               AT END SET END-OF-IA TO TRUE.
           PERFORM 410-CHECK-ONE-EXCEPTION THRU 410-EXIT
               UNTIL END-OF-IA.
           CLOSE INQ-ACCESS-FILE.
           IF WS-EXCEPTIONS-LISTED = ZERO
               MOVE "NO UNUSUAL ACCESSES" TO NL-TEXT
               WRITE REVIEW-REPORT-REC FROM WS-NOTHING-LINE.
       400-EXIT.
           EXIT.

       410-CHECK-ONE-EXCEPTION.
           IF IA-DATE NOT NUMERIC OR IA-TIME NOT NUMERIC
               GO TO 410-READ.
           IF IA-DATE < WS-FROM-DATE OR IA-DATE > WS-THRU-DATE
               GO TO 410-READ.
           PERFORM 270-CHECK-ACCESS THRU 270-EXIT.
           IF NOT WS-OFF-HOURS AND NOT WS-OUT-OF-RANGE
               GO TO 410-READ.
           EVALUATE TRUE
               WHEN WS-OFF-HOURS AND WS-OUT-OF-RANGE
                   MOVE "OFF HOURS, OUTSIDE RANGE" TO AL-REASON
               WHEN WS-OFF-HOURS
                   MOVE "OFF HOURS" TO AL-REASON
               WHEN OTHER
                   MOVE "OUTSIDE NORMAL RANGE" TO AL-REASON
           END-EVALUATE.
           PERFORM 450-FORMAT-ACCESS-LINE THRU 450-EXIT.
           WRITE REVIEW-REPORT-REC FROM WS-ACCESS-LINE.
           ADD 1 TO WS-EXCEPTIONS-LISTED.
       410-READ.
           READ INQ-ACCESS-FILE
               AT END SET END-OF-IA TO TRUE.
       410-EXIT.
           EXIT.

       450-FORMAT-ACCESS-LINE.
           MOVE IA-DATE TO AL-DATE.
           MOVE IA-TIME TO AL-TIME.
           MOVE IA-USER TO AL-USER.
           MOVE IA-TERMINAL TO AL-TERMINAL.
           MOVE IA-TRANS TO AL-TRANS.
           MOVE IA-PROGRAM TO AL-PROGRAM.
           MOVE IA-KEY-TYPE TO AL-KEY-TYPE.
           MOVE IA-KEY TO AL-KEY.
       450-EXIT.
           EXIT.

       500-KEY-INQUIRY.
      **** EVERYONE WHO VIEWED THE PARM KEY.  A BLANK KEY TYPE MATCHES
      **** THE KEY UNDER ANY TYPE.
           MOVE "500-KEY-INQUIRY" TO PARA-NAME.
           MOVE WS-KEY-TYPE TO HD-KEY-TYPE.
           MOVE WS-KEY TO HD-KEY.
           WRITE REVIEW-REPORT-REC FROM WS-KEY-HEADING-LINE.
           MOVE SPACES TO REVIEW-REPORT-REC.
           WRITE REVIEW-REPORT-REC.
           IF WS-KEY = SPACES
               MOVE "NO KEY ON THE PARM CARD" TO NL-TEXT
               WRITE REVIEW-REPORT-REC FROM WS-NOTHING-LINE
               GO TO 500-EXIT.
           WRITE REVIEW-REPORT-REC FROM WS-ACCESS-COLUMN-LINE.
           OPEN INPUT INQ-ACCESS-FILE.
           IF NOT IA-OPENED
               DISPLAY "ACCREVW NO INQACCLG INPUT - STATUS " IA-STATUS
               GO TO 500-EXIT.
           READ INQ-ACCESS-FILE
               AT END SET END-OF-IA TO TRUE.
           PERFORM 510-CHECK-ONE-KEY THRU 510-EXIT
               UNTIL END-OF-IA.
           CLOSE INQ-ACCESS-FILE.
           IF WS-KEY-HITS = ZERO
               MOVE "NO ACCESSES TO THIS KEY IN THE PERIOD" TO NL-TEXT
               WRITE REVIEW-REPORT-REC FROM WS-NOTHING-LINE.
       500-EXIT.
           EXIT.

       510-CHECK-ONE-KEY.
           ADD 1 TO WS-LOG-READ.
           IF IA-DATE NOT NUMERIC
               GO TO 510-READ.
           IF IA-DATE < WS-FROM-DATE OR IA-DATE > WS-THRU-DATE
               GO TO 510-READ.
           ADD 1 TO WS-LOG-SELECTED.
           IF IA-KEY NOT = WS-KEY
               GO TO 510-READ.
           IF WS-KEY-TYPE NOT = SPACES AND IA-KEY-TYPE NOT = WS-KEY-TYPE
               GO TO 510-READ.
           PERFORM 450-FORMAT-ACCESS-LINE THRU 450-EXIT.
           MOVE SPACES TO AL-REASON.
           WRITE REVIEW-REPORT-REC FROM WS-ACCESS-LINE.
           ADD 1 TO WS-KEY-HITS.
       510-READ.
           READ INQ-ACCESS-FILE
               AT END SET END-OF-IA TO TRUE.
       510-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN INPUT INQ-RANGE-FILE.
           OPEN OUTPUT REVIEW-REPORT.
           DISPLAY "ACCREVW OPEN FILES".
           DISPLAY PRM-STATUS.
           DISPLAY IR-STATUS.
           DISPLAY OFCODE.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, INQ-RANGE-FILE, REVIEW-REPORT.
           DISPLAY "ACCREVW FILES CLOSED".
       900-EXIT.
           EXIT.
