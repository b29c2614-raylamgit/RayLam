       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  SANCLOAD.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  SANCTIONS WATCH-LIST
      *                REFRESH.  RUN EACH TIME THE GOVERNMENT PUBLISHES
      *                ITS SANCTIONS LIST.  THE PUBLISHED EXTRACT (ONE
      *                RECORD PER NAME, PRIMARY NAME SEQUENCE 00 AND
      *                ALIASES 01 UP, IN ENTRY-ID/SEQUENCE ORDER) IS
      *                MATCHED AGAINST THE CURRENT SANCLIST AND A NEW
      *                SANCLIST WRITTEN FROM IT, EVERY NAME CARRYING
      *                ITS SANCNORM MATCH NAME AND THE LIST DATE.  THE
      *                REPORT LISTS EVERY NAME ADDED, DROPPED OR
      *                CHANGED AND EVERY EXTRACT RECORD REJECTED.  AN
      *                EMPTY EXTRACT NEVER WIPES THE LIST - THE PRIOR
      *                LIST IS CARRIED FORWARD, THE OPERATORS ARE
      *                ALERTED AND THE STEP ENDS RC 8.
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

           SELECT PUBLISHED-LIST-FILE
           ASSIGN TO UT-S-SANCPUB
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PUB-STATUS.

           SELECT LIST-FILE-IN
           ASSIGN TO UT-S-SANCLSTI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LSI-STATUS.

           SELECT LIST-FILE-OUT
           ASSIGN TO UT-S-SANCLSTO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LSO-STATUS.

           SELECT LOAD-REPORT
           ASSIGN TO UT-S-SANCLRPT
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
           05  PRM-LIST-DATE               PIC X(08).
           05  FILLER                      PIC X(72).

      *    THE PUBLISHED EXTRACT AS RECEIVED.
       FD  PUBLISHED-LIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PUBLISHED-REC.
       01  PUBLISHED-REC.
           05  PB-KEY.
               10  PB-ENTRY-ID             PIC X(10).
               10  PB-NAME-SEQ             PIC X(02).
           05  PB-ENTRY-TYPE               PIC X(01).
           05  PB-PROGRAM                  PIC X(10).
           05  PB-NAME                     PIC X(60).
           05  FILLER                      PIC X(17).

       FD  LIST-FILE-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SANCTION-LIST-REC.
       COPY SANCLIST.

       FD  LIST-FILE-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LIST-REC-OUT.
       01  LIST-REC-OUT                    PIC X(160).

       FD  LOAD-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOAD-REPORT-REC.
       01  LOAD-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  PUB-STATUS              PIC X(2).
               88 END-OF-PUB      VALUE "10".
           05  LSI-STATUS              PIC X(2).
               88 LSI-OPENED      VALUE "00".
               88 END-OF-LSI      VALUE "10".
           05  LSO-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-LIST-DATE                PIC 9(08) VALUE ZERO.
           05  WS-PUB-KEY                  PIC X(12).
           05  WS-PREV-PUB-KEY             PIC X(12) VALUE LOW-VALUES.
           05  WS-OLD-KEY                  PIC X(12).
           05  WS-PUB-ACCEPT-SW            PIC X(01) VALUE "N".
               88  WS-PUB-ACCEPTED            VALUE "Y".
           05  WS-NEW-COUNT                PIC 9(07) VALUE ZERO.
           05  WS-ADDED-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-DROPPED-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-CHANGED-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-SAME-COUNT               PIC 9(07) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(07) VALUE ZERO.

      *    PASSED TO ALERTLOG.
       01  WS-ALERT-FIELDS.
           05  WS-AL-JOB                   PIC X(08) VALUE "SANCLOAD".
           05  WS-AL-SEV                   PIC X(01).
           05  WS-AL-TEXT                  PIC X(60).

      *    THE NEW WATCH-LIST RECORD, LAID OUT AS SANCLIST.
       01  WS-NEW-LIST-REC.
           05  NL-ENTRY-ID                 PIC X(10).
           05  NL-NAME-SEQ                 PIC 9(02).
           05  NL-ENTRY-TYPE               PIC X(01).
           05  NL-PROGRAM                  PIC X(10).
           05  NL-NAME                     PIC X(60).
           05  NL-MATCH-NAME               PIC X(60).
           05  NL-LIST-DATE                PIC 9(08).
           05  FILLER                      PIC X(09).

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(42)
                 VALUE "SANCTIONS WATCH LIST REFRESH - LIST DATE ".
           05  HDG-LIST-DATE-O         PIC 9(08).
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DTL-ACTION-O            PIC X(38).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-ENTRY-ID-O          PIC X(10).
           05  FILLER                  PIC X(01) VALUE "-".
           05  DTL-NAME-SEQ-O          PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-TYPE-O              PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PROGRAM-O           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-NAME-O              PIC X(60).
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-TOTALS-LINE-1.
           05  FILLER                  PIC X(18)
                 VALUE "NAMES ON NEW LIST:".
           05  TOT-NEW-O               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE "  ADDED:".
           05  TOT-ADDED-O             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  DROPPED:".
           05  TOT-DROPPED-O           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  CHANGED:".
           05  TOT-CHANGED-O           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE "  UNCHANGED:".
           05  TOT-SAME-O              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED:".
           05  TOT-REJECT-O            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-KEPT-LINE.
           05  FILLER                  PIC X(52) VALUE
               "** EXTRACT EMPTY - PRIOR WATCH LIST KEPT AS IS **".
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * MATCH THE PUBLISHED EXTRACT AGAINST THE CURRENT LIST BY ENTRY
      * AND SEQUENCE, WRITING THE NEW LIST FROM THE EXTRACT AND
      * REPORTING WHAT CAME AND WENT.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           WRITE LOAD-REPORT-REC FROM WS-HEADING-LINE.
           WRITE LOAD-REPORT-REC FROM WS-BLANK-LINE.

           PERFORM 200-READ-PUBLISHED THRU 200-EXIT.
           PERFORM 300-READ-OLD-LIST THRU 300-EXIT.

           IF WS-PUB-KEY = HIGH-VALUES
               PERFORM 150-KEEP-PRIOR-LIST THRU 150-EXIT
           ELSE
               PERFORM 400-MATCH-ONE-KEY THRU 400-EXIT
                   UNTIL WS-PUB-KEY = HIGH-VALUES
                     AND WS-OLD-KEY = HIGH-VALUES
               MOVE "I" TO WS-AL-SEV
               MOVE SPACES TO WS-AL-TEXT
               STRING "SANCTIONS LIST REFRESHED - LIST DATE "
                   WS-LIST-DATE " NAMES " WS-NEW-COUNT
                   DELIMITED BY SIZE INTO WS-AL-TEXT
               END-STRING
               CALL "ALERTLOG" USING WS-AL-JOB WS-AL-SEV WS-AL-TEXT
               IF WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.

           WRITE LOAD-REPORT-REC FROM WS-BLANK-LINE.
           MOVE WS-NEW-COUNT TO TOT-NEW-O.
           MOVE WS-ADDED-COUNT TO TOT-ADDED-O.
           MOVE WS-DROPPED-COUNT TO TOT-DROPPED-O.
           MOVE WS-CHANGED-COUNT TO TOT-CHANGED-O.
           MOVE WS-SAME-COUNT TO TOT-SAME-O.
           MOVE WS-REJECT-COUNT TO TOT-REJECT-O.
           WRITE LOAD-REPORT-REC FROM WS-TOTALS-LINE-1.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      *    PUBLICATION DATE OF THE EXTRACT, CCYYMMDD.  NO CARD MEANS
      *    TODAY.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM AND PRM-LIST-DATE NUMERIC
               MOVE PRM-LIST-DATE TO WS-LIST-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-LIST-DATE
           END-IF.
           MOVE WS-LIST-DATE TO HDG-LIST-DATE-O.
       050-EXIT.
           EXIT.

       150-KEEP-PRIOR-LIST.
      *    NOTHING CAME IN - A FAILED DOWNLOAD, NOT AN EMPTY SANCTIONS
      *    LIST.  CARRY THE CURRENT LIST FORWARD UNTOUCHED.
           MOVE "150-KEEP-PRIOR-LIST" TO PARA-NAME.
           WRITE LOAD-REPORT-REC FROM WS-KEPT-LINE.
           PERFORM 160-COPY-ONE-OLD THRU 160-EXIT
               UNTIL WS-OLD-KEY = HIGH-VALUES.
           MOVE "C" TO WS-AL-SEV.
           MOVE "SANCTIONS LIST EXTRACT EMPTY - PRIOR LIST KEPT"
               TO WS-AL-TEXT.
           CALL "ALERTLOG" USING WS-AL-JOB WS-AL-SEV WS-AL-TEXT.
           MOVE 8 TO RETURN-CODE.
       150-EXIT.
           EXIT.

       160-COPY-ONE-OLD.
           MOVE SANCTION-LIST-REC TO LIST-REC-OUT.
           WRITE LIST-REC-OUT.
           ADD 1 TO WS-NEW-COUNT.
           PERFORM 300-READ-OLD-LIST THRU 300-EXIT.
       160-EXIT.
           EXIT.

       200-READ-PUBLISHED.
      *    NEXT USABLE EXTRACT RECORD.  ONE WITH NO ENTRY, A BAD
      *    SEQUENCE OR NO NAME, OR OUT OF KEY ORDER, IS REJECTED.
           MOVE "200-READ-PUBLISHED" TO PARA-NAME.
           MOVE "N" TO WS-PUB-ACCEPT-SW.
       200-NEXT.
           READ PUBLISHED-LIST-FILE
               AT END SET END-OF-PUB TO TRUE.
           IF END-OF-PUB
               MOVE HIGH-VALUES TO WS-PUB-KEY
               GO TO 200-EXIT.
           MOVE SPACES TO DTL-ACTION-O.
           EVALUATE TRUE
               WHEN PB-ENTRY-ID = SPACES
                   MOVE "REJECTED - NO ENTRY ID" TO DTL-ACTION-O
               WHEN PB-NAME-SEQ NOT NUMERIC
                   MOVE "REJECTED - NAME SEQUENCE NOT NUMERIC"
                       TO DTL-ACTION-O
               WHEN PB-NAME = SPACES
                   MOVE "REJECTED - NO NAME" TO DTL-ACTION-O
               WHEN PB-KEY NOT > WS-PREV-PUB-KEY
                   MOVE "REJECTED - DUPLICATE OR OUT OF ORDER"
                       TO DTL-ACTION-O
               WHEN OTHER
                   SET WS-PUB-ACCEPTED TO TRUE
           END-EVALUATE.
           IF WS-PUB-ACCEPTED
               MOVE PB-KEY TO WS-PUB-KEY WS-PREV-PUB-KEY
               GO TO 200-EXIT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE PB-ENTRY-ID TO DTL-ENTRY-ID-O.
           MOVE PB-NAME-SEQ TO DTL-NAME-SEQ-O.
           MOVE PB-ENTRY-TYPE TO DTL-TYPE-O.
           MOVE PB-PROGRAM TO DTL-PROGRAM-O.
           MOVE PB-NAME TO DTL-NAME-O.
           WRITE LOAD-REPORT-REC FROM WS-DETAIL-LINE.
           GO TO 200-NEXT.
       200-EXIT.
           EXIT.

       300-READ-OLD-LIST.
      *    NO CURRENT LIST (THE FIRST LOAD) READS AS AN EMPTY ONE.
           MOVE "300-READ-OLD-LIST" TO PARA-NAME.
           IF NOT LSI-OPENED
               MOVE HIGH-VALUES TO WS-OLD-KEY
               GO TO 300-EXIT.
           READ LIST-FILE-IN
               AT END SET END-OF-LSI TO TRUE.
           IF END-OF-LSI
               MOVE HIGH-VALUES TO WS-OLD-KEY
           ELSE
               MOVE SL-KEY TO WS-OLD-KEY
           END-IF.
       300-EXIT.
           EXIT.

       400-MATCH-ONE-KEY.
      *    EXTRACT ONLY - ADDED.  LIST ONLY - DROPPED FROM THE
      *    PUBLISHED LIST.  BOTH - CARRIED, NOTED WHERE THE NAME,
      *    TYPE OR PROGRAM CHANGED.
           MOVE "400-MATCH-ONE-KEY" TO PARA-NAME.
           IF WS-PUB-KEY < WS-OLD-KEY
               PERFORM 450-WRITE-NEW-NAME THRU 450-EXIT
               ADD 1 TO WS-ADDED-COUNT
               MOVE "ADDED" TO DTL-ACTION-O
               WRITE LOAD-REPORT-REC FROM WS-DETAIL-LINE
               PERFORM 200-READ-PUBLISHED THRU 200-EXIT
               GO TO 400-EXIT.

           IF WS-PUB-KEY > WS-OLD-KEY
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "DROPPED FROM PUBLISHED LIST" TO DTL-ACTION-O
               MOVE SL-ENTRY-ID TO DTL-ENTRY-ID-O
               MOVE SL-NAME-SEQ TO DTL-NAME-SEQ-O
               MOVE SL-ENTRY-TYPE TO DTL-TYPE-O
               MOVE SL-PROGRAM TO DTL-PROGRAM-O
               MOVE SL-NAME TO DTL-NAME-O
               WRITE LOAD-REPORT-REC FROM WS-DETAIL-LINE
               PERFORM 300-READ-OLD-LIST THRU 300-EXIT
               GO TO 400-EXIT.

           PERFORM 450-WRITE-NEW-NAME THRU 450-EXIT.
           IF PB-NAME = SL-NAME AND PB-ENTRY-TYPE = SL-ENTRY-TYPE
                   AND PB-PROGRAM = SL-PROGRAM
               ADD 1 TO WS-SAME-COUNT
           ELSE
               ADD 1 TO WS-CHANGED-COUNT
               MOVE "CHANGED" TO DTL-ACTION-O
               WRITE LOAD-REPORT-REC FROM WS-DETAIL-LINE
           END-IF.
           PERFORM 200-READ-PUBLISHED THRU 200-EXIT.
           PERFORM 300-READ-OLD-LIST THRU 300-EXIT.
       400-EXIT.
           EXIT.

       450-WRITE-NEW-NAME.
           MOVE "450-WRITE-NEW-NAME" TO PARA-NAME.
           MOVE SPACES TO WS-NEW-LIST-REC.
           MOVE PB-ENTRY-ID TO NL-ENTRY-ID.
           MOVE PB-NAME-SEQ TO NL-NAME-SEQ.
           MOVE PB-ENTRY-TYPE TO NL-ENTRY-TYPE.
           MOVE PB-PROGRAM TO NL-PROGRAM.
           MOVE PB-NAME TO NL-NAME.
           CALL "SANCNORM" USING NL-NAME NL-MATCH-NAME.
           MOVE WS-LIST-DATE TO NL-LIST-DATE.
           WRITE LIST-REC-OUT FROM WS-NEW-LIST-REC.
           ADD 1 TO WS-NEW-COUNT.
           MOVE PB-ENTRY-ID TO DTL-ENTRY-ID-O.
           MOVE PB-NAME-SEQ TO DTL-NAME-SEQ-O.
           MOVE PB-ENTRY-TYPE TO DTL-TYPE-O.
           MOVE PB-PROGRAM TO DTL-PROGRAM-O.
           MOVE PB-NAME TO DTL-NAME-O.
       450-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, PUBLISHED-LIST-FILE.
           OPEN INPUT LIST-FILE-IN.
           OPEN OUTPUT LIST-FILE-OUT, LOAD-REPORT.
           DISPLAY "SANCLOAD OPEN FILES".
           DISPLAY PUB-STATUS.
           DISPLAY LSI-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, PUBLISHED-LIST-FILE, LIST-FILE-OUT,
                 LOAD-REPORT.
           IF LSI-OPENED OR END-OF-LSI
               CLOSE LIST-FILE-IN
           END-IF.
           DISPLAY "SANCLOAD FILES CLOSED".
       900-EXIT.
           EXIT.
