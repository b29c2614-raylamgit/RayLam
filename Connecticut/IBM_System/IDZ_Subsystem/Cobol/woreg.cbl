       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  WOREG.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  MONTHLY BAD-DEBT REGISTER FOR
      *                FINANCE.  SELECTS THE WOHIST EVENTS DATED IN THE
      *                REGISTER MONTH (PARM CARD CCYYMM, THE CURRENT
      *                MONTH WHEN THE CARD IS BLANK), SORTS THEM INTO
      *                WRITE-OFFS THEN RECOVERIES BY SUPPLIER AND
      *                WRITE-OFF NUMBER, AND LISTS EACH WITH THE
      *                OPERATOR WHO KEYED IT AND THE ONE WHO APPROVED
      *                IT.  EACH SECTION IS TOTALLED AND THE MONTH'S
      *                NET BAD DEBT (WRITTEN OFF LESS RECOVERED) CLOSES
      *                THE REPORT.
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

           SELECT WO-HIST-FILE
           ASSIGN TO UT-S-WOHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WOH-STATUS.

           SELECT WOREG-RPT
           ASSIGN TO UT-S-WOREG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT WO-SORT-FILE
           ASSIGN TO UT-S-SORTWK01.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARM-REC.
       01  PARM-REC.
           05  PRM-REG-MONTH               PIC 9(06).
           05  FILLER                      PIC X(74).

       FD  WO-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WRITE-OFF-HIST-REC.
       COPY WOHIST.

       FD  WOREG-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WOREG-REC.
       01  WOREG-REC  PIC X(133).

      *    SAME LAYOUT AS WOHIST'S WRITE-OFF-HIST-REC.
       SD  WO-SORT-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS WO-SORT-REC.
       01  WO-SORT-REC.
           05  SR-WO-NUMBER                    PIC 9(07).
           05  SR-EVENT-TYPE                   PIC X(01).
           05  SR-SUPPLR-NO                    PIC X(05).
           05  FILLER                          PIC X(137).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  WOH-STATUS              PIC X(2).
               88 WOH-OPENED      VALUE "00".
               88 END-OF-WOH      VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-REG-MONTH                PIC 9(06) VALUE ZERO.
           05  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
               88 WS-SORT-EOF                 VALUE "Y".
           05  WS-PREV-TYPE                PIC X(01) VALUE SPACE.
           05  WS-HIST-READ                PIC 9(7) VALUE ZERO.
           05  WS-SELECTED                 PIC 9(7) VALUE ZERO.
           05  WS-SECTION-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-SECTION-DOLLARS          PIC 9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-WO-DOLLARS               PIC 9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-RC-DOLLARS               PIC 9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-NET-DOLLARS              PIC S9(11)V99 COMP-3
                                                     VALUE 0.

       01  WS-TITLE-LINE.
           05  RPT-TITLE-O             PIC X(60).
           05  FILLER                  PIC X(09) VALUE "  MONTH: ".
           05  RPT-MONTH-O             PIC 9(06).
           05  FILLER                  PIC X(12) VALUE "  RUN DATE: ".
           05  RPT-DATE-O              PIC 9(08).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SEC-TITLE-O             PIC X(40).
           05  FILLER                  PIC X(93) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(07) VALUE "  WO NO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "  DATE  ".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "SUPP ".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "      AMOUNT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "KEYED BY".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE "APPROVED".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "REASON".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "REFERENCE".
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DTL-WO-O                PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-DATE-O              PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-SUPPLR-O            PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT-O            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-ENTERED-O           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-APPROVED-O          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-REASON-O            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-REFERENCE-O         PIC X(10).
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-SECTION-TOTAL-LINE.
           05  SCT-LABEL-O             PIC X(24).
           05  SCT-DOLLARS-O           PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "EVENTS ".
           05  SCT-COUNT-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(12) VALUE "WRITTEN OFF ".
           05  TOT-WO-DOLLARS-O        PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(12) VALUE "  RECOVERED ".
           05  TOT-RC-DOLLARS-O        PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(16)
                 VALUE "  NET BAD DEBT ".
           05  TOT-NET-DOLLARS-O       PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                  PIC X(40)
                 VALUE "NO WRITE-OFFS OR RECOVERIES THIS MONTH".
           05  FILLER                  PIC X(93) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * PICK UP THE REGISTER MONTH, SORT THE MONTH'S WOHIST EVENTS
      * AND LIST THEM BY SECTION, THEN THE MONTH'S TOTALS.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           MOVE "BAD-DEBT WRITE-OFF AND RECOVERY REGISTER"
               TO RPT-TITLE-O.
           MOVE WS-REG-MONTH TO RPT-MONTH-O.
           MOVE WS-TODAY TO RPT-DATE-O.
           WRITE WOREG-REC FROM WS-TITLE-LINE.

           SORT WO-SORT-FILE
               ON DESCENDING KEY SR-EVENT-TYPE
               ON ASCENDING KEY SR-SUPPLR-NO
               ON ASCENDING KEY SR-WO-NUMBER
               INPUT PROCEDURE IS 200-SELECT-EVENTS THRU 200-EXIT
               OUTPUT PROCEDURE IS 400-LIST-EVENTS THRU 400-EXIT.

           IF WS-SELECTED = ZERO
               WRITE WOREG-REC FROM WS-BLANK-LINE
               WRITE WOREG-REC FROM WS-NONE-LINE
           END-IF.
           COMPUTE WS-NET-DOLLARS = WS-WO-DOLLARS - WS-RC-DOLLARS.
           MOVE WS-WO-DOLLARS TO TOT-WO-DOLLARS-O.
           MOVE WS-RC-DOLLARS TO TOT-RC-DOLLARS-O.
           MOVE WS-NET-DOLLARS TO TOT-NET-DOLLARS-O.
           WRITE WOREG-REC FROM WS-BLANK-LINE.
           WRITE WOREG-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE WS-TODAY (1:6) TO WS-REG-MONTH.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF END-OF-PRM
               GO TO 050-EXIT.
           IF PRM-REG-MONTH NUMERIC
               IF PRM-REG-MONTH (5:2) > "00"
                       AND PRM-REG-MONTH (5:2) < "13"
                   MOVE PRM-REG-MONTH TO WS-REG-MONTH
               END-IF
           END-IF.
       050-EXIT.
           EXIT.

       200-SELECT-EVENTS.
           MOVE "200-SELECT-EVENTS" TO PARA-NAME.
           IF NOT WOH-OPENED
               GO TO 200-EXIT.
           READ WO-HIST-FILE
               AT END SET END-OF-WOH TO TRUE.
           PERFORM 210-SELECT-ONE-EVENT THRU 210-EXIT
               UNTIL END-OF-WOH.
       200-EXIT.
           EXIT.

       210-SELECT-ONE-EVENT.
           MOVE "210-SELECT-ONE-EVENT" TO PARA-NAME.
           ADD 1 TO WS-HIST-READ.
           IF WH-EVENT-DATE (1:6) NOT = WS-REG-MONTH
               GO TO 210-READ.
           IF NOT WH-WRITE-OFF AND NOT WH-RECOVERY
               GO TO 210-READ.
           ADD 1 TO WS-SELECTED.
           RELEASE WO-SORT-REC FROM WRITE-OFF-HIST-REC.
       210-READ.
           READ WO-HIST-FILE
               AT END SET END-OF-WOH TO TRUE.
       210-EXIT.
           EXIT.

       400-LIST-EVENTS.
           MOVE "400-LIST-EVENTS" TO PARA-NAME.
           RETURN WO-SORT-FILE INTO WRITE-OFF-HIST-REC
               AT END SET WS-SORT-EOF TO TRUE.
           PERFORM 410-LIST-ONE-EVENT THRU 410-EXIT
               UNTIL WS-SORT-EOF.
           IF WS-PREV-TYPE NOT = SPACE
               PERFORM 420-SECTION-TOTAL THRU 420-EXIT
           END-IF.
       400-EXIT.
           EXIT.

       410-LIST-ONE-EVENT.
      **** WRITE-OFFS SORT AHEAD OF RECOVERIES; EACH STARTS ITS OWN
      **** SECTION WITH A HEADING AND ENDS WITH ITS OWN TOTAL.
           MOVE "410-LIST-ONE-EVENT" TO PARA-NAME.
           IF WH-EVENT-TYPE NOT = WS-PREV-TYPE
               IF WS-PREV-TYPE NOT = SPACE
                   PERFORM 420-SECTION-TOTAL THRU 420-EXIT
               END-IF
               IF WH-WRITE-OFF
                   MOVE "WRITE-OFFS" TO SEC-TITLE-O
               ELSE
                   MOVE "RECOVERIES OF AMOUNTS WRITTEN OFF"
                       TO SEC-TITLE-O
               END-IF
               WRITE WOREG-REC FROM WS-BLANK-LINE
               WRITE WOREG-REC FROM WS-SECTION-LINE
               WRITE WOREG-REC FROM WS-HEADING-LINE
               MOVE WH-EVENT-TYPE TO WS-PREV-TYPE
               MOVE ZERO TO WS-SECTION-COUNT WS-SECTION-DOLLARS
           END-IF.
           MOVE WH-WO-NUMBER TO DTL-WO-O.
           MOVE WH-EVENT-DATE TO DTL-DATE-O.
           MOVE WH-SUPPLR-NO TO DTL-SUPPLR-O.
           MOVE WH-AMOUNT TO DTL-AMOUNT-O.
           MOVE WH-ENTERED-BY TO DTL-ENTERED-O.
           MOVE WH-APPROVED-BY TO DTL-APPROVED-O.
           MOVE WH-REASON TO DTL-REASON-O.
           MOVE WH-REFERENCE TO DTL-REFERENCE-O.
           WRITE WOREG-REC FROM WS-DETAIL-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           ADD WH-AMOUNT TO WS-SECTION-DOLLARS.
           IF WH-WRITE-OFF
               ADD WH-AMOUNT TO WS-WO-DOLLARS
           ELSE
               ADD WH-AMOUNT TO WS-RC-DOLLARS
           END-IF.
           RETURN WO-SORT-FILE INTO WRITE-OFF-HIST-REC
               AT END SET WS-SORT-EOF TO TRUE.
       410-EXIT.
           EXIT.

       420-SECTION-TOTAL.
           IF WS-PREV-TYPE = "W"
               MOVE "  TOTAL WRITTEN OFF     " TO SCT-LABEL-O
           ELSE
               MOVE "  TOTAL RECOVERED       " TO SCT-LABEL-O
           END-IF.
           MOVE WS-SECTION-DOLLARS TO SCT-DOLLARS-O.
           MOVE WS-SECTION-COUNT TO SCT-COUNT-O.
           WRITE WOREG-REC FROM WS-BLANK-LINE.
           WRITE WOREG-REC FROM WS-SECTION-TOTAL-LINE.
       420-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS WO-HIST-FILE.
           OPEN OUTPUT WOREG-RPT.
           DISPLAY "WOREG OPEN FILES".
           DISPLAY PRM-STATUS.
           DISPLAY WOH-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS WO-HIST-FILE WOREG-RPT.
           DISPLAY "WOREG FILES CLOSED".
           DISPLAY "HISTORY RECORDS READ   " WS-HIST-READ.
           DISPLAY "EVENTS IN MONTH        " WS-SELECTED.
       900-EXIT.
           EXIT.
