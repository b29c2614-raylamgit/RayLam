       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  DLVREG.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  DAILY DOCUMENT DELIVERY
      *                REGISTER.  READS THE DLVLOG FILE DLVDOC WRITES
      *                FOR ONE RUN DATE (PARM, DEFAULT TODAY) AND
      *                COUNTS EACH PROGRAM'S DOCUMENTS BY DOCUMENT
      *                TYPE AND CHANNEL - PRINT ONLY, ELECTRONIC ONLY,
      *                BOTH - WITH THE PAPER AND ELECTRONIC PAGES AND
      *                HOW MANY WENT TO PRINT ONLY BECAUSE THE
      *                RECIPIENT HAS NO PREFERENCE ON FILE.  THE
      *                ELECTRONIC AND BOTH COLUMNS TOGETHER ARE THE
      *                INDEX RECORDS THE DELIVERY VENDOR SHOULD HAVE.
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

           SELECT DELIVERY-LOG-FILE
           ASSIGN TO UT-S-DLVLOG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DG-STATUS.

           SELECT DLV-REGISTER
           ASSIGN TO UT-S-DLVREG
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
           05  PRM-RUN-DATE                PIC 9(08).
           05  FILLER                      PIC X(72).

       FD  DELIVERY-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DELIVERY-LOG-REC.
       COPY DLVLOG.

       FD  DLV-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DLV-REGISTER-REC.
       01  DLV-REGISTER-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  DG-STATUS               PIC X(2).
               88 DG-OPENED       VALUE "00".
               88 END-OF-DG       VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-FOUND-SW                 PIC X(01) VALUE "N".
               88  WS-FOUND                   VALUE "Y".

      *    ONE SET OF CHANNEL COUNTS - MOVED IN AND OUT OF THE TABLES
      *    AND ADDED INTO THE PROGRAM AND GRAND TOTALS.
       01  WS-COUNTS.
           05  WS-CNT-PRINT                PIC S9(7) COMP.
           05  WS-CNT-ELEC                 PIC S9(7) COMP.
           05  WS-CNT-BOTH                 PIC S9(7) COMP.
           05  WS-CNT-PAPER-PAGES          PIC S9(7) COMP.
           05  WS-CNT-ELEC-PAGES           PIC S9(7) COMP.
           05  WS-CNT-NO-PREF              PIC S9(7) COMP.

       01  REPORT-COUNTERS.
           05  WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-USED             PIC 9(07) VALUE ZERO.
           05  WS-GRAND-COUNTS.
               10  GRD-PRINT               PIC S9(7) COMP VALUE ZERO.
               10  GRD-ELEC                PIC S9(7) COMP VALUE ZERO.
               10  GRD-BOTH                PIC S9(7) COMP VALUE ZERO.
               10  GRD-PAPER-PAGES         PIC S9(7) COMP VALUE ZERO.
               10  GRD-ELEC-PAGES          PIC S9(7) COMP VALUE ZERO.
               10  GRD-NO-PREF             PIC S9(7) COMP VALUE ZERO.

      *    ONE ROW PER PROGRAM SEEN ON THE DAY'S LOG.
       01  DLV-PROGRAM-TABLE-AREA.
           05  WS-PGM-COUNT                PIC S9(4) COMP VALUE ZERO.
           05  WS-PGM-SUB                  PIC S9(4) COMP VALUE ZERO.
           05  DLV-PROGRAM-ENTRY OCCURS 50 TIMES.
               10  PGM-PROGRAM             PIC X(08).
               10  PGM-COUNTS.
                   15  PGM-PRINT           PIC S9(7) COMP.
                   15  PGM-ELEC            PIC S9(7) COMP.
                   15  PGM-BOTH            PIC S9(7) COMP.
                   15  PGM-PAPER-PAGES     PIC S9(7) COMP.
                   15  PGM-ELEC-PAGES      PIC S9(7) COMP.
                   15  PGM-NO-PREF         PIC S9(7) COMP.

      *    ONE ROW PER PROGRAM AND DOCUMENT TYPE.
       01  DLV-TYPE-TABLE-AREA.
           05  WS-TYP-COUNT                PIC S9(4) COMP VALUE ZERO.
           05  WS-TYP-SUB                  PIC S9(4) COMP VALUE ZERO.
           05  DLV-TYPE-ENTRY OCCURS 200 TIMES.
               10  TYP-PROGRAM             PIC X(08).
               10  TYP-DOC-TYPE            PIC X(04).
               10  TYP-COUNTS.
                   15  TYP-PRINT           PIC S9(7) COMP.
                   15  TYP-ELEC            PIC S9(7) COMP.
                   15  TYP-BOTH            PIC S9(7) COMP.
                   15  TYP-PAPER-PAGES     PIC S9(7) COMP.
                   15  TYP-ELEC-PAGES      PIC S9(7) COMP.
                   15  TYP-NO-PREF         PIC S9(7) COMP.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(38)
                 VALUE "DOCUMENT DELIVERY REGISTER - RUN DATE ".
           05  HD-RUN-DATE                 PIC 9(08).
           05  FILLER     PIC X(14) VALUE "   PRINTED ON ".
           05  HD-PRINT-DATE               PIC 9(08).
           05  FILLER     PIC X(65) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER     PIC X(18) VALUE "  PROGRAM   DOC".
           05  FILLER     PIC X(11) VALUE " PRINT ONLY".
           05  FILLER     PIC X(11) VALUE "  ELEC ONLY".
           05  FILLER     PIC X(11) VALUE "       BOTH".
           05  FILLER     PIC X(11) VALUE " TOTAL DOCS".
           05  FILLER     PIC X(11) VALUE "PAPER PAGES".
           05  FILLER     PIC X(11) VALUE " ELEC PAGES".
           05  FILLER     PIC X(11) VALUE "    NO PREF".
           05  FILLER     PIC X(38) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-PROGRAM                 PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-DOC-TYPE                PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DTL-PRINT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DTL-ELEC                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DTL-BOTH                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DTL-TOTAL                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DTL-PAPER-PAGES             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DTL-ELEC-PAGES              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DTL-NO-PREF                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(38) VALUE SPACES.

       01  WS-GRAND-HEADING-LINE.
           05  FILLER                      PIC X(60)
                 VALUE "ALL PROGRAMS - ELEC ONLY + BOTH = VENDOR INDEX".
           05  FILLER                      PIC X(73) VALUE SPACES.

       01  WS-NOTHING-LINE.
           05  FILLER                      PIC X(40)
                 VALUE "NO DOCUMENTS LOGGED FOR THE RUN DATE".
           05  FILLER                      PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * COUNT THE DAY'S DOCUMENTS BY PROGRAM, DOCUMENT TYPE AND
      * CHANNEL.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           MOVE WS-RUN-DATE TO HD-RUN-DATE.
           MOVE WS-TODAY TO HD-PRINT-DATE.
           WRITE DLV-REGISTER-REC FROM WS-HEADING-LINE.
           MOVE SPACES TO DLV-REGISTER-REC.
           WRITE DLV-REGISTER-REC.
           WRITE DLV-REGISTER-REC FROM WS-COLUMN-LINE.
           MOVE SPACES TO DLV-REGISTER-REC.
           WRITE DLV-REGISTER-REC.

           PERFORM 100-ACCUMULATE THRU 100-EXIT.

           IF WS-PGM-COUNT = ZERO
               WRITE DLV-REGISTER-REC FROM WS-NOTHING-LINE
           ELSE
               PERFORM 300-PRINT-ONE-PROGRAM THRU 300-EXIT
                   VARYING WS-PGM-SUB FROM 1 BY 1
                   UNTIL WS-PGM-SUB > WS-PGM-COUNT
               PERFORM 400-PRINT-GRAND-TOTAL THRU 400-EXIT
           END-IF.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** THE RUN DATE (CCYYMMDD) DEFAULTS TO TODAY - THE JOB RUNS
      **** AFTER THE DAY'S STATEMENT AND NOTICE PROGRAMS.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-RUN-DATE.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-RUN-DATE NUMERIC AND PRM-RUN-DATE > ZERO
                   MOVE PRM-RUN-DATE TO WS-RUN-DATE
               END-IF
           END-IF.
       050-EXIT.
           EXIT.

       100-ACCUMULATE.
           MOVE "100-ACCUMULATE" TO PARA-NAME.
           OPEN INPUT DELIVERY-LOG-FILE.
           IF NOT DG-OPENED
               DISPLAY "DLVREG - DLVLOG NOT AVAILABLE, STATUS "
                   DG-STATUS
               GO TO 100-EXIT.
           READ DELIVERY-LOG-FILE
               AT END SET END-OF-DG TO TRUE.
           PERFORM 150-ACCUMULATE-ONE THRU 150-EXIT
               UNTIL END-OF-DG.
           CLOSE DELIVERY-LOG-FILE.
       100-EXIT.
           EXIT.

      ******************************************************************
      * ONE LOGGED DOCUMENT.  BOTH COUNTS ITS PAGES ON PAPER AND ON THE
      * ELECTRONIC FILE.
      ******************************************************************
       150-ACCUMULATE-ONE.
           MOVE "150-ACCUMULATE-ONE" TO PARA-NAME.
           ADD 1 TO WS-RECORDS-READ.
           IF DL-LOG-DATE NOT = WS-RUN-DATE
               GO TO 150-READ-NEXT.
           ADD 1 TO WS-RECORDS-USED.

           MOVE ZERO TO WS-CNT-PRINT WS-CNT-ELEC WS-CNT-BOTH
                        WS-CNT-PAPER-PAGES WS-CNT-ELEC-PAGES
                        WS-CNT-NO-PREF.
           IF DL-PAGE-COUNT NOT NUMERIC
               MOVE ZERO TO DL-PAGE-COUNT.
           EVALUATE TRUE
               WHEN DL-ELECTRONIC
                   MOVE 1 TO WS-CNT-ELEC
                   MOVE DL-PAGE-COUNT TO WS-CNT-ELEC-PAGES
               WHEN DL-BOTH
                   MOVE 1 TO WS-CNT-BOTH
                   MOVE DL-PAGE-COUNT TO WS-CNT-PAPER-PAGES
                                         WS-CNT-ELEC-PAGES
               WHEN OTHER
                   MOVE 1 TO WS-CNT-PRINT
                   MOVE DL-PAGE-COUNT TO WS-CNT-PAPER-PAGES
           END-EVALUATE.
           IF NOT DL-PREF-ON-FILE
               MOVE 1 TO WS-CNT-NO-PREF.

           PERFORM 170-ADD-TO-GRAND THRU 170-EXIT.

           PERFORM 200-FIND-PROGRAM THRU 200-EXIT.
           IF WS-PGM-SUB = ZERO
               GO TO 150-READ-NEXT.
           ADD WS-CNT-PRINT TO PGM-PRINT (WS-PGM-SUB).
           ADD WS-CNT-ELEC TO PGM-ELEC (WS-PGM-SUB).
           ADD WS-CNT-BOTH TO PGM-BOTH (WS-PGM-SUB).
           ADD WS-CNT-PAPER-PAGES TO PGM-PAPER-PAGES (WS-PGM-SUB).
           ADD WS-CNT-ELEC-PAGES TO PGM-ELEC-PAGES (WS-PGM-SUB).
           ADD WS-CNT-NO-PREF TO PGM-NO-PREF (WS-PGM-SUB).

           PERFORM 250-FIND-TYPE THRU 250-EXIT.
           IF WS-TYP-SUB = ZERO
               GO TO 150-READ-NEXT.
           ADD WS-CNT-PRINT TO TYP-PRINT (WS-TYP-SUB).
           ADD WS-CNT-ELEC TO TYP-ELEC (WS-TYP-SUB).
           ADD WS-CNT-BOTH TO TYP-BOTH (WS-TYP-SUB).
           ADD WS-CNT-PAPER-PAGES TO TYP-PAPER-PAGES (WS-TYP-SUB).
           ADD WS-CNT-ELEC-PAGES TO TYP-ELEC-PAGES (WS-TYP-SUB).
           ADD WS-CNT-NO-PREF TO TYP-NO-PREF (WS-TYP-SUB).

       150-READ-NEXT.
           READ DELIVERY-LOG-FILE
               AT END SET END-OF-DG TO TRUE.
       150-EXIT.
           EXIT.

       170-ADD-TO-GRAND.
           ADD WS-CNT-PRINT TO GRD-PRINT.
           ADD WS-CNT-ELEC TO GRD-ELEC.
           ADD WS-CNT-BOTH TO GRD-BOTH.
           ADD WS-CNT-PAPER-PAGES TO GRD-PAPER-PAGES.
           ADD WS-CNT-ELEC-PAGES TO GRD-ELEC-PAGES.
           ADD WS-CNT-NO-PREF TO GRD-NO-PREF.
       170-EXIT.
           EXIT.

       200-FIND-PROGRAM.
           MOVE "200-FIND-PROGRAM" TO PARA-NAME.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
                   UNTIL WS-PGM-SUB > WS-PGM-COUNT OR WS-FOUND
               IF PGM-PROGRAM (WS-PGM-SUB) = DL-PROGRAM
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-PGM-SUB
               GO TO 200-EXIT.
           IF WS-PGM-COUNT NOT < 50
               DISPLAY "DLVREG - PROGRAM TABLE FULL AT " DL-PROGRAM
               MOVE ZERO TO WS-PGM-SUB
               GO TO 200-EXIT.
           ADD 1 TO WS-PGM-COUNT.
           MOVE WS-PGM-COUNT TO WS-PGM-SUB.
           MOVE DL-PROGRAM TO PGM-PROGRAM (WS-PGM-SUB).
           MOVE ZERO TO PGM-PRINT (WS-PGM-SUB)
                        PGM-ELEC (WS-PGM-SUB)
                        PGM-BOTH (WS-PGM-SUB)
                        PGM-PAPER-PAGES (WS-PGM-SUB)
                        PGM-ELEC-PAGES (WS-PGM-SUB)
                        PGM-NO-PREF (WS-PGM-SUB).
       200-EXIT.
           EXIT.

       250-FIND-TYPE.
           MOVE "250-FIND-TYPE" TO PARA-NAME.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-TYP-SUB FROM 1 BY 1
                   UNTIL WS-TYP-SUB > WS-TYP-COUNT OR WS-FOUND
               IF TYP-PROGRAM (WS-TYP-SUB) = DL-PROGRAM
                  AND TYP-DOC-TYPE (WS-TYP-SUB) = DL-DOC-TYPE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-TYP-SUB
               GO TO 250-EXIT.
           IF WS-TYP-COUNT NOT < 200
               DISPLAY "DLVREG - TYPE TABLE FULL AT " DL-PROGRAM
                   " " DL-DOC-TYPE
               MOVE ZERO TO WS-TYP-SUB
               GO TO 250-EXIT.
           ADD 1 TO WS-TYP-COUNT.
           MOVE WS-TYP-COUNT TO WS-TYP-SUB.
           MOVE DL-PROGRAM TO TYP-PROGRAM (WS-TYP-SUB).
           MOVE DL-DOC-TYPE TO TYP-DOC-TYPE (WS-TYP-SUB).
           MOVE ZERO TO TYP-PRINT (WS-TYP-SUB)
                        TYP-ELEC (WS-TYP-SUB)
                        TYP-BOTH (WS-TYP-SUB)
                        TYP-PAPER-PAGES (WS-TYP-SUB)
                        TYP-ELEC-PAGES (WS-TYP-SUB)
                        TYP-NO-PREF (WS-TYP-SUB).
       250-EXIT.
           EXIT.

      ******************************************************************
      * ONE PROGRAM - A LINE PER DOCUMENT TYPE, THEN ITS TOTAL.
      ******************************************************************
       300-PRINT-ONE-PROGRAM.
           MOVE "300-PRINT-ONE-PROGRAM" TO PARA-NAME.
           PERFORM 350-PRINT-ONE-TYPE THRU 350-EXIT
               VARYING WS-TYP-SUB FROM 1 BY 1
               UNTIL WS-TYP-SUB > WS-TYP-COUNT.

           MOVE PGM-COUNTS (WS-PGM-SUB) TO WS-COUNTS.
           MOVE PGM-PROGRAM (WS-PGM-SUB) TO DTL-PROGRAM.
           MOVE "TOTAL" TO DTL-DOC-TYPE.
           PERFORM 500-WRITE-COUNTS THRU 500-EXIT.
           MOVE SPACES TO DLV-REGISTER-REC.
           WRITE DLV-REGISTER-REC.
       300-EXIT.
           EXIT.

       350-PRINT-ONE-TYPE.
           IF TYP-PROGRAM (WS-TYP-SUB) NOT = PGM-PROGRAM (WS-PGM-SUB)
               GO TO 350-EXIT.
           MOVE TYP-COUNTS (WS-TYP-SUB) TO WS-COUNTS.
           MOVE TYP-PROGRAM (WS-TYP-SUB) TO DTL-PROGRAM.
           MOVE TYP-DOC-TYPE (WS-TYP-SUB) TO DTL-DOC-TYPE.
           PERFORM 500-WRITE-COUNTS THRU 500-EXIT.
       350-EXIT.
           EXIT.

       400-PRINT-GRAND-TOTAL.
           MOVE "400-PRINT-GRAND-TOTAL" TO PARA-NAME.
           WRITE DLV-REGISTER-REC FROM WS-GRAND-HEADING-LINE.
           MOVE WS-GRAND-COUNTS TO WS-COUNTS.
           MOVE "ALL" TO DTL-PROGRAM.
           MOVE "TOTAL" TO DTL-DOC-TYPE.
           PERFORM 500-WRITE-COUNTS THRU 500-EXIT.
       400-EXIT.
           EXIT.

       500-WRITE-COUNTS.
           MOVE WS-CNT-PRINT TO DTL-PRINT.
           MOVE WS-CNT-ELEC TO DTL-ELEC.
           MOVE WS-CNT-BOTH TO DTL-BOTH.
           COMPUTE DTL-TOTAL = WS-CNT-PRINT + WS-CNT-ELEC
                             + WS-CNT-BOTH.
           MOVE WS-CNT-PAPER-PAGES TO DTL-PAPER-PAGES.
           MOVE WS-CNT-ELEC-PAGES TO DTL-ELEC-PAGES.
           MOVE WS-CNT-NO-PREF TO DTL-NO-PREF.
           WRITE DLV-REGISTER-REC FROM WS-DETAIL-LINE.
       500-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN OUTPUT DLV-REGISTER.
           DISPLAY "DLVREG OPEN FILES".
           DISPLAY PRM-STATUS.
           DISPLAY OFCODE.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, DLV-REGISTER.
           DISPLAY "DLVREG FILES CLOSED".
       900-EXIT.
           EXIT.
