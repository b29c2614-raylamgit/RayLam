       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  POAGING.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  OPEN-PO AGING REPORT, RUN
      *                AFTER MTCHMERG HAS RELIEVED THE CYCLE'S
      *                RECEIPTS.  EVERY RELEASED LINE STILL OPEN ON
      *                THE OPENPO FILE PAST ITS DUE DATE IS LISTED BY
      *                SUPPLIER WITH ITS OPEN QUANTITY AND DAYS LATE,
      *                AGED INTO 1-7, 8-30, 31-60 AND OVER-60 DAY
      *                BANDS, AND EACH SUPPLIER IS TOTALLED - OPEN
      *                LINES, LATE LINES AND LATE QUANTITY BY BAND -
      *                SO THE BUYER KNOWS WHOM TO CHASE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPEN-PO-FILE
           ASSIGN TO UT-S-OPENPO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OPO-STATUS.

           SELECT VSAM-SUPPLR-FILE
                  ASSIGN       to DA-YYCLMAST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is SUPPLR-KEY
                  FILE STATUS  is VS-STATUS.

           SELECT OPEN-PO-SORT-FILE
           ASSIGN TO UT-S-SORTWK01.

           SELECT POAGRPT
           ASSIGN TO UT-S-POAGRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  OPEN-PO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPEN-PO-REC-IN.
       01  OPEN-PO-REC-IN                  PIC X(80).

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
           05  FILLER                              PIC X(1155).

       SD  OPEN-PO-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OPEN-PO-REC.
       COPY OPENPO.

       FD  POAGRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POAGRPT-REC.
       01  POAGRPT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  OPO-STATUS              PIC X(2).
           05  VS-STATUS               PIC X(2).
               88 VS-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-TODAY-INT                PIC 9(08) VALUE ZERO.
           05  WS-DAYS-LATE                PIC S9(5) VALUE ZERO.
           05  WS-OPEN-QTY                 PIC S9(7) VALUE ZERO.
           05  WS-BAND                     PIC 9(1) VALUE ZERO.
           05  WS-HOLD-SUPPLR-NO           PIC X(05) VALUE LOW-VALUES.
           05  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
               88 WS-SORT-EOF                 VALUE "Y".
           05  WS-FIRST-SW                 PIC X(01) VALUE "Y".
               88 WS-FIRST-SUPPLIER           VALUE "Y".

      *    PER-SUPPLIER AND RUN TOTALS.  BAND 1 IS 1-7 DAYS LATE, 2 IS
      *    8-30, 3 IS 31-60, 4 IS OVER 60.
       01  SUPPLIER-TOTALS.
           05  ST-OPEN-LINES               PIC 9(5) VALUE ZERO.
           05  ST-LATE-LINES               PIC 9(5) VALUE ZERO.
           05  ST-LATE-QTY                 PIC 9(9) VALUE ZERO.
           05  ST-BAND-QTY OCCURS 4 TIMES  PIC 9(9).
       01  RUN-TOTALS.
           05  RT-SUPPLIERS                PIC 9(5) VALUE ZERO.
           05  RT-OPEN-LINES               PIC 9(5) VALUE ZERO.
           05  RT-LATE-LINES               PIC 9(5) VALUE ZERO.
           05  RT-LATE-QTY                 PIC 9(9) VALUE ZERO.
           05  RT-BAND-QTY OCCURS 4 TIMES  PIC 9(9).

       01  BAND-NAME-DATA.
           05  FILLER                  PIC X(07) VALUE "1-7    ".
           05  FILLER                  PIC X(07) VALUE "8-30   ".
           05  FILLER                  PIC X(07) VALUE "31-60  ".
           05  FILLER                  PIC X(07) VALUE "OVER 60".
       01  BAND-NAME-TABLE REDEFINES BAND-NAME-DATA.
           05  BAND-NAME OCCURS 4 TIMES    PIC X(07).

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(40)
                 VALUE "OPEN PURCHASE ORDER AGING - LATE LINES".
           05  FILLER                  PIC X(13) VALUE "  AS OF DATE ".
           05  TTL-DATE-O              PIC 9(08).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-SUPPLR-HEAD-LINE.
           05  FILLER                  PIC X(10) VALUE "SUPPLIER: ".
           05  SHL-SUPPLR-O            PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SHL-NAME-O              PIC X(30).
           05  FILLER                  PIC X(87) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "PO: ".
           05  DTL-PO-NUMBER-O         PIC 9(07).
           05  FILLER                  PIC X(08) VALUE "  LINE: ".
           05  DTL-LINE-NO-O           PIC 9(03).
           05  FILLER                  PIC X(08) VALUE "  PART: ".
           05  DTL-PARTNO-O            PIC X(21).
           05  FILLER                  PIC X(07) VALUE "  DUE: ".
           05  DTL-DUE-DATE-O          PIC 9(08).
           05  FILLER                  PIC X(07) VALUE "  OPEN:".
           05  DTL-OPEN-QTY-O          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE "  DAYS LATE: ".
           05  DTL-DAYS-LATE-O         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE "  BAND: ".
           05  DTL-BAND-O              PIC X(07).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-SUPPLR-TOTAL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "TOTAL ".
           05  STL-SUPPLR-O            PIC X(05).
           05  FILLER                  PIC X(07) VALUE "  OPEN:".
           05  STL-OPEN-LINES-O        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE "  LATE:".
           05  STL-LATE-LINES-O        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  LATE QTY:".
           05  STL-LATE-QTY-O          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE "  1-7: ".
           05  STL-BAND1-O             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE "  8-30: ".
           05  STL-BAND2-O             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE "  31-60: ".
           05  STL-BAND3-O             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE "  60+: ".
           05  STL-BAND4-O             PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *
      * SORT THE OPEN LINES BY SUPPLIER AND DUE DATE, LIST THE LATE
      * ONES UNDER THEIR SUPPLIER, AND TOTAL EACH SUPPLIER AND THE RUN.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           MOVE ZERO TO ST-BAND-QTY (1) ST-BAND-QTY (2)
                        ST-BAND-QTY (3) ST-BAND-QTY (4)
                        RT-BAND-QTY (1) RT-BAND-QTY (2)
                        RT-BAND-QTY (3) RT-BAND-QTY (4).
           MOVE WS-TODAY TO TTL-DATE-O.
           WRITE POAGRPT-REC FROM WS-TITLE-LINE.

           SORT OPEN-PO-SORT-FILE
               ON ASCENDING KEY OP-SUPPLR-NO OP-DUE-DATE
                                OP-PO-NUMBER OP-LINE-NO
               USING OPEN-PO-FILE
               OUTPUT PROCEDURE IS 300-AGE-OPEN-LINES THRU 300-EXIT.

           MOVE "ALL" TO STL-SUPPLR-O.
           MOVE RT-OPEN-LINES TO STL-OPEN-LINES-O.
           MOVE RT-LATE-LINES TO STL-LATE-LINES-O.
           MOVE RT-LATE-QTY TO STL-LATE-QTY-O.
           MOVE RT-BAND-QTY (1) TO STL-BAND1-O.
           MOVE RT-BAND-QTY (2) TO STL-BAND2-O.
           MOVE RT-BAND-QTY (3) TO STL-BAND3-O.
           MOVE RT-BAND-QTY (4) TO STL-BAND4-O.
           MOVE SPACES TO POAGRPT-REC.
           WRITE POAGRPT-REC.
           WRITE POAGRPT-REC FROM WS-SUPPLR-TOTAL-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       300-AGE-OPEN-LINES.
           MOVE "300-AGE-OPEN-LINES" TO PARA-NAME.
           RETURN OPEN-PO-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE.
           PERFORM 310-ONE-OPEN-LINE THRU 310-EXIT
               UNTIL WS-SORT-EOF.
           IF NOT WS-FIRST-SUPPLIER
               PERFORM 350-SUPPLIER-TOTAL THRU 350-EXIT.
       300-EXIT.
           EXIT.

       310-ONE-OPEN-LINE.
           MOVE "310-ONE-OPEN-LINE" TO PARA-NAME.
           IF OP-QTY-ORDERED NOT NUMERIC
                   OR OP-QTY-RECEIVED NOT NUMERIC
                   OR OP-DUE-DATE NOT NUMERIC
               GO TO 310-NEXT.
           COMPUTE WS-OPEN-QTY = OP-QTY-ORDERED - OP-QTY-RECEIVED.
           IF WS-OPEN-QTY NOT > ZERO
               GO TO 310-NEXT.

           IF OP-SUPPLR-NO NOT = WS-HOLD-SUPPLR-NO
               IF NOT WS-FIRST-SUPPLIER
                   PERFORM 350-SUPPLIER-TOTAL THRU 350-EXIT
               END-IF
               PERFORM 320-START-SUPPLIER THRU 320-EXIT
           END-IF.

           ADD 1 TO ST-OPEN-LINES RT-OPEN-LINES.
           IF OP-DUE-DATE NOT < WS-TODAY
               GO TO 310-NEXT.

      *    PAST DUE - AGE IT AND LIST IT.
           COMPUTE WS-DAYS-LATE = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(OP-DUE-DATE).
           EVALUATE TRUE
               WHEN WS-DAYS-LATE NOT > 7
                   MOVE 1 TO WS-BAND
               WHEN WS-DAYS-LATE NOT > 30
                   MOVE 2 TO WS-BAND
               WHEN WS-DAYS-LATE NOT > 60
                   MOVE 3 TO WS-BAND
               WHEN OTHER
                   MOVE 4 TO WS-BAND
           END-EVALUATE.
           ADD 1 TO ST-LATE-LINES RT-LATE-LINES.
           ADD WS-OPEN-QTY TO ST-LATE-QTY RT-LATE-QTY
                              ST-BAND-QTY (WS-BAND)
                              RT-BAND-QTY (WS-BAND).
           MOVE OP-PO-NUMBER TO DTL-PO-NUMBER-O.
           MOVE OP-LINE-NO TO DTL-LINE-NO-O.
           MOVE OP-PARTNO TO DTL-PARTNO-O.
           MOVE OP-DUE-DATE TO DTL-DUE-DATE-O.
           MOVE WS-OPEN-QTY TO DTL-OPEN-QTY-O.
           MOVE WS-DAYS-LATE TO DTL-DAYS-LATE-O.
           MOVE BAND-NAME (WS-BAND) TO DTL-BAND-O.
           WRITE POAGRPT-REC FROM WS-DETAIL-LINE.
       310-NEXT.
           RETURN OPEN-PO-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE.
       310-EXIT.
           EXIT.

       320-START-SUPPLIER.
           MOVE "320-START-SUPPLIER" TO PARA-NAME.
           MOVE "N" TO WS-FIRST-SW.
           MOVE OP-SUPPLR-NO TO WS-HOLD-SUPPLR-NO.
           ADD 1 TO RT-SUPPLIERS.
           MOVE ZERO TO ST-OPEN-LINES ST-LATE-LINES ST-LATE-QTY
                        ST-BAND-QTY (1) ST-BAND-QTY (2)
                        ST-BAND-QTY (3) ST-BAND-QTY (4).
           MOVE OP-SUPPLR-NO TO SUPPLR-KEY SHL-SUPPLR-O.
           READ VSAM-SUPPLR-FILE
               INVALID KEY
                   MOVE "** NOT ON SUPPLIER MASTER **" TO SUPPLR-NAME
           END-READ.
           MOVE SUPPLR-NAME TO SHL-NAME-O.
           MOVE SPACES TO POAGRPT-REC.
           WRITE POAGRPT-REC.
           WRITE POAGRPT-REC FROM WS-SUPPLR-HEAD-LINE.
       320-EXIT.
           EXIT.

       350-SUPPLIER-TOTAL.
           MOVE "350-SUPPLIER-TOTAL" TO PARA-NAME.
           MOVE WS-HOLD-SUPPLR-NO TO STL-SUPPLR-O.
           MOVE ST-OPEN-LINES TO STL-OPEN-LINES-O.
           MOVE ST-LATE-LINES TO STL-LATE-LINES-O.
           MOVE ST-LATE-QTY TO STL-LATE-QTY-O.
           MOVE ST-BAND-QTY (1) TO STL-BAND1-O.
           MOVE ST-BAND-QTY (2) TO STL-BAND2-O.
           MOVE ST-BAND-QTY (3) TO STL-BAND3-O.
           MOVE ST-BAND-QTY (4) TO STL-BAND4-O.
           WRITE POAGRPT-REC FROM WS-SUPPLR-TOTAL-LINE.
       350-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT VSAM-SUPPLR-FILE.
           OPEN OUTPUT POAGRPT.
           DISPLAY "POAGING OPEN FILES".
           DISPLAY VS-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE VSAM-SUPPLR-FILE, POAGRPT.
           DISPLAY "POAGING FILES CLOSED".
       900-EXIT.
           EXIT.
