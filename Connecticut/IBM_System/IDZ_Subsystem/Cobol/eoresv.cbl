       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  EORESV.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  QUARTERLY EXCESS AND OBSOLETE
      *                INVENTORY RESERVE.  EACH PART'S NET ON-HAND
      *                QUANTITY ON THE MERGED MASTER IS VALUED THE WAY
      *                PRTVALUE VALUES IT (LAST COST OR COSTLAYR MOVING
      *                AVERAGE, SAME PARM) AND MEASURED AGAINST ITS
      *                MONTHLY USAGE FROM THE REPLNISH HISTORY FOR
      *                MONTHS OF SUPPLY.  THE PARM CARD CARRIES UP TO
      *                THREE MONTHS-OF-SUPPLY BANDS WITH A RESERVE
      *                PERCENT EACH (DEFAULT OVER 12 MONTHS AT 50) AND
      *                A NO-USAGE BAND FOR A PART WITH NO USAGE AND NO
      *                ACTIVITY IN SO MANY MONTHS (DEFAULT 24 AT 100).
      *                THE PART TAKES THE HIGHEST PERCENT IT QUALIFIES
      *                FOR.  LISTS EVERY RESERVED PART BY PRODUCT LINE,
      *                SUMMARIZES THE RESERVE BY LINE AND BAND AGAINST
      *                LAST QUARTER'S EORESRV FILE, AND WRITES THE
      *                JOURNAL ENTRY FOR THE CHANGE IN RESERVE.
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

           SELECT PARTS-MF-IN
           ASSIGN TO UT-S-NEWPARTS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MFI-STATUS.

           SELECT USAGE-HIST-IN
           ASSIGN TO UT-S-USAGEIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS UHI-STATUS.

           SELECT COST-LAYER-FILE ASSIGN TO UT-S-COSTLAYR
             FILE STATUS IS CLY-STATUS.

           SELECT EO-RESERVE-IN
           ASSIGN TO UT-S-EORSVI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ERI-STATUS.

           SELECT EO-RESERVE-OUT
           ASSIGN TO UT-S-EORSVO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ERO-STATUS.

           SELECT EO-JOURNAL-OUT
           ASSIGN TO UT-S-EOJRNL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS JRN-STATUS.

           SELECT EO-SORT-FILE
           ASSIGN TO UT-S-SORTWK01.

           SELECT EORPT
           ASSIGN TO UT-S-EORPT
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
           05  PRM-QUARTER                 PIC 9(05).
           05  PRM-VALUE-METHOD            PIC X(01).
           05  PRM-CYCLES-PER-MONTH        PIC 9(02).
           05  PRM-NO-USE-MONTHS           PIC 9(03).
           05  PRM-NO-USE-PCT              PIC 9(03).
           05  PRM-BAND OCCURS 3 TIMES.
               10  PRM-BAND-MONTHS         PIC 9(03).
               10  PRM-BAND-PCT            PIC 9(03).
           05  PRM-EXPENSE-ACCT            PIC X(09).
           05  PRM-RESERVE-ACCT            PIC X(09).
           05  FILLER                      PIC X(30).

       FD  PARTS-MF-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTS-MF-REC-IN.
       01  PARTS-MF-REC-IN                 PIC X(100).

      *    SAME LAYOUT AS REPLNISH'S WS-USAGE-REC.
       FD  USAGE-HIST-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS USAGE-HIST-REC.
       01  USAGE-HIST-REC.
           05  UH-PARTNO                   PIC X(21).
           05  UH-TOTAL-USAGE              PIC 9(09).
           05  UH-CYCLE-COUNT              PIC 9(03).
           05  FILLER                      PIC X(07).

      *    SAME LAYOUT AS PRTVALUE'S COST-LAYER-RECORD.
       FD  COST-LAYER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COST-LAYER-RECORD.
       01  COST-LAYER-RECORD.
           05  CL-PARTNO                    PIC X(21).
           05  CL-LAYER-DATE                PIC X(8).
           05  CL-QTY                       PIC S9(7).
           05  CL-UNIT-COST                 PIC S9(5)V9999.
           05  FILLER                       PIC X(15).

       FD  EO-RESERVE-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EO-RESERVE-REC.
       COPY EORESRV.

       FD  EO-RESERVE-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EO-RESERVE-REC-OUT.
       01  EO-RESERVE-REC-OUT              PIC X(40).

      *    ONE JOURNAL LINE - THE DEBIT OR CREDIT SIDE OF THE CHANGE
      *    IN ONE PRODUCT LINE'S RESERVE.
       FD  EO-JOURNAL-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EO-JOURNAL-REC.
       01  EO-JOURNAL-REC.
           05  JE-PERIOD                   PIC 9(05).
           05  JE-ACCOUNT                  PIC X(09).
           05  JE-PROD-LINE                PIC X(02).
           05  JE-DR-CR                    PIC X(01).
               88  JE-DEBIT                   VALUE "D".
               88  JE-CREDIT                  VALUE "C".
           05  JE-AMOUNT                   PIC 9(11)V99.
           05  JE-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X(20).

       SD  EO-SORT-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS EO-SORT-REC.
       01  EO-SORT-REC.
           05  SR-PROD-LINE                    PIC X(02).
           05  SR-PARTNO                       PIC X(21).
           05  SR-PARTNAME                     PIC X(15).
           05  SR-ONHAND-QTY                   PIC S9(09).
           05  SR-UNIT-COST                    PIC S9(05)V9999.
           05  SR-ONHAND-VALUE                 PIC S9(11)V99.
           05  SR-MONTHLY-USAGE                PIC 9(09).
           05  SR-MONTHS-SUPPLY                PIC 9(05)V9.
           05  SR-AGE-MONTHS                   PIC 9(03).
           05  SR-BAND                         PIC 9(01).
           05  SR-PCT                          PIC 9(03).
           05  SR-RESERVE                      PIC S9(11)V99.
           05  FILLER                          PIC X(16).

       FD  EORPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EORPT-REC.
       01  EORPT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  MFI-STATUS              PIC X(2).
               88 END-OF-MFI      VALUE "10".
           05  UHI-STATUS              PIC X(2).
               88 UHI-OPENED      VALUE "00".
               88 END-OF-UHI      VALUE "10".
           05  CLY-STATUS              PIC X(2).
               88 CLY-OPENED      VALUE "00".
               88 END-OF-CLY      VALUE "10".
           05  ERI-STATUS              PIC X(2).
               88 ERI-OPENED      VALUE "00".
               88 END-OF-ERI      VALUE "10".
           05  ERO-STATUS              PIC X(2).
           05  JRN-STATUS              PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

      *    SAME LAYOUT AS MTCHMERG'S WS-OLD-MF-REC.
       01  WS-MF-REC.
           05  OMF-PARTNO                      PIC  X(21).
           05  OMF-PROD-LINE                   PIC  X(2).
           05  OMF-ACCOUNT                     PIC  X(9).
           05  OMF-REC-QTY                     PIC S9(7).
           05  OMF-REC-AMT                     PIC S9(8)V99.
           05  OMF-PAY-QTY                     PIC S9(7).
           05  OMF-PAY-AMT                     PIC S9(8)V99.
           05  OMF-PARTNAME                    PIC  X(15).
           05  OMF-LAST-ACTY.
               10  OMF-MON                     PIC  X(2).
               10  OMF-YR                      PIC  X(2).
               10  OMF-DAY                     PIC  X(2).
           05  FILLER                          PIC  X(13).

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-TODAY-PARTS REDEFINES WS-TODAY.
               10  WS-TODAY-CC             PIC 9(02).
               10  WS-TODAY-YY             PIC 9(02).
               10  WS-TODAY-MM             PIC 9(02).
               10  WS-TODAY-DD             PIC 9(02).
           05  WS-QUARTER                  PIC 9(05) VALUE ZERO.
           05  WS-QUARTER-PARTS REDEFINES WS-QUARTER.
               10  WS-QUARTER-CCYY         PIC 9(04).
               10  WS-QUARTER-Q            PIC 9(01).
           05  WS-VALUE-METHOD             PIC X(01) VALUE "L".
               88 METHOD-LAST-COST            VALUE "L".
               88 METHOD-MOVING-AVG           VALUE "A".
           05  WS-CYCLES-PER-MONTH         PIC 9(02) VALUE 21.
           05  WS-EXPENSE-ACCT             PIC X(09) VALUE "512000000".
           05  WS-RESERVE-ACCT             PIC X(09) VALUE "139000000".
           05  WS-SUB                      PIC 9(03) COMP VALUE 0.
           05  WS-LN-SUB                   PIC 9(03) COMP VALUE 0.
           05  WS-BND-SUB                  PIC 9(01) COMP VALUE 0.
           05  WS-FOUND-SW                 PIC X(01) VALUE "N".
               88 WS-ENTRY-FOUND              VALUE "Y".
           05  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
               88 WS-SORT-EOF                 VALUE "Y".
           05  WS-KEY-LINE                 PIC X(02).
           05  WS-PREV-LINE                PIC X(02) VALUE SPACES.
           05  WS-PART-YY                  PIC 9(02) VALUE ZERO.
           05  WS-PART-MM                  PIC 9(02) VALUE ZERO.
           05  WS-AGE-MONTHS               PIC S9(05) COMP VALUE 0.
           05  WS-ONHAND-QTY               PIC S9(09) COMP-3 VALUE 0.
           05  WS-LAST-UNIT                PIC S9(5)V9999 COMP-3
                                                          VALUE 0.
           05  WS-UNIT-COST                PIC S9(5)V9999 COMP-3
                                                          VALUE 0.
           05  WS-ONHAND-VALUE             PIC S9(11)V99 COMP-3
                                                          VALUE 0.
           05  WS-MONTHLY-USAGE            PIC 9(09) COMP-3 VALUE 0.
           05  WS-MONTHS-SUPPLY            PIC 9(05)V9 COMP-3 VALUE 0.
           05  WS-BAND                     PIC 9(01) VALUE ZERO.
           05  WS-PCT                      PIC 9(03) VALUE ZERO.
           05  WS-RESERVE                  PIC S9(11)V99 COMP-3
                                                          VALUE 0.
           05  WS-CHANGE                   PIC S9(11)V99 COMP-3
                                                          VALUE 0.
           05  WS-LINE-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-LINE-VALUE               PIC S9(11)V99 COMP-3
                                                          VALUE 0.
           05  WS-LINE-RESERVE             PIC S9(11)V99 COMP-3
                                                          VALUE 0.
           05  WS-TOTAL-DEBITS             PIC 9(13)V99 COMP-3
                                                          VALUE 0.
           05  WS-TOTAL-CREDITS            PIC 9(13)V99 COMP-3
                                                          VALUE 0.
           05  WS-MONTHS-EDIT              PIC 9(03).
           05  WS-PARTS-READ               PIC 9(05) VALUE ZERO.
           05  WS-PARTS-RESERVED           PIC 9(05) VALUE ZERO.
           05  WS-JOURNAL-LINES            PIC 9(05) VALUE ZERO.

      *    RESERVE BANDS - 1 TO 3 BY MONTHS OF SUPPLY, 4 THE NO-USAGE
      *    BAND BY MONTHS SINCE LAST ACTIVITY.
       01  BAND-TABLE-AREA.
           05  WS-BND-ENTRY OCCURS 4 TIMES.
               10  BND-MONTHS              PIC 9(03).
               10  BND-PCT                 PIC 9(03).

      *    RECEIPT-LAYER ROLL-UP PER PART FOR THE MOVING AVERAGE.
       01  LAYER-TABLE-AREA.
           05  WS-LYR-COUNT                PIC 9(03) COMP VALUE 0.
           05  WS-LYR-ENTRY OCCURS 500 TIMES.
               10  LYR-PARTNO              PIC X(21).
               10  LYR-QTY                 PIC S9(9) COMP-3.
               10  LYR-AMT                 PIC S9(11)V99 COMP-3.

      *    MONTHLY USAGE PER PART FROM THE USAGE HISTORY.
       01  USAGE-TABLE-AREA.
           05  WS-USE-COUNT                PIC 9(03) COMP VALUE 0.
           05  WS-USE-ENTRY OCCURS 500 TIMES.
               10  USE-PARTNO              PIC X(21).
               10  USE-MONTHLY-QTY         PIC 9(09) COMP-3.

      *    ONE ENTRY PER PRODUCT LINE - THIS QUARTER BY BAND AND
      *    LAST QUARTER'S RESERVE.
       01  LINE-TABLE-AREA.
           05  WS-LN-COUNT                 PIC 9(03) COMP VALUE 0.
           05  WS-LN-ENTRY OCCURS 200 TIMES.
               10  LN-PROD-LINE            PIC X(02).
               10  LN-PARTS                PIC 9(07) COMP-3.
               10  LN-ONHAND-VALUE         PIC S9(11)V99 COMP-3.
               10  LN-BAND-RESERVE         PIC S9(11)V99 COMP-3
                                           OCCURS 4 TIMES.
               10  LN-RESERVE              PIC S9(11)V99 COMP-3.
               10  LN-PRIOR-RESERVE        PIC S9(11)V99 COMP-3.

       01  GRAND-TOTALS.
           05  GT-PARTS                    PIC 9(07) COMP-3 VALUE 0.
           05  GT-ONHAND-VALUE             PIC S9(13)V99 COMP-3
                                                          VALUE 0.
           05  GT-BAND-RESERVE             PIC S9(13)V99 COMP-3
                                           OCCURS 4 TIMES.
           05  GT-RESERVE                  PIC S9(13)V99 COMP-3
                                                          VALUE 0.
           05  GT-PRIOR-RESERVE            PIC S9(13)V99 COMP-3
                                                          VALUE 0.

       01  WS-TITLE-LINE.
           05  RPT-TITLE-O             PIC X(60).
           05  FILLER                  PIC X(11) VALUE "  QUARTER: ".
           05  RPT-QUARTER-O           PIC 9(05).
           05  FILLER                  PIC X(10) VALUE "  METHOD: ".
           05  RPT-METHOD-O            PIC X(12).
           05  FILLER                  PIC X(12) VALUE "  RUN DATE: ".
           05  RPT-DATE-O              PIC 9(08).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SEC-TITLE-O             PIC X(60).
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  WS-DETAIL-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE "PART NUMBER".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(15) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "   ON HAND".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE " UNIT COST".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE " ON-HAND VALUE".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(07) VALUE " MO USE".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE "  MO SUP".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(03) VALUE "AGE".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE "BAND".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(04) VALUE "PCT".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE "       RESERVE".
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PARTNO-O            PIC X(21).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-PARTNAME-O          PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-ONHAND-O            PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-COST-O              PIC ZZ,ZZ9.9999.
           05  DTL-VALUE-O             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-USAGE-O             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-SUPPLY-O            PIC ZZ,ZZ9.9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-AGE-O               PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-BAND-O              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-PCT-O               PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE "%".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-RESERVE-O           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-LINE-SUBTOTAL.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "LINE ".
           05  PLS-LINE-O              PIC X(02).
           05  FILLER                  PIC X(16)
                 VALUE " RESERVED PARTS ".
           05  PLS-COUNT-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE "  VALUE ".
           05  PLS-VALUE-O             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(11) VALUE "  RESERVE ".
           05  PLS-RESERVE-O           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-SUMMARY-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "LINE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE " PARTS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE " ON-HAND VALUE".
           05  SHD-BAND-O              PIC X(12) OCCURS 4 TIMES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE " TOTAL RESERVE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE " PRIOR RESERVE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "        CHANGE".
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SUM-LINE-O              PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SUM-PARTS-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SUM-VALUE-O             PIC ZZ,ZZZ,ZZ9.99-.
           05  SUM-BAND-GROUP OCCURS 4 TIMES.
               10  FILLER              PIC X(01).
               10  SUM-BAND-O          PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SUM-RESERVE-O           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SUM-PRIOR-O             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SUM-CHANGE-O            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-JOURNAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JRL-DR-CR-O             PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JRL-ACCOUNT-O           PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "LINE ".
           05  JRL-LINE-O              PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JRL-AMOUNT-O            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JRL-DESC-O              PIC X(30).
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-JOURNAL-TOTAL-LINE.
           05  FILLER                  PIC X(13) VALUE "TOTAL DEBITS ".
           05  JTL-DEBITS-O            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(16)
                 VALUE "  TOTAL CREDITS ".
           05  JTL-CREDITS-O           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-NO-CHANGE-LINE.
           05  FILLER                  PIC X(40)
                 VALUE "NO CHANGE IN RESERVE - NO ENTRY WRITTEN".
           05  FILLER                  PIC X(93) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * LOAD THE COST LAYERS, USAGE AND LAST QUARTER'S RESERVE, SORT
      * THE RESERVED PARTS BY PRODUCT LINE AND LIST THEM, SUMMARIZE
      * BY LINE AND BAND, AND BOOK THE CHANGE IN RESERVE.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           IF CLY-OPENED
               READ COST-LAYER-FILE
                   AT END SET END-OF-CLY TO TRUE
               END-READ
               PERFORM 060-ROLL-ONE-LAYER THRU 060-EXIT
                   UNTIL END-OF-CLY
           END-IF.
           IF UHI-OPENED
               READ USAGE-HIST-IN
                   AT END SET END-OF-UHI TO TRUE
               END-READ
               PERFORM 070-LOAD-ONE-USAGE THRU 070-EXIT
                   UNTIL END-OF-UHI
           END-IF.
           IF ERI-OPENED
               READ EO-RESERVE-IN
                   AT END SET END-OF-ERI TO TRUE
               END-READ
               PERFORM 080-LOAD-ONE-PRIOR THRU 080-EXIT
                   UNTIL END-OF-ERI
           END-IF.

           MOVE "EXCESS AND OBSOLETE INVENTORY RESERVE" TO RPT-TITLE-O.
           MOVE WS-QUARTER TO RPT-QUARTER-O.
           IF METHOD-MOVING-AVG
               MOVE "MOVING AVG" TO RPT-METHOD-O
           ELSE
               MOVE "LAST COST" TO RPT-METHOD-O
           END-IF.
           MOVE WS-TODAY TO RPT-DATE-O.
           WRITE EORPT-REC FROM WS-TITLE-LINE.
           WRITE EORPT-REC FROM WS-BLANK-LINE.
           MOVE "RESERVED PARTS BY PRODUCT LINE" TO SEC-TITLE-O.
           WRITE EORPT-REC FROM WS-SECTION-LINE.
           WRITE EORPT-REC FROM WS-DETAIL-HEADING.

           SORT EO-SORT-FILE
               ON ASCENDING KEY SR-PROD-LINE
               ON ASCENDING KEY SR-PARTNO
               INPUT PROCEDURE IS 200-RELEASE-PARTS THRU 200-EXIT
               OUTPUT PROCEDURE IS 400-LIST-RESERVED THRU 400-EXIT.

           PERFORM 500-PRINT-SUMMARY THRU 500-EXIT.
           PERFORM 600-WRITE-JOURNAL THRU 600-EXIT.
           PERFORM 650-WRITE-RESERVE-FILE THRU 650-EXIT
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** DEFAULTS: THIS QUARTER, LAST COST, 21 CYCLES A MONTH,
      **** OVER 12 MONTHS OF SUPPLY AT 50 PERCENT, NO USAGE AND NO
      **** ACTIVITY IN 24 MONTHS AT 100 PERCENT.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE WS-TODAY (1:4) TO WS-QUARTER-CCYY.
           COMPUTE WS-QUARTER-Q = (WS-TODAY-MM - 1) / 3 + 1.
           MOVE ZERO TO BND-MONTHS (1) BND-PCT (1)
                        BND-MONTHS (2) BND-PCT (2)
                        BND-MONTHS (3) BND-PCT (3).
           MOVE 12 TO BND-MONTHS (1).
           MOVE 50 TO BND-PCT (1).
           MOVE 24 TO BND-MONTHS (4).
           MOVE 100 TO BND-PCT (4).
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF END-OF-PRM
               GO TO 050-SET-LABELS.
           IF PRM-QUARTER NUMERIC
               IF PRM-QUARTER (5:1) > "0" AND PRM-QUARTER (5:1) < "5"
                   MOVE PRM-QUARTER TO WS-QUARTER
               END-IF
           END-IF.
           IF PRM-VALUE-METHOD = "L" OR PRM-VALUE-METHOD = "A"
               MOVE PRM-VALUE-METHOD TO WS-VALUE-METHOD.
           IF PRM-CYCLES-PER-MONTH NUMERIC
                   AND PRM-CYCLES-PER-MONTH > ZERO
               MOVE PRM-CYCLES-PER-MONTH TO WS-CYCLES-PER-MONTH.
           IF PRM-NO-USE-MONTHS NUMERIC AND PRM-NO-USE-PCT NUMERIC
                   AND PRM-NO-USE-MONTHS > ZERO
                   AND PRM-NO-USE-PCT NOT > 100
               MOVE PRM-NO-USE-MONTHS TO BND-MONTHS (4)
               MOVE PRM-NO-USE-PCT TO BND-PCT (4).
      **** ANY MONTHS-OF-SUPPLY BAND ON THE CARD REPLACES THE DEFAULT
      **** BAND TABLE.
           IF (PRM-BAND-MONTHS (1) NUMERIC
                   AND PRM-BAND-MONTHS (1) > ZERO)
               OR (PRM-BAND-MONTHS (2) NUMERIC
                   AND PRM-BAND-MONTHS (2) > ZERO)
               OR (PRM-BAND-MONTHS (3) NUMERIC
                   AND PRM-BAND-MONTHS (3) > ZERO)
               MOVE ZERO TO BND-MONTHS (1) BND-PCT (1)
               PERFORM VARYING WS-BND-SUB FROM 1 BY 1
                       UNTIL WS-BND-SUB > 3
                   IF PRM-BAND-MONTHS (WS-BND-SUB) NUMERIC
                           AND PRM-BAND-PCT (WS-BND-SUB) NUMERIC
                           AND PRM-BAND-PCT (WS-BND-SUB) NOT > 100
                       MOVE PRM-BAND-MONTHS (WS-BND-SUB)
                           TO BND-MONTHS (WS-BND-SUB)
                       MOVE PRM-BAND-PCT (WS-BND-SUB)
                           TO BND-PCT (WS-BND-SUB)
                   END-IF
               END-PERFORM
           END-IF.
           IF PRM-EXPENSE-ACCT NOT = SPACES
               MOVE PRM-EXPENSE-ACCT TO WS-EXPENSE-ACCT.
           IF PRM-RESERVE-ACCT NOT = SPACES
               MOVE PRM-RESERVE-ACCT TO WS-RESERVE-ACCT.
       050-SET-LABELS.
           PERFORM VARYING WS-BND-SUB FROM 1 BY 1 UNTIL WS-BND-SUB > 3
               MOVE SPACES TO SHD-BAND-O (WS-BND-SUB)
               IF BND-MONTHS (WS-BND-SUB) > ZERO
                   MOVE BND-MONTHS (WS-BND-SUB) TO WS-MONTHS-EDIT
                   STRING " OVER " WS-MONTHS-EDIT " MO"
                       DELIMITED BY SIZE
                       INTO SHD-BAND-O (WS-BND-SUB)
               END-IF
           END-PERFORM.
           MOVE BND-MONTHS (4) TO WS-MONTHS-EDIT.
           MOVE SPACES TO SHD-BAND-O (4).
           STRING " NO USE " WS-MONTHS-EDIT "M"
               DELIMITED BY SIZE INTO SHD-BAND-O (4).
       050-EXIT.
           EXIT.

       060-ROLL-ONE-LAYER.
      **** SAME ROLL-UP AS PRTVALUE - TOTAL QUANTITY AND DOLLARS PER
      **** PART GIVE THE MOVING-AVERAGE UNIT COST.
           MOVE "060-ROLL-ONE-LAYER" TO PARA-NAME.
           IF CL-QTY NOT NUMERIC OR CL-UNIT-COST NOT NUMERIC
               GO TO 060-READ.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LYR-COUNT
                      OR WS-ENTRY-FOUND
               IF LYR-PARTNO (WS-SUB) = CL-PARTNO
                   SET WS-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SUB
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-FOUND
               IF WS-LYR-COUNT < 500
                   ADD 1 TO WS-LYR-COUNT
                   MOVE WS-LYR-COUNT TO WS-SUB
                   MOVE CL-PARTNO TO LYR-PARTNO (WS-SUB)
                   MOVE ZERO TO LYR-QTY (WS-SUB)
                   MOVE ZERO TO LYR-AMT (WS-SUB)
               ELSE
                   GO TO 060-READ
               END-IF
           END-IF.
           ADD CL-QTY TO LYR-QTY (WS-SUB).
           COMPUTE LYR-AMT (WS-SUB) =
               LYR-AMT (WS-SUB) + (CL-QTY * CL-UNIT-COST).
       060-READ.
           READ COST-LAYER-FILE
               AT END SET END-OF-CLY TO TRUE.
       060-EXIT.
           EXIT.

       070-LOAD-ONE-USAGE.
      **** MONTHLY USAGE IS THE AVERAGE CYCLE USAGE TIMES THE CYCLES
      **** IN A MONTH.  A PART WITH NO CYCLES BEHIND IT HAS NONE.
           MOVE "070-LOAD-ONE-USAGE" TO PARA-NAME.
           IF UH-TOTAL-USAGE NOT NUMERIC OR UH-CYCLE-COUNT NOT NUMERIC
               GO TO 070-READ.
           IF WS-USE-COUNT NOT < 500
               GO TO 070-READ.
           ADD 1 TO WS-USE-COUNT.
           MOVE UH-PARTNO TO USE-PARTNO (WS-USE-COUNT).
           IF UH-CYCLE-COUNT > ZERO
               COMPUTE USE-MONTHLY-QTY (WS-USE-COUNT) ROUNDED =
                   UH-TOTAL-USAGE * WS-CYCLES-PER-MONTH
                       / UH-CYCLE-COUNT
                   ON SIZE ERROR
                       MOVE 999999999 TO USE-MONTHLY-QTY (WS-USE-COUNT)
               END-COMPUTE
           ELSE
               MOVE ZERO TO USE-MONTHLY-QTY (WS-USE-COUNT)
           END-IF.
       070-READ.
           READ USAGE-HIST-IN
               AT END SET END-OF-UHI TO TRUE.
       070-EXIT.
           EXIT.

       080-LOAD-ONE-PRIOR.
      **** LAST QUARTER'S RESERVE BY PRODUCT LINE.  A LINE THAT HAS
      **** SINCE EMPTIED OUT STAYS IN THE TABLE SO ITS RESERVE IS
      **** RELEASED.
           MOVE "080-LOAD-ONE-PRIOR" TO PARA-NAME.
           IF ER-QUARTER = WS-QUARTER
               DISPLAY "EORESV - PRIOR RESERVE FILE IS FOR THIS QUARTER"
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE ER-PROD-LINE TO WS-KEY-LINE.
           PERFORM 220-FIND-LINE THRU 220-EXIT.
           IF WS-ENTRY-FOUND AND ER-RESERVE-AMT NUMERIC
               ADD ER-RESERVE-AMT TO LN-PRIOR-RESERVE (WS-LN-SUB)
               ADD ER-RESERVE-AMT TO GT-PRIOR-RESERVE
           END-IF.
           READ EO-RESERVE-IN
               AT END SET END-OF-ERI TO TRUE.
       080-EXIT.
           EXIT.

       200-RELEASE-PARTS.
           MOVE "200-RELEASE-PARTS" TO PARA-NAME.
           READ PARTS-MF-IN INTO WS-MF-REC
               AT END SET END-OF-MFI TO TRUE.
           PERFORM 210-RESERVE-ONE-PART THRU 210-EXIT
               UNTIL END-OF-MFI.
       200-EXIT.
           EXIT.

       210-RESERVE-ONE-PART.
      **** NET ON-HAND VALUED AS PRTVALUE VALUES IT; MONTHS OF SUPPLY
      **** AGAINST THE MONTHLY USAGE.  A PART WITH NOTHING ON HAND
      **** CARRIES NO RESERVE.
           MOVE "210-RESERVE-ONE-PART" TO PARA-NAME.
           ADD 1 TO WS-PARTS-READ.
           IF OMF-REC-QTY NOT NUMERIC OR OMF-REC-AMT NOT NUMERIC
                   OR OMF-PAY-QTY NOT NUMERIC
               GO TO 210-READ.
           COMPUTE WS-ONHAND-QTY = OMF-REC-QTY - OMF-PAY-QTY.
           IF WS-ONHAND-QTY NOT > ZERO
               GO TO 210-READ.
           MOVE OMF-PROD-LINE TO WS-KEY-LINE.
           PERFORM 220-FIND-LINE THRU 220-EXIT.
           IF NOT WS-ENTRY-FOUND
               GO TO 210-READ.

           IF OMF-REC-QTY NOT = ZERO
               COMPUTE WS-LAST-UNIT ROUNDED =
                   OMF-REC-AMT / OMF-REC-QTY
           ELSE
               MOVE ZERO TO WS-LAST-UNIT
           END-IF.
           MOVE WS-LAST-UNIT TO WS-UNIT-COST.
           IF METHOD-MOVING-AVG
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-LYR-COUNT
                          OR WS-ENTRY-FOUND
                   IF LYR-PARTNO (WS-SUB) = OMF-PARTNO
                       SET WS-ENTRY-FOUND TO TRUE
                       SUBTRACT 1 FROM WS-SUB
                   END-IF
               END-PERFORM
               IF WS-ENTRY-FOUND AND LYR-QTY (WS-SUB) NOT = ZERO
                   COMPUTE WS-UNIT-COST ROUNDED =
                       LYR-AMT (WS-SUB) / LYR-QTY (WS-SUB)
               END-IF
           END-IF.
           COMPUTE WS-ONHAND-VALUE ROUNDED =
               WS-ONHAND-QTY * WS-UNIT-COST.
           ADD 1 TO LN-PARTS (WS-LN-SUB) GT-PARTS.
           ADD WS-ONHAND-VALUE TO LN-ONHAND-VALUE (WS-LN-SUB)
                                  GT-ONHAND-VALUE.

           MOVE ZERO TO WS-MONTHLY-USAGE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-USE-COUNT
               IF USE-PARTNO (WS-SUB) = OMF-PARTNO
                   MOVE USE-MONTHLY-QTY (WS-SUB) TO WS-MONTHLY-USAGE
                   MOVE WS-USE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-MONTHLY-USAGE > ZERO
               COMPUTE WS-MONTHS-SUPPLY ROUNDED =
                   WS-ONHAND-QTY / WS-MONTHLY-USAGE
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-MONTHS-SUPPLY
               END-COMPUTE
           ELSE
               MOVE 99999.9 TO WS-MONTHS-SUPPLY
           END-IF.

      **** MONTHS SINCE LAST ACTIVITY FROM THE MMYYDD OMF-LAST-ACTY,
      **** TWO-DIGIT YEARS WINDOWED AS PRTARCHV DOES.  NO USABLE
      **** DATE COUNTS AS OLD.
           IF OMF-YR NUMERIC AND OMF-MON NUMERIC
               MOVE OMF-YR TO WS-PART-YY
               MOVE OMF-MON TO WS-PART-MM
               COMPUTE WS-AGE-MONTHS =
                   (WS-TODAY-YY - WS-PART-YY) * 12
                   + WS-TODAY-MM - WS-PART-MM
               IF WS-AGE-MONTHS < ZERO
                   ADD 1200 TO WS-AGE-MONTHS
               END-IF
               IF WS-AGE-MONTHS > 999
                   MOVE 999 TO WS-AGE-MONTHS
               END-IF
           ELSE
               MOVE 999 TO WS-AGE-MONTHS
           END-IF.

           PERFORM 230-PICK-BAND THRU 230-EXIT.
           IF WS-PCT = ZERO
               GO TO 210-READ.
           COMPUTE WS-RESERVE ROUNDED = WS-ONHAND-VALUE * WS-PCT / 100.
           ADD WS-RESERVE TO LN-BAND-RESERVE (WS-LN-SUB, WS-BAND)
                             LN-RESERVE (WS-LN-SUB)
                             GT-BAND-RESERVE (WS-BAND)
                             GT-RESERVE.
           ADD 1 TO WS-PARTS-RESERVED.

           MOVE SPACES TO EO-SORT-REC.
           MOVE OMF-PROD-LINE TO SR-PROD-LINE.
           MOVE OMF-PARTNO TO SR-PARTNO.
           MOVE OMF-PARTNAME TO SR-PARTNAME.
           MOVE WS-ONHAND-QTY TO SR-ONHAND-QTY.
           MOVE WS-UNIT-COST TO SR-UNIT-COST.
           MOVE WS-ONHAND-VALUE TO SR-ONHAND-VALUE.
           MOVE WS-MONTHLY-USAGE TO SR-MONTHLY-USAGE.
           MOVE WS-MONTHS-SUPPLY TO SR-MONTHS-SUPPLY.
           MOVE WS-AGE-MONTHS TO SR-AGE-MONTHS.
           MOVE WS-BAND TO SR-BAND.
           MOVE WS-PCT TO SR-PCT.
           MOVE WS-RESERVE TO SR-RESERVE.
           RELEASE EO-SORT-REC.
       210-READ.
           READ PARTS-MF-IN INTO WS-MF-REC
               AT END SET END-OF-MFI TO TRUE.
       210-EXIT.
           EXIT.

       220-FIND-LINE.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
                      OR WS-ENTRY-FOUND
               IF LN-PROD-LINE (WS-LN-SUB) = WS-KEY-LINE
                   SET WS-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-LN-SUB
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND
               GO TO 220-EXIT.
           IF WS-LN-COUNT NOT < 200
               DISPLAY "PRODUCT LINE TABLE FULL - " WS-KEY-LINE
               MOVE 4 TO RETURN-CODE
               GO TO 220-EXIT.
           ADD 1 TO WS-LN-COUNT.
           MOVE WS-LN-COUNT TO WS-LN-SUB.
           INITIALIZE WS-LN-ENTRY (WS-LN-SUB).
           MOVE WS-KEY-LINE TO LN-PROD-LINE (WS-LN-SUB).
           SET WS-ENTRY-FOUND TO TRUE.
       220-EXIT.
           EXIT.

       230-PICK-BAND.
      **** THE HIGHEST PERCENT THE PART QUALIFIES FOR.  A PART WITH
      **** NO USAGE AT ALL SITS IN THE TOP MONTHS-OF-SUPPLY BAND
      **** UNTIL IT HAS ALSO GONE THE NO-USAGE MONTHS WITHOUT
      **** ACTIVITY.
           MOVE ZERO TO WS-BAND WS-PCT.
           PERFORM VARYING WS-BND-SUB FROM 1 BY 1 UNTIL WS-BND-SUB > 3
               IF BND-MONTHS (WS-BND-SUB) > ZERO
                       AND WS-MONTHS-SUPPLY > BND-MONTHS (WS-BND-SUB)
                       AND BND-PCT (WS-BND-SUB) > WS-PCT
                   MOVE WS-BND-SUB TO WS-BAND
                   MOVE BND-PCT (WS-BND-SUB) TO WS-PCT
               END-IF
           END-PERFORM.
           IF WS-MONTHLY-USAGE = ZERO
                   AND WS-AGE-MONTHS NOT < BND-MONTHS (4)
                   AND BND-PCT (4) NOT < WS-PCT
                   AND BND-PCT (4) > ZERO
               MOVE 4 TO WS-BAND
               MOVE BND-PCT (4) TO WS-PCT
           END-IF.
       230-EXIT.
           EXIT.

       400-LIST-RESERVED.
           MOVE "400-LIST-RESERVED" TO PARA-NAME.
           RETURN EO-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE.
           PERFORM 410-LIST-ONE-PART THRU 410-EXIT
               UNTIL WS-SORT-EOF.
           IF WS-LINE-COUNT > ZERO
               PERFORM 420-LINE-SUBTOTAL THRU 420-EXIT
           END-IF.
       400-EXIT.
           EXIT.

       410-LIST-ONE-PART.
           MOVE "410-LIST-ONE-PART" TO PARA-NAME.
           IF SR-PROD-LINE NOT = WS-PREV-LINE
               IF WS-LINE-COUNT > ZERO
                   PERFORM 420-LINE-SUBTOTAL THRU 420-EXIT
               END-IF
               MOVE SR-PROD-LINE TO WS-PREV-LINE
           END-IF.
           MOVE SR-PARTNO TO DTL-PARTNO-O.
           MOVE SR-PARTNAME TO DTL-PARTNAME-O.
           MOVE SR-ONHAND-QTY TO DTL-ONHAND-O.
           MOVE SR-UNIT-COST TO DTL-COST-O.
           MOVE SR-ONHAND-VALUE TO DTL-VALUE-O.
           MOVE SR-MONTHLY-USAGE TO DTL-USAGE-O.
           MOVE SR-MONTHS-SUPPLY TO DTL-SUPPLY-O.
           MOVE SR-AGE-MONTHS TO DTL-AGE-O.
           IF SR-BAND = 4
               MOVE "NO USAGE" TO DTL-BAND-O
           ELSE
               MOVE SPACES TO DTL-BAND-O
               MOVE BND-MONTHS (SR-BAND) TO WS-MONTHS-EDIT
               STRING "OVER " WS-MONTHS-EDIT
                   DELIMITED BY SIZE INTO DTL-BAND-O
           END-IF.
           MOVE SR-PCT TO DTL-PCT-O.
           MOVE SR-RESERVE TO DTL-RESERVE-O.
           WRITE EORPT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD SR-ONHAND-VALUE TO WS-LINE-VALUE.
           ADD SR-RESERVE TO WS-LINE-RESERVE.
           RETURN EO-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE.
       410-EXIT.
           EXIT.

       420-LINE-SUBTOTAL.
           MOVE WS-PREV-LINE TO PLS-LINE-O.
           MOVE WS-LINE-COUNT TO PLS-COUNT-O.
           MOVE WS-LINE-VALUE TO PLS-VALUE-O.
           MOVE WS-LINE-RESERVE TO PLS-RESERVE-O.
           WRITE EORPT-REC FROM WS-LINE-SUBTOTAL.
           WRITE EORPT-REC FROM WS-BLANK-LINE.
           MOVE ZERO TO WS-LINE-COUNT WS-LINE-VALUE WS-LINE-RESERVE.
       420-EXIT.
           EXIT.

       500-PRINT-SUMMARY.
           MOVE "500-PRINT-SUMMARY" TO PARA-NAME.
           WRITE EORPT-REC FROM WS-BLANK-LINE.
           MOVE "RESERVE BY PRODUCT LINE AND BAND" TO SEC-TITLE-O.
           WRITE EORPT-REC FROM WS-SECTION-LINE.
           WRITE EORPT-REC FROM WS-SUMMARY-HEADING.
           PERFORM 510-SUMMARY-LINE THRU 510-EXIT
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT.
           MOVE "ALL" TO SUM-LINE-O.
           MOVE GT-PARTS TO SUM-PARTS-O.
           MOVE GT-ONHAND-VALUE TO SUM-VALUE-O.
           PERFORM VARYING WS-BND-SUB FROM 1 BY 1 UNTIL WS-BND-SUB > 4
               MOVE SPACE TO SUM-BAND-GROUP (WS-BND-SUB) (1:1)
               MOVE GT-BAND-RESERVE (WS-BND-SUB)
                   TO SUM-BAND-O (WS-BND-SUB)
           END-PERFORM.
           MOVE GT-RESERVE TO SUM-RESERVE-O.
           MOVE GT-PRIOR-RESERVE TO SUM-PRIOR-O.
           COMPUTE WS-CHANGE = GT-RESERVE - GT-PRIOR-RESERVE.
           MOVE WS-CHANGE TO SUM-CHANGE-O.
           WRITE EORPT-REC FROM WS-BLANK-LINE.
           WRITE EORPT-REC FROM WS-SUMMARY-LINE.
       500-EXIT.
           EXIT.

       510-SUMMARY-LINE.
           MOVE LN-PROD-LINE (WS-LN-SUB) TO SUM-LINE-O.
           MOVE LN-PARTS (WS-LN-SUB) TO SUM-PARTS-O.
           MOVE LN-ONHAND-VALUE (WS-LN-SUB) TO SUM-VALUE-O.
           PERFORM VARYING WS-BND-SUB FROM 1 BY 1 UNTIL WS-BND-SUB > 4
               MOVE SPACE TO SUM-BAND-GROUP (WS-BND-SUB) (1:1)
               MOVE LN-BAND-RESERVE (WS-LN-SUB, WS-BND-SUB)
                   TO SUM-BAND-O (WS-BND-SUB)
           END-PERFORM.
           MOVE LN-RESERVE (WS-LN-SUB) TO SUM-RESERVE-O.
           MOVE LN-PRIOR-RESERVE (WS-LN-SUB) TO SUM-PRIOR-O.
           COMPUTE WS-CHANGE = LN-RESERVE (WS-LN-SUB)
                             - LN-PRIOR-RESERVE (WS-LN-SUB).
           MOVE WS-CHANGE TO SUM-CHANGE-O.
           WRITE EORPT-REC FROM WS-SUMMARY-LINE.
       510-EXIT.
           EXIT.

       600-WRITE-JOURNAL.
      **** ONE BALANCED PAIR PER PRODUCT LINE WHOSE RESERVE MOVED -
      **** AN INCREASE DEBITS RESERVE EXPENSE AND CREDITS THE
      **** RESERVE, A DECREASE THE REVERSE.
           MOVE "600-WRITE-JOURNAL" TO PARA-NAME.
           WRITE EORPT-REC FROM WS-BLANK-LINE.
           MOVE "JOURNAL ENTRY FOR THE CHANGE IN RESERVE"
               TO SEC-TITLE-O.
           WRITE EORPT-REC FROM WS-SECTION-LINE.
           PERFORM 610-JOURNAL-LINE THRU 610-EXIT
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT.
           IF WS-JOURNAL-LINES = ZERO
               WRITE EORPT-REC FROM WS-NO-CHANGE-LINE
           ELSE
               MOVE WS-TOTAL-DEBITS TO JTL-DEBITS-O
               MOVE WS-TOTAL-CREDITS TO JTL-CREDITS-O
               WRITE EORPT-REC FROM WS-BLANK-LINE
               WRITE EORPT-REC FROM WS-JOURNAL-TOTAL-LINE
           END-IF.
       600-EXIT.
           EXIT.

       610-JOURNAL-LINE.
           COMPUTE WS-CHANGE = LN-RESERVE (WS-LN-SUB)
                             - LN-PRIOR-RESERVE (WS-LN-SUB).
           IF WS-CHANGE = ZERO
               GO TO 610-EXIT.
           MOVE SPACES TO EO-JOURNAL-REC.
           MOVE WS-QUARTER TO JE-PERIOD.
           MOVE LN-PROD-LINE (WS-LN-SUB) TO JE-PROD-LINE.
           IF WS-CHANGE > ZERO
               MOVE WS-CHANGE TO JE-AMOUNT
               STRING "E&O RESERVE INCREASE " WS-QUARTER-CCYY
                   "Q" WS-QUARTER-Q
                   DELIMITED BY SIZE INTO JE-DESCRIPTION
               MOVE WS-EXPENSE-ACCT TO JE-ACCOUNT
               MOVE "D" TO JE-DR-CR
               PERFORM 620-WRITE-JE-REC THRU 620-EXIT
               MOVE WS-RESERVE-ACCT TO JE-ACCOUNT
               MOVE "C" TO JE-DR-CR
               PERFORM 620-WRITE-JE-REC THRU 620-EXIT
           ELSE
               COMPUTE JE-AMOUNT = 0 - WS-CHANGE
               STRING "E&O RESERVE RELEASE " WS-QUARTER-CCYY
                   "Q" WS-QUARTER-Q
                   DELIMITED BY SIZE INTO JE-DESCRIPTION
               MOVE WS-RESERVE-ACCT TO JE-ACCOUNT
               MOVE "D" TO JE-DR-CR
               PERFORM 620-WRITE-JE-REC THRU 620-EXIT
               MOVE WS-EXPENSE-ACCT TO JE-ACCOUNT
               MOVE "C" TO JE-DR-CR
               PERFORM 620-WRITE-JE-REC THRU 620-EXIT
           END-IF.
       610-EXIT.
           EXIT.

       620-WRITE-JE-REC.
           WRITE EO-JOURNAL-REC.
           ADD 1 TO WS-JOURNAL-LINES.
           IF JE-DEBIT
               MOVE "DR" TO JRL-DR-CR-O
               ADD JE-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               MOVE "CR" TO JRL-DR-CR-O
               ADD JE-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.
           MOVE JE-ACCOUNT TO JRL-ACCOUNT-O.
           MOVE JE-PROD-LINE TO JRL-LINE-O.
           MOVE JE-AMOUNT TO JRL-AMOUNT-O.
           MOVE JE-DESCRIPTION TO JRL-DESC-O.
           WRITE EORPT-REC FROM WS-JOURNAL-LINE.
       620-EXIT.
           EXIT.

       650-WRITE-RESERVE-FILE.
      **** THIS QUARTER'S RESERVE BY LINE BECOMES NEXT QUARTER'S
      **** PRIOR.
           MOVE SPACES TO EO-RESERVE-REC.
           MOVE LN-PROD-LINE (WS-LN-SUB) TO ER-PROD-LINE.
           MOVE WS-QUARTER TO ER-QUARTER.
           MOVE LN-PARTS (WS-LN-SUB) TO ER-PARTS-COUNT.
           MOVE LN-ONHAND-VALUE (WS-LN-SUB) TO ER-ONHAND-VALUE.
           MOVE LN-RESERVE (WS-LN-SUB) TO ER-RESERVE-AMT.
           WRITE EO-RESERVE-REC-OUT FROM EO-RESERVE-REC.
       650-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, PARTS-MF-IN, USAGE-HIST-IN.
           OPEN INPUT COST-LAYER-FILE, EO-RESERVE-IN.
           OPEN OUTPUT EO-RESERVE-OUT, EO-JOURNAL-OUT, EORPT.
           DISPLAY "EORESV OPEN FILES".
           DISPLAY PRM-STATUS.
           DISPLAY MFI-STATUS.
           DISPLAY UHI-STATUS.
           DISPLAY CLY-STATUS.
           DISPLAY ERI-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, PARTS-MF-IN, USAGE-HIST-IN,
                 COST-LAYER-FILE, EO-RESERVE-IN, EO-RESERVE-OUT,
                 EO-JOURNAL-OUT, EORPT.
           DISPLAY "EORESV FILES CLOSED".
           DISPLAY "PARTS READ             " WS-PARTS-READ.
           DISPLAY "PARTS RESERVED         " WS-PARTS-RESERVED.
           DISPLAY "JOURNAL LINES WRITTEN  " WS-JOURNAL-LINES.
       900-EXIT.
           EXIT.
