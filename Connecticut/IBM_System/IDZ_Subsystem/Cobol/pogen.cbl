       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  POGEN.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  PURCHASE-ORDER GENERATION,
      *                RUN AFTER REPLNISH.  THE CYCLE'S REPLSUGG ORDER
      *                SUGGESTIONS ARE SORTED BY SUPPLIER AND PART AND
      *                GROUPED INTO ONE NEW PURCHASE ORDER PER
      *                SUPPLIER - PO NUMBER, LINE, QUANTITY ORDERED AND
      *                A DUE DATE OF TODAY PLUS THE LEAD TIME ON THE
      *                PARM CARD - AND ADDED TO THE PO MASTER AT
      *                PENDING STATUS.  NOTHING IS RELEASED HERE -
      *                POMAINT RELEASES A PO ONLY ON THE BUYER'S
      *                APPROVAL.  A SUGGESTION FOR A SUPPLIER NOT ON
      *                THE SUPPLIER MASTER, OR ON CREDIT HOLD, IS LEFT
      *                OFF AND LISTED ON THE PO REGISTER.
      * 2026  D.ELLIS  NEW LINES START WITH A ZERO PO-UNIT-PRICE; THE
      *                BUYER KEYS THE AGREED PRICE THROUGH POMAINT.
      * 2026  D.ELLIS  THE CREDIT-HOLD TEST NOW LOOKS FOR THE "H" THAT
      *                CREDCHK SETS - A HELD SUPPLIER WAS STILL BEING
      *                GIVEN PURCHASE ORDERS.
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

           SELECT SUGGEST-FILE
           ASSIGN TO UT-S-REPLSUGG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SUG-STATUS.

           SELECT PO-MASTER-IN
           ASSIGN TO UT-S-POMSTRI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS POMI-STATUS.

           SELECT PO-MASTER-OUT
           ASSIGN TO UT-S-POMSTRO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS POMO-STATUS.

           SELECT VSAM-SUPPLR-FILE
                  ASSIGN       to DA-YYCLMAST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is SUPPLR-KEY
                  FILE STATUS  is VS-STATUS.

           SELECT SUGGEST-SORT-FILE
           ASSIGN TO UT-S-SORTWK01.

           SELECT POGENRPT
           ASSIGN TO UT-S-POGENRPT
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
           05  PRM-LEAD-DAYS               PIC 9(03).
           05  FILLER                      PIC X(77).

       FD  SUGGEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUGGEST-REC-IN.
       01  SUGGEST-REC-IN                  PIC X(80).

       FD  PO-MASTER-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-MASTER-REC-IN.
       01  PO-MASTER-REC-IN                PIC X(110).

       FD  PO-MASTER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-MASTER-REC-OUT.
       01  PO-MASTER-REC-OUT               PIC X(110).

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
               88  SUPPLR-ON-HOLD                     VALUE "H".
           05  FILLER                              PIC X(1155).

      *    SAME LAYOUT AS REPLNISH'S WS-SUGGEST-REC.
       SD  SUGGEST-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUGGEST-REC.
       01  SUGGEST-REC.
           05  SG-SUPPLR-NO                    PIC X(05).
           05  SG-PARTNO                       PIC X(21).
           05  SG-PARTNAME                     PIC X(15).
           05  SG-ACCOUNT                      PIC X(09).
           05  SG-ORDER-QTY                    PIC 9(07).
           05  SG-SUGGEST-DATE                 PIC 9(08).
           05  FILLER                          PIC X(15).

       FD  POGENRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POGENRPT-REC.
       01  POGENRPT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  SUG-STATUS              PIC X(2).
           05  POMI-STATUS             PIC X(2).
               88 END-OF-POMI     VALUE "10".
           05  POMO-STATUS             PIC X(2).
           05  VS-STATUS               PIC X(2).
               88 VS-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       COPY POMSTR.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-DUE-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-LEAD-DAYS                PIC 9(03) VALUE 14.
           05  WS-LAST-PO-NO               PIC 9(07) VALUE ZERO.
           05  WS-LINE-NO                  PIC 9(03) VALUE ZERO.
           05  WS-HOLD-SUPPLR-NO           PIC X(05) VALUE LOW-VALUES.
           05  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
               88 WS-SORT-EOF                 VALUE "Y".
           05  WS-SUPPLR-OK-SW             PIC X(01) VALUE "N".
               88 WS-SUPPLR-OK                VALUE "Y".
           05  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
           05  WS-CARRIED                  PIC 9(7) VALUE ZERO.
           05  WS-POS-CREATED              PIC 9(5) VALUE ZERO.
           05  WS-LINES-CREATED            PIC 9(5) VALUE ZERO.
           05  WS-LINES-REJECTED           PIC 9(5) VALUE ZERO.

       01  WS-PO-HEADER-LINE.
           05  FILLER                  PIC X(04) VALUE "PO: ".
           05  PHL-PO-NUMBER-O         PIC 9(07).
           05  FILLER                  PIC X(12) VALUE "  SUPPLIER: ".
           05  PHL-SUPPLR-O            PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PHL-SUPPLR-NAME-O       PIC X(30).
           05  FILLER                  PIC X(09) VALUE "  DUE:   ".
           05  PHL-DUE-DATE-O          PIC 9(08).
           05  FILLER                  PIC X(26)
                 VALUE "  STATUS: PENDING APPROVAL".
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-PO-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "LINE: ".
           05  PDL-LINE-NO-O           PIC ZZ9.
           05  FILLER                  PIC X(08) VALUE "  PART: ".
           05  PDL-PARTNO-O            PIC X(21).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PDL-PARTNAME-O          PIC X(15).
           05  FILLER                  PIC X(07) VALUE "  QTY: ".
           05  PDL-QTY-O               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE "  ACCT: ".
           05  PDL-ACCOUNT-O           PIC X(09).
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(15)
                 VALUE "NOT ORDERED -  ".
           05  RJL-REASON-O            PIC X(30).
           05  FILLER                  PIC X(12) VALUE "  SUPPLIER: ".
           05  RJL-SUPPLR-O            PIC X(05).
           05  FILLER                  PIC X(08) VALUE "  PART: ".
           05  RJL-PARTNO-O            PIC X(21).
           05  FILLER                  PIC X(07) VALUE "  QTY: ".
           05  RJL-QTY-O               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(13) VALUE "POS CREATED: ".
           05  TOT-POS-O               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(16)
                 VALUE "  LINES ADDED: ".
           05  TOT-LINES-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20)
                 VALUE "  LINES NOT ORDERED:".
           05  TOT-REJ-O               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20)
                 VALUE "  LEAD TIME (DAYS): ".
           05  TOT-LEAD-O              PIC ZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * CARRY THE PO MASTER FORWARD, NOTING THE HIGHEST PO NUMBER
      * ISSUED, THEN SORT THE SUGGESTIONS BY SUPPLIER AND ADD ONE
      * PENDING PO PER SUPPLIER BEHIND THE EXISTING ORDERS.  NEW
      * NUMBERS ARE HIGHER THAN ANY ON FILE, SO THE MASTER STAYS IN
      * PO NUMBER ORDER.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           READ PO-MASTER-IN INTO PO-MASTER-REC
               AT END SET END-OF-POMI TO TRUE.
           PERFORM 100-CARRY-PO-MASTER THRU 100-EXIT
               UNTIL END-OF-POMI.

           SORT SUGGEST-SORT-FILE
               ON ASCENDING KEY SG-SUPPLR-NO SG-PARTNO
               USING SUGGEST-FILE
               OUTPUT PROCEDURE IS 300-BUILD-ORDERS THRU 300-EXIT.

           MOVE WS-POS-CREATED TO TOT-POS-O.
           MOVE WS-LINES-CREATED TO TOT-LINES-O.
           MOVE WS-LINES-REJECTED TO TOT-REJ-O.
           MOVE WS-LEAD-DAYS TO TOT-LEAD-O.
           WRITE POGENRPT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** THE CARD MAY GIVE THE SUPPLIER LEAD TIME IN DAYS (DEFAULT
      **** 14).  THE DUE DATE ON EVERY NEW LINE IS TODAY PLUS THE LEAD
      **** TIME; THE BUYER CAN CHANGE IT LINE BY LINE IN POMAINT.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-LEAD-DAYS NUMERIC AND PRM-LEAD-DAYS > ZERO
                   MOVE PRM-LEAD-DAYS TO WS-LEAD-DAYS
               END-IF
           END-IF.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY) + WS-LEAD-DAYS).
       050-EXIT.
           EXIT.

       100-CARRY-PO-MASTER.
           MOVE "100-CARRY-PO-MASTER" TO PARA-NAME.
           IF PO-NUMBER NUMERIC AND PO-NUMBER > WS-LAST-PO-NO
               MOVE PO-NUMBER TO WS-LAST-PO-NO.
           WRITE PO-MASTER-REC-OUT FROM PO-MASTER-REC.
           ADD 1 TO WS-CARRIED.
           READ PO-MASTER-IN INTO PO-MASTER-REC
               AT END SET END-OF-POMI TO TRUE.
       100-EXIT.
           EXIT.

       300-BUILD-ORDERS.
           MOVE "300-BUILD-ORDERS" TO PARA-NAME.
           RETURN SUGGEST-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE.
           PERFORM 310-ONE-SUGGESTION THRU 310-EXIT
               UNTIL WS-SORT-EOF.
       300-EXIT.
           EXIT.

       310-ONE-SUGGESTION.
           MOVE "310-ONE-SUGGESTION" TO PARA-NAME.
           IF SG-SUPPLR-NO NOT = WS-HOLD-SUPPLR-NO
               PERFORM 320-START-SUPPLIER THRU 320-EXIT.
           IF NOT WS-SUPPLR-OK
               MOVE WS-REJECT-REASON TO RJL-REASON-O
               PERFORM 350-REJECT-LINE THRU 350-EXIT
               GO TO 310-NEXT.
           IF SG-ORDER-QTY NOT NUMERIC OR SG-ORDER-QTY = ZERO
               MOVE "NO ORDER QUANTITY ON REORDPT" TO RJL-REASON-O
               PERFORM 350-REJECT-LINE THRU 350-EXIT
               GO TO 310-NEXT.
           IF WS-LINE-NO = 999
               MOVE "PO FULL AT 999 LINES" TO RJL-REASON-O
               PERFORM 350-REJECT-LINE THRU 350-EXIT
               GO TO 310-NEXT.

      *    THE FIRST GOOD LINE FOR THE SUPPLIER OPENS ITS PO.
           IF WS-LINE-NO = ZERO
               ADD 1 TO WS-LAST-PO-NO
               ADD 1 TO WS-POS-CREATED
               MOVE WS-LAST-PO-NO TO PHL-PO-NUMBER-O
               MOVE SG-SUPPLR-NO TO PHL-SUPPLR-O
               MOVE SUPPLR-NAME TO PHL-SUPPLR-NAME-O
               MOVE WS-DUE-DATE TO PHL-DUE-DATE-O
               WRITE POGENRPT-REC FROM WS-PO-HEADER-LINE
           END-IF.
           ADD 1 TO WS-LINE-NO.

           MOVE SPACES TO PO-MASTER-REC.
           MOVE WS-LAST-PO-NO TO PO-NUMBER.
           MOVE WS-LINE-NO TO PO-LINE-NO.
           MOVE SG-SUPPLR-NO TO PO-SUPPLR-NO.
           MOVE SG-PARTNO TO PO-PARTNO.
           MOVE SG-PARTNAME TO PO-PARTNAME.
           MOVE SG-ACCOUNT TO PO-ACCOUNT.
           MOVE SG-ORDER-QTY TO PO-QTY-ORDERED.
           MOVE WS-TODAY TO PO-ORDER-DATE.
           MOVE WS-DUE-DATE TO PO-DUE-DATE.
           SET PO-PENDING TO TRUE.
           MOVE ZERO TO PO-APPROVE-DATE PO-UNIT-PRICE.
           WRITE PO-MASTER-REC-OUT FROM PO-MASTER-REC.
           ADD 1 TO WS-LINES-CREATED.

           MOVE WS-LINE-NO TO PDL-LINE-NO-O.
           MOVE SG-PARTNO TO PDL-PARTNO-O.
           MOVE SG-PARTNAME TO PDL-PARTNAME-O.
           MOVE SG-ORDER-QTY TO PDL-QTY-O.
           MOVE SG-ACCOUNT TO PDL-ACCOUNT-O.
           WRITE POGENRPT-REC FROM WS-PO-DETAIL-LINE.
       310-NEXT.
           RETURN SUGGEST-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE.
       310-EXIT.
           EXIT.

       320-START-SUPPLIER.
      **** A NEW SUPPLIER - CHECK IT AGAINST THE SUPPLIER MASTER.  THE
      **** PO NUMBER ITSELF IS TAKEN WHEN THE FIRST GOOD LINE ARRIVES.
           MOVE "320-START-SUPPLIER" TO PARA-NAME.
           MOVE SG-SUPPLR-NO TO WS-HOLD-SUPPLR-NO.
           MOVE ZERO TO WS-LINE-NO.
           MOVE "N" TO WS-SUPPLR-OK-SW.
           MOVE SG-SUPPLR-NO TO SUPPLR-KEY.
           READ VSAM-SUPPLR-FILE
               INVALID KEY
                   MOVE "SUPPLIER NOT ON MASTER" TO WS-REJECT-REASON
                   GO TO 320-EXIT
           END-READ.
           IF SUPPLR-ON-HOLD
               MOVE "SUPPLIER ON CREDIT HOLD" TO WS-REJECT-REASON
               GO TO 320-EXIT.
           SET WS-SUPPLR-OK TO TRUE.
       320-EXIT.
           EXIT.

       350-REJECT-LINE.
           MOVE "350-REJECT-LINE" TO PARA-NAME.
           ADD 1 TO WS-LINES-REJECTED.
           MOVE SG-SUPPLR-NO TO RJL-SUPPLR-O.
           MOVE SG-PARTNO TO RJL-PARTNO-O.
           IF SG-ORDER-QTY NUMERIC
               MOVE SG-ORDER-QTY TO RJL-QTY-O
           ELSE
               MOVE ZERO TO RJL-QTY-O
           END-IF.
           WRITE POGENRPT-REC FROM WS-REJECT-LINE.
       350-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, PO-MASTER-IN, VSAM-SUPPLR-FILE.
           OPEN OUTPUT PO-MASTER-OUT, POGENRPT.
           DISPLAY "POGEN OPEN FILES".
           DISPLAY POMI-STATUS.
           DISPLAY VS-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, PO-MASTER-IN, PO-MASTER-OUT,
                 VSAM-SUPPLR-FILE, POGENRPT.
           DISPLAY "POGEN PO MASTER CARRIED  " WS-CARRIED.
           DISPLAY "POGEN FILES CLOSED".
       900-EXIT.
           EXIT.
