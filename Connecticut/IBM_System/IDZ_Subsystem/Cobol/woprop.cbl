       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  WOPROP.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  BAD-DEBT WRITE-OFF PROPOSAL.
      *                LISTS EVERY SUPPLIER ON THE SUPPLR-BAL AGING
      *                WITH A BALANCE IN THE 181-UP BUCKET AT OR ABOVE
      *                THE MINIMUM ON THE PARM CARD AND NO COLLECTION
      *                ACTIVITY ON THE COLLECTOR CALL LIST PARTSUPP
      *                LAST BUILT (YYCLLIST - AN ENTRY CARRYING A LAST
      *                CONTACT DATE).  A SUPPLIER STILL BEING WORKED BY
      *                A COLLECTOR IS COUNTED BUT NOT PROPOSED.  THE
      *                PROPOSAL IS THE WORKSHEET FOR THE WRITE-OFF
      *                TRANSACTIONS WOPOST TAKES UNDER A SECOND
      *                OPERATOR'S APPROVAL.
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

           SELECT CALL-LIST-IN
           ASSIGN TO UT-S-YYCLLIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CLL-STATUS.

           SELECT WOPRPT
           ASSIGN TO UT-S-WOPRPT
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
           05  PRM-MIN-AMOUNT              PIC 9(07)V99.
           05  FILLER                      PIC X(71).

       FD  SUPPLR-BAL-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 230 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLR-BAL-REC.
       COPY SUPPLRBL.

      *    SAME LAYOUT AS PARTSUPP'S CALLLIST-LINE.  THE FIRST FIVE
      *    BYTES OF THE DETAIL ARE THE SUPPLIER KEY PARTSUPP MATCHES
      *    THE COLLECTOR ACTIVITY ON.
       FD  CALL-LIST-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CALL-LIST-REC.
       01  CALL-LIST-REC.
           05  CLL-SOURCE                  PIC X(08).
           05  FILLER                      PIC X(02).
           05  CLL-DETAIL.
               10  CLL-SUPPLR-KEY          PIC X(05).
               10  FILLER                  PIC X(20).
           05  FILLER                      PIC X(02).
           05  CLL-PRIORITY                PIC 9(03).
           05  FILLER                      PIC X(02).
           05  CLL-LAST-CONTACT            PIC X(08).
           05  FILLER                      PIC X(02).
           05  CLL-OUTCOME                 PIC X(14).
           05  FILLER                      PIC X(34).

       FD  WOPRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WOPRPT-REC.
       01  WOPRPT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  BALI-STATUS             PIC X(2).
               88 END-OF-BAL      VALUE "10".
           05  CLL-STATUS              PIC X(2).
               88 CLL-OPENED      VALUE "00".
               88 END-OF-CLL      VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-MIN-AMOUNT               PIC 9(07)V99 VALUE 0.01.
           05  WS-ACT-SUB                  PIC 9(3) COMP VALUE 0.
           05  WS-FOUND-SW                 PIC X(01) VALUE "N".
               88 WS-ACTIVITY-FOUND           VALUE "Y".
           05  WS-AGED-BALANCE             PIC S9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-SUPPLIERS-READ           PIC 9(5) VALUE ZERO.
           05  WS-181-SUPPLIERS            PIC 9(5) VALUE ZERO.
           05  WS-WORKED                   PIC 9(5) VALUE ZERO.
           05  WS-PROPOSED                 PIC 9(5) VALUE ZERO.
           05  WS-PROPOSED-DOLLARS         PIC S9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-WORKED-DOLLARS           PIC S9(11)V99 COMP-3
                                                     VALUE 0.

      *    SUPPLIERS WITH COLLECTOR ACTIVITY ON THE CALL LIST.
       01  ACTIVITY-TABLE-AREA.
           05  WS-ACT-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-ACT-ENTRY OCCURS 500 TIMES.
               10  ACT-SUPPLR-KEY          PIC X(05).
               10  ACT-LAST-CONTACT        PIC X(08).
               10  ACT-OUTCOME             PIC X(14).

       01  WS-TITLE-LINE.
           05  RPT-TITLE-O             PIC X(60).
           05  FILLER                  PIC X(12) VALUE "  RUN DATE: ".
           05  RPT-DATE-O              PIC 9(08).
           05  FILLER                  PIC X(15)
                 VALUE "  MIN 181-UP: ".
           05  RPT-MIN-O               PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-PROPOSAL-LINE.
           05  FILLER                  PIC X(10) VALUE "SUPPLIER: ".
           05  PRL-SUPPLR-O            PIC X(03).
           05  FILLER                  PIC X(10) VALUE "  181-UP: ".
           05  PRL-181-UP-O            PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(09) VALUE "  GROSS: ".
           05  PRL-181-UP-G-O          PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(16)
                 VALUE "  AGED BALANCE: ".
           05  PRL-AGED-O              PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(11) VALUE "  NET REC: ".
           05  PRL-NET-REC-O           PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-WORKED-LINE.
           05  FILLER                  PIC X(24)
                 VALUE "NOT PROPOSED - SUPPLIER ".
           05  WKL-SUPPLR-O            PIC X(03).
           05  FILLER                  PIC X(10) VALUE "  181-UP: ".
           05  WKL-181-UP-O            PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(16)
                 VALUE "  LAST CONTACT: ".
           05  WKL-CONTACT-O           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKL-OUTCOME-O           PIC X(14).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(16)
                 VALUE "SUPPLIERS READ: ".
           05  TOT-READ-O              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(15)
                 VALUE "  WITH 181-UP: ".
           05  TOT-181-O               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  PROPOSED: ".
           05  TOT-PROPOSED-O          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TOT-PROP-DOLLARS-O      PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(10) VALUE "  WORKED: ".
           05  TOT-WORKED-O            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TOT-WORK-DOLLARS-O      PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       PROCEDURE DIVISION.
      *
      * TABLE THE SUPPLIERS A COLLECTOR IS WORKING, THEN PASS THE
      * AGING LISTING EVERY 181-UP BALANCE NOBODY IS WORKING.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           IF CLL-OPENED
               READ CALL-LIST-IN
                   AT END SET END-OF-CLL TO TRUE
               END-READ
               PERFORM 100-LOAD-CALL-LIST THRU 100-EXIT
                   UNTIL END-OF-CLL
           END-IF.

           MOVE "BAD-DEBT WRITE-OFF PROPOSAL - 181-UP, NO COLLECTION"
               TO RPT-TITLE-O.
           WRITE WOPRPT-REC FROM WS-TITLE-LINE.
           WRITE WOPRPT-REC FROM WS-BLANK-LINE.
           READ SUPPLR-BAL-IN
               AT END SET END-OF-BAL TO TRUE.
           PERFORM 200-CHECK-SUPPLIER THRU 200-EXIT
               UNTIL END-OF-BAL.

           MOVE WS-SUPPLIERS-READ TO TOT-READ-O.
           MOVE WS-181-SUPPLIERS TO TOT-181-O.
           MOVE WS-PROPOSED TO TOT-PROPOSED-O.
           MOVE WS-PROPOSED-DOLLARS TO TOT-PROP-DOLLARS-O.
           MOVE WS-WORKED TO TOT-WORKED-O.
           MOVE WS-WORKED-DOLLARS TO TOT-WORK-DOLLARS-O.
           WRITE WOPRPT-REC FROM WS-BLANK-LINE.
           WRITE WOPRPT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** THE CARD MAY GIVE THE SMALLEST 181-UP BALANCE WORTH
      **** PROPOSING (9(7)V99).  DEFAULT IS ANY BALANCE AT ALL.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-MIN-AMOUNT NUMERIC AND PRM-MIN-AMOUNT > ZERO
                   MOVE PRM-MIN-AMOUNT TO WS-MIN-AMOUNT
               END-IF
           END-IF.
           MOVE WS-TODAY TO RPT-DATE-O.
           MOVE WS-MIN-AMOUNT TO RPT-MIN-O.
       050-EXIT.
           EXIT.

       100-LOAD-CALL-LIST.
      **** ONLY AN ENTRY WITH A CONTACT ON IT IS COLLECTION ACTIVITY
      **** - A SUPPLIER MERELY QUEUED FOR A CALL HAS NOT BEEN WORKED.
           MOVE "100-LOAD-CALL-LIST" TO PARA-NAME.
           IF CLL-LAST-CONTACT = SPACES OR CLL-SUPPLR-KEY = SPACES
               GO TO 100-NEXT.
           IF WS-ACT-COUNT NOT < 500
               DISPLAY "CALL LIST TABLE FULL - " CLL-SUPPLR-KEY
               GO TO 100-NEXT.
           ADD 1 TO WS-ACT-COUNT.
           MOVE CLL-SUPPLR-KEY TO ACT-SUPPLR-KEY (WS-ACT-COUNT).
           MOVE CLL-LAST-CONTACT TO ACT-LAST-CONTACT (WS-ACT-COUNT).
           MOVE CLL-OUTCOME TO ACT-OUTCOME (WS-ACT-COUNT).
       100-NEXT.
           READ CALL-LIST-IN
               AT END SET END-OF-CLL TO TRUE.
       100-EXIT.
           EXIT.

       200-CHECK-SUPPLIER.
      **** THE AGING IS KEPT AT THE HEADQUARTERS LEVEL (FIRST THREE
      **** OF THE SUPPLIER NUMBER), SO ANY LOCATION OF THE SUPPLIER
      **** BEING WORKED HOLDS THE WHOLE BALANCE BACK.
           MOVE "200-CHECK-SUPPLIER" TO PARA-NAME.
           ADD 1 TO WS-SUPPLIERS-READ.
           IF SUPPLR-BAL-BILLING-181-UP NOT > ZERO
               GO TO 200-NEXT.
           ADD 1 TO WS-181-SUPPLIERS.
           IF SUPPLR-BAL-BILLING-181-UP < WS-MIN-AMOUNT
               GO TO 200-NEXT.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-COUNT
                      OR WS-ACTIVITY-FOUND
               IF ACT-SUPPLR-KEY (WS-ACT-SUB) (1:3)
                       = SUPPLR-BAL-SUPPLR-NO
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-ACTIVITY-FOUND
               SUBTRACT 1 FROM WS-ACT-SUB
               PERFORM 220-LIST-WORKED THRU 220-EXIT
               GO TO 200-NEXT.
           COMPUTE WS-AGED-BALANCE = SUPPLR-BAL-BILLING-11-30
                                   + SUPPLR-BAL-BILLING-31-60
                                   + SUPPLR-BAL-BILLING-61-90
                                   + SUPPLR-BAL-BILLING-91-180
                                   + SUPPLR-BAL-BILLING-181-UP.
           MOVE SUPPLR-BAL-SUPPLR-NO TO PRL-SUPPLR-O.
           MOVE SUPPLR-BAL-BILLING-181-UP TO PRL-181-UP-O.
           MOVE SUPPLR-BAL-BILLING-181-UP-G TO PRL-181-UP-G-O.
           MOVE WS-AGED-BALANCE TO PRL-AGED-O.
           MOVE SUPPLR-BAL-NET-REC TO PRL-NET-REC-O.
           WRITE WOPRPT-REC FROM WS-PROPOSAL-LINE.
           ADD 1 TO WS-PROPOSED.
           ADD SUPPLR-BAL-BILLING-181-UP TO WS-PROPOSED-DOLLARS.
       200-NEXT.
           READ SUPPLR-BAL-IN
               AT END SET END-OF-BAL TO TRUE.
       200-EXIT.
           EXIT.

       220-LIST-WORKED.
           MOVE SUPPLR-BAL-SUPPLR-NO TO WKL-SUPPLR-O.
           MOVE SUPPLR-BAL-BILLING-181-UP TO WKL-181-UP-O.
           MOVE ACT-LAST-CONTACT (WS-ACT-SUB) TO WKL-CONTACT-O.
           MOVE ACT-OUTCOME (WS-ACT-SUB) TO WKL-OUTCOME-O.
           WRITE WOPRPT-REC FROM WS-WORKED-LINE.
           ADD 1 TO WS-WORKED.
           ADD SUPPLR-BAL-BILLING-181-UP TO WS-WORKED-DOLLARS.
       220-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, SUPPLR-BAL-IN, CALL-LIST-IN.
           OPEN OUTPUT WOPRPT.
           DISPLAY "WOPROP OPEN FILES".
           DISPLAY BALI-STATUS.
           DISPLAY CLL-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, SUPPLR-BAL-IN, CALL-LIST-IN, WOPRPT.
           DISPLAY "WOPROP FILES CLOSED".
           DISPLAY "SUPPLIERS READ         " WS-SUPPLIERS-READ.
           DISPLAY "SUPPLIERS WITH 181-UP  " WS-181-SUPPLIERS.
           DISPLAY "SUPPLIERS PROPOSED     " WS-PROPOSED.
           DISPLAY "SUPPLIERS BEING WORKED " WS-WORKED.
       900-EXIT.
           EXIT.
