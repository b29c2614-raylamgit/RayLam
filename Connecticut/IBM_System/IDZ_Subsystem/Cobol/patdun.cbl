       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  PATDUN.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  MONTHLY PATIENT BALANCE
      *                DUNNING.  EACH GUARANTOR'S OPEN PATRCV ITEMS
      *                ARE AGED FROM THE STATEMENT THAT OPENED THEM
      *                (CURRENT / 30 / 60 / 90+) AND THE OLDEST ONE
      *                SETS THE STAGE: A REMINDER LETTER AT 30 DAYS,
      *                A SECOND AT 60, A FINAL NOTICE AT 90.  STILL
      *                UNPAID AT THE PLACEMENT AGE (120 DAYS, PARM
      *                OVERRIDE) AFTER THE FINAL NOTICE HAS GONE, THE
      *                BALANCE IS PLACED WITH THE COLLECTION AGENCY ON
      *                THE COLLPLC FILE AND THE ITEMS ARE MARKED
      *                PLACED.  ONLY ONE LETTER PER STAGE IS SENT;
      *                PAYMENTS THAT BRING THE ACCOUNT BACK DOWN A
      *                STAGE LET IT START OVER FROM THERE.  NEW ITEMS
      *                FOR A GUARANTOR ALREADY WITH THE AGENCY ARE
      *                ADDED TO THE PLACEMENT AS THEY AGE PAST 30.
      * 2026  D.ELLIS  EACH NOTICE IS NOW ROUTED THROUGH DLVDOC BY THE
      *                GUARANTOR'S DELIVERY PREFERENCE - PRINTED ONLY
      *                FOR THOSE WHO WANT PAPER, AND PASSED TO THE
      *                ELECTRONIC DOCUMENT FILE FOR THOSE WHO CHOSE
      *                ELECTRONIC OR BOTH.
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

           SELECT PATIENT-RCV-FILE
                  ASSIGN       to PATRCV
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is PR-KEY
                  FILE STATUS  is RCV-STATUS.

           SELECT PRSNMSTR
                  ASSIGN       to PRSNMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PRSN-KEY IN PRSNMSTR-REC
                  FILE STATUS  is PRSN-STATUS.

           SELECT LETTER-FILE
           ASSIGN TO UT-S-DUNLTRS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LTR-STATUS.

           SELECT PLACEMENT-FILE
           ASSIGN TO UT-S-COLLPLC
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CP-STATUS.

           SELECT DUNNING-REGISTER
           ASSIGN TO UT-S-PATDREG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

      **** THE CARD GIVES AN AS-OF DATE (DEFAULT TODAY) AND THE AGE IN
      **** DAYS AT WHICH A BALANCE IS PLACED (DEFAULT 120).
       FD  PARM-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARM-REC.
       01  PARM-REC.
           05  PRM-AS-OF-DATE              PIC 9(08).
           05  PRM-PLACE-DAYS              PIC 9(03).
           05  FILLER                      PIC X(69).

       FD  PATIENT-RCV-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PATIENT-RCV-REC.
       COPY PATRCV.

       FD  PRSNMSTR
           DATA RECORD IS PRSNMSTR-REC.
       01  PRSNMSTR-REC.
           05 PRSN-KEY      PIC X(06).
           05 FILLER           PIC X(794).

       FD  LETTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LETTER-LINE.
       01  LETTER-LINE                     PIC X(80).

       FD  PLACEMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COLLECTION-PLACEMENT-REC.
       COPY COLLPLC.

       FD  DUNNING-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DUNNING-REGISTER-REC.
       01  DUNNING-REGISTER-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  RCV-STATUS              PIC X(2).
               88 RCV-OK          VALUE "00".
           05  PRSN-STATUS             PIC X(2).
               88 PRSN-FOUND      VALUE "00".
           05  LTR-STATUS              PIC X(2).
           05  CP-STATUS               PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-PLACE-DAYS               PIC 9(03) VALUE 120.
           05  WS-RUN-INT                  PIC S9(8) COMP.
           05  WS-AGE-DAYS                 PIC S9(5) COMP.
           05  WS-LEDGER-DONE-SW           PIC X(01) VALUE "N".
               88  WS-LEDGER-DONE             VALUE "Y".
           05  WS-ITEMS-DONE-SW            PIC X(01) VALUE "N".
               88  WS-ITEMS-DONE              VALUE "Y".
           05  WS-HEADER-KEY               PIC X(24).
           05  WS-GUARANTOR                PIC X(08).
           05  WS-OLDEST-DATE              PIC 9(08).
           05  WS-OLDEST-AGE               PIC S9(5) COMP.
           05  WS-ITEM-BALANCE             PIC S9(9)V99 COMP-3.
           05  WS-DUE-STAGE                PIC 9(01).
           05  WS-PLACE-TYPE               PIC X(01).
           05  WS-NOTICE-TEXT              PIC X(80) VALUE SPACES.

      **** ONE GUARANTOR'S OPEN (NOT YET PLACED) BALANCE, AGED.
       01  WS-AGING-BUCKETS.
           05  WS-OPEN-BALANCE             PIC S9(9)V99 COMP-3.
           05  WS-OPEN-ITEMS               PIC 9(03).
           05  WS-AGE-CURRENT              PIC S9(9)V99 COMP-3.
           05  WS-AGE-30                   PIC S9(9)V99 COMP-3.
           05  WS-AGE-60                   PIC S9(9)V99 COMP-3.
           05  WS-AGE-90                   PIC S9(9)V99 COMP-3.

       01  DUNNING-COUNTERS.
           05  WS-GUARANTORS-READ          PIC 9(07) VALUE ZERO.
           05  WS-LETTER-30-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-LETTER-60-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-LETTER-90-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-PLACED-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-PLACED-AMT               PIC 9(11)V99 VALUE ZERO.
           05  WS-OPEN-TOTAL               PIC 9(11)V99 VALUE ZERO.
           05  WS-LETTERS-PRINTED          PIC 9(07) VALUE ZERO.
           05  WS-LETTERS-ELECTRONIC       PIC 9(07) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(40)
                 VALUE "PATIENT BALANCE DUNNING - AS OF ".
           05  HDG-RUN-DATE                PIC 9(08).
           05  FILLER     PIC X(18) VALUE "   PLACEMENT AGE ".
           05  HDG-PLACE-DAYS              PIC ZZ9.
           05  FILLER     PIC X(05) VALUE " DAYS".
           05  FILLER     PIC X(59) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER     PIC X(10) VALUE "GUARANTOR".
           05  FILLER     PIC X(22) VALUE "NAME".
           05  FILLER     PIC X(10) VALUE "OLDEST".
           05  FILLER     PIC X(05) VALUE "  AGE".
           05  FILLER     PIC X(15) VALUE "      CURRENT".
           05  FILLER     PIC X(15) VALUE "      30 DAYS".
           05  FILLER     PIC X(15) VALUE "      60 DAYS".
           05  FILLER     PIC X(15) VALUE "     90+ DAYS".
           05  FILLER     PIC X(26) VALUE "  ACTION".

       01  WS-DETAIL-LINE.
           05  DTL-GUARANTOR-ID            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-NAME                    PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-OLDEST-DATE             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-AGE                     PIC ZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-CURRENT                 PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-30                      PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-60                      PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-90                      PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DTL-ACTION                  PIC X(24).

       01  WS-TOTALS-LINE-1.
           05  FILLER                      PIC X(12)
                 VALUE "GUARANTORS: ".
           05  TOT-READ                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(14)
                 VALUE "  30-DAY LTRS:".
           05  TOT-LETTER-30               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(14)
                 VALUE "  60-DAY LTRS:".
           05  TOT-LETTER-60               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(16)
                 VALUE "  FINAL NOTICES:".
           05  TOT-LETTER-90               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(13)
                 VALUE "  PLACEMENTS:".
           05  TOT-PLACED                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(29) VALUE SPACES.

       01  WS-TOTALS-LINE-2.
           05  FILLER                      PIC X(26)
                 VALUE "OPEN PATIENT BALANCE:     ".
           05  TOT-OPEN-AMT                PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(20)
                 VALUE "  PLACED THIS RUN:  ".
           05  TOT-PLACED-AMT              PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(51) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                      PIC X(133) VALUE " ".

       01  NOTICE-DATE-LINE.
           05  FILLER                  PIC X(06) VALUE "DATE: ".
           05  NTC-DATE                PIC 9(08).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  NOTICE-NAME-LINE.
           05  NTC-FIRST-NAME          PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NTC-LAST-NAME           PIC X(20).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  NOTICE-ACCOUNT-LINE.
           05  FILLER                  PIC X(12) VALUE "RE: ACCOUNT ".
           05  NTC-GUARANTOR-ID        PIC X(08).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  NOTICE-AGING-LINE.
           05  FILLER                  PIC X(09) VALUE "CURRENT: ".
           05  NTC-CURRENT             PIC $$$,$$9.99.
           05  FILLER                  PIC X(07) VALUE "  30 : ".
           05  NTC-30                  PIC $$$,$$9.99.
           05  FILLER                  PIC X(07) VALUE "  60 : ".
           05  NTC-60                  PIC $$$,$$9.99.
           05  FILLER                  PIC X(08) VALUE "  90+ : ".
           05  NTC-90                  PIC $$$,$$9.99.
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  NOTICE-AMOUNT-LINE.
           05  FILLER                  PIC X(25)
                 VALUE "BALANCE NOW DUE:         ".
           05  NTC-AMOUNT              PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  NOTICE-SEPARATOR-LINE.
           05  FILLER                  PIC X(80) VALUE ALL "-".

       COPY PATPERSN.

       COPY DLVPARM.

       PROCEDURE DIVISION.
      *
      * WALK THE PATIENT RECEIVABLE LEDGER ONE GUARANTOR HEADER AT A
      * TIME AND MOVE EACH ACCOUNT ALONG ITS DUNNING PATH AS OF TODAY.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-PLACE-DAYS TO HDG-PLACE-DAYS.
           WRITE DUNNING-REGISTER-REC FROM WS-HEADING-LINE.
           WRITE DUNNING-REGISTER-REC FROM WS-BLANK-LINE.
           WRITE DUNNING-REGISTER-REC FROM WS-COLUMN-LINE.
           WRITE DUNNING-REGISTER-REC FROM WS-BLANK-LINE.

           MOVE LOW-VALUES TO PR-KEY.
           START PATIENT-RCV-FILE KEY NOT LESS THAN PR-KEY
               INVALID KEY SET WS-LEDGER-DONE TO TRUE
           END-START.
           PERFORM 100-DUN-ONE-GUARANTOR THRU 100-EXIT
               UNTIL WS-LEDGER-DONE.

           WRITE DUNNING-REGISTER-REC FROM WS-BLANK-LINE.
           MOVE WS-GUARANTORS-READ TO TOT-READ.
           MOVE WS-LETTER-30-COUNT TO TOT-LETTER-30.
           MOVE WS-LETTER-60-COUNT TO TOT-LETTER-60.
           MOVE WS-LETTER-90-COUNT TO TOT-LETTER-90.
           MOVE WS-PLACED-COUNT TO TOT-PLACED.
           WRITE DUNNING-REGISTER-REC FROM WS-TOTALS-LINE-1.
           MOVE WS-OPEN-TOTAL TO TOT-OPEN-AMT.
           MOVE WS-PLACED-AMT TO TOT-PLACED-AMT.
           WRITE DUNNING-REGISTER-REC FROM WS-TOTALS-LINE-2.
           DISPLAY "PATDUN LETTERS PRINTED " WS-LETTERS-PRINTED
               " ELECTRONIC " WS-LETTERS-ELECTRONIC.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-AS-OF-DATE NUMERIC AND PRM-AS-OF-DATE > ZERO
                   MOVE PRM-AS-OF-DATE TO WS-RUN-DATE
               END-IF
               IF PRM-PLACE-DAYS NUMERIC AND PRM-PLACE-DAYS > 90
                   MOVE PRM-PLACE-DAYS TO WS-PLACE-DAYS
               END-IF
           END-IF.
           DISPLAY "PATDUN AS OF " WS-RUN-DATE
               " PLACEMENT DAYS " WS-PLACE-DAYS.
       050-EXIT.
           EXIT.

       100-DUN-ONE-GUARANTOR.
      **** ONLY THE HEADERS DRIVE THE RUN - THE ITEMS UNDER EACH ONE
      **** ARE AGED BY THEIR OWN BROWSE, AND THE LEDGER IS THEN
      **** REPOSITIONED PAST THE HEADER FOR THE NEXT READ.
           MOVE "100-DUN-ONE-GUARANTOR" TO PARA-NAME.
           READ PATIENT-RCV-FILE NEXT RECORD
               AT END
                   SET WS-LEDGER-DONE TO TRUE
                   GO TO 100-EXIT
           END-READ.
           IF PR-PATIENT-ID NOT = SPACES OR PR-SERVICE-DATE NOT = ZERO
               GO TO 100-EXIT.
           ADD 1 TO WS-GUARANTORS-READ.
           MOVE PR-KEY TO WS-HEADER-KEY.
           MOVE PR-GUARANTOR-ID TO WS-GUARANTOR.

           PERFORM 200-AGE-ITEMS THRU 200-EXIT.
           ADD WS-OPEN-BALANCE TO WS-OPEN-TOTAL.

           MOVE WS-HEADER-KEY TO PR-KEY.
           READ PATIENT-RCV-FILE.
           IF NOT RCV-OK
               DISPLAY "PATDUN HEADER RE-READ FAILED " WS-GUARANTOR
                   " STATUS " RCV-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 100-NEXT.

      **** THE STAGE THE OLDEST OPEN ITEM HAS REACHED.
           EVALUATE TRUE
               WHEN WS-OPEN-ITEMS = ZERO
                   MOVE 0 TO WS-DUE-STAGE
               WHEN WS-OLDEST-AGE NOT < WS-PLACE-DAYS
                   MOVE 4 TO WS-DUE-STAGE
               WHEN WS-OLDEST-AGE NOT < 90
                   MOVE 3 TO WS-DUE-STAGE
               WHEN WS-OLDEST-AGE NOT < 60
                   MOVE 2 TO WS-DUE-STAGE
               WHEN WS-OLDEST-AGE NOT < 30
                   MOVE 1 TO WS-DUE-STAGE
               WHEN OTHER
                   MOVE 0 TO WS-DUE-STAGE
           END-EVALUATE.
           IF PR-HDR-DUN-STAGE NOT NUMERIC
               MOVE ZERO TO PR-HDR-DUN-STAGE.

           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
               WHEN WS-OPEN-ITEMS = ZERO
                   GO TO 100-NEXT
               WHEN PR-HDR-AT-AGENCY AND WS-DUE-STAGE > 0
                   MOVE "A" TO WS-PLACE-TYPE
                   PERFORM 400-PLACE-WITH-AGENCY THRU 400-EXIT
                   MOVE "ADDED TO PLACEMENT" TO DTL-ACTION
               WHEN PR-HDR-AT-AGENCY
                   MOVE "AT AGENCY - NEW CHARGES" TO DTL-ACTION
               WHEN WS-DUE-STAGE < PR-HDR-DUN-STAGE
                   MOVE WS-DUE-STAGE TO PR-HDR-DUN-STAGE
                   MOVE "PAID DOWN - STAGE RESET" TO DTL-ACTION
               WHEN WS-DUE-STAGE = PR-HDR-DUN-STAGE
                   IF WS-DUE-STAGE = 0
                       GO TO 100-NEXT
                   END-IF
                   MOVE "NO CHANGE - LETTER SENT" TO DTL-ACTION
      **** NO ONE IS PLACED WITHOUT THE FINAL NOTICE GOING FIRST.
               WHEN WS-DUE-STAGE = 4 AND PR-HDR-DUN-STAGE < 3
                   MOVE 3 TO WS-DUE-STAGE
                   PERFORM 300-WRITE-LETTER THRU 300-EXIT
                   MOVE "FINAL NOTICE SENT" TO DTL-ACTION
               WHEN WS-DUE-STAGE = 4
                   MOVE "N" TO WS-PLACE-TYPE
                   PERFORM 400-PLACE-WITH-AGENCY THRU 400-EXIT
                   MOVE "PLACED WITH AGENCY" TO DTL-ACTION
               WHEN OTHER
                   PERFORM 300-WRITE-LETTER THRU 300-EXIT
                   EVALUATE WS-DUE-STAGE
                       WHEN 1
                           MOVE "30-DAY REMINDER SENT" TO DTL-ACTION
                       WHEN 2
                           MOVE "60-DAY REMINDER SENT" TO DTL-ACTION
                       WHEN OTHER
                           MOVE "FINAL NOTICE SENT" TO DTL-ACTION
                   END-EVALUATE
           END-EVALUATE.

           REWRITE PATIENT-RCV-REC.
           IF NOT RCV-OK
               DISPLAY "PATDUN REWRITE FAILED " WS-GUARANTOR
                   " STATUS " RCV-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE WS-GUARANTOR TO DTL-GUARANTOR-ID.
           PERFORM 250-GET-NAME THRU 250-EXIT.
           MOVE LAST-NAME TO DTL-NAME.
           MOVE WS-OLDEST-DATE TO DTL-OLDEST-DATE.
           MOVE WS-OLDEST-AGE TO DTL-AGE.
           MOVE WS-AGE-CURRENT TO DTL-CURRENT.
           MOVE WS-AGE-30 TO DTL-30.
           MOVE WS-AGE-60 TO DTL-60.
           MOVE WS-AGE-90 TO DTL-90.
           WRITE DUNNING-REGISTER-REC FROM WS-DETAIL-LINE.

       100-NEXT.
           MOVE WS-HEADER-KEY TO PR-KEY.
           START PATIENT-RCV-FILE KEY > PR-KEY
               INVALID KEY SET WS-LEDGER-DONE TO TRUE
           END-START.
       100-EXIT.
           EXIT.

       200-AGE-ITEMS.
      **** OPEN ITEMS ONLY - WHAT IS ALREADY PLACED IS THE AGENCY'S.
           MOVE "200-AGE-ITEMS" TO PARA-NAME.
           INITIALIZE WS-AGING-BUCKETS.
           MOVE ZERO TO WS-OLDEST-DATE WS-OLDEST-AGE.
           MOVE "N" TO WS-ITEMS-DONE-SW.
           MOVE WS-HEADER-KEY TO PR-KEY.
           START PATIENT-RCV-FILE KEY > PR-KEY
               INVALID KEY SET WS-ITEMS-DONE TO TRUE
           END-START.
           PERFORM 210-AGE-ONE-ITEM THRU 210-EXIT
               UNTIL WS-ITEMS-DONE.
       200-EXIT.
           EXIT.

       210-AGE-ONE-ITEM.
           MOVE "210-AGE-ONE-ITEM" TO PARA-NAME.
           READ PATIENT-RCV-FILE NEXT RECORD
               AT END
                   SET WS-ITEMS-DONE TO TRUE
                   GO TO 210-EXIT
           END-READ.
           IF PR-GUARANTOR-ID NOT = WS-GUARANTOR
               SET WS-ITEMS-DONE TO TRUE
               GO TO 210-EXIT.
           IF NOT PR-OPEN
               GO TO 210-EXIT.
           COMPUTE WS-ITEM-BALANCE =
               PR-ORIG-AMT - PR-PAID-AMT - PR-ADJ-AMT.
           IF WS-ITEM-BALANCE NOT > ZERO
               GO TO 210-EXIT.
           COMPUTE WS-AGE-DAYS = WS-RUN-INT
               - FUNCTION INTEGER-OF-DATE(PR-OPENED-DATE).
           ADD 1 TO WS-OPEN-ITEMS.
           ADD WS-ITEM-BALANCE TO WS-OPEN-BALANCE.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT < 90
                   ADD WS-ITEM-BALANCE TO WS-AGE-90
               WHEN WS-AGE-DAYS NOT < 60
                   ADD WS-ITEM-BALANCE TO WS-AGE-60
               WHEN WS-AGE-DAYS NOT < 30
                   ADD WS-ITEM-BALANCE TO WS-AGE-30
               WHEN OTHER
                   ADD WS-ITEM-BALANCE TO WS-AGE-CURRENT
           END-EVALUATE.
           IF WS-OLDEST-DATE = ZERO OR PR-OPENED-DATE < WS-OLDEST-DATE
               MOVE PR-OPENED-DATE TO WS-OLDEST-DATE
               MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
           END-IF.
       210-EXIT.
           EXIT.

       250-GET-NAME.
      **** THE GUARANTOR IS ONE OF THE HOUSEHOLD'S PATIENTS, SO THE
      **** NAME COMES FROM PRSNMSTR.
           MOVE "250-GET-NAME" TO PARA-NAME.
           MOVE WS-GUARANTOR TO PRSN-KEY IN PRSNMSTR-REC.
           READ PRSNMSTR INTO PATIENT-PERSONAL-MASTER-REC.
           IF NOT PRSN-FOUND
               MOVE SPACES TO PATIENT-NAME.
       250-EXIT.
           EXIT.

       300-WRITE-LETTER.
      **** THE HEADER IS IN THE RECORD AREA - THE STAGE AND DATE ARE
      **** SET HERE AND REWRITTEN BY THE CALLER.
           MOVE "300-WRITE-LETTER" TO PARA-NAME.
           PERFORM 250-GET-NAME THRU 250-EXIT.
           PERFORM 310-BEGIN-DELIVERY THRU 310-EXIT.
           MOVE NOTICE-SEPARATOR-LINE TO DLV-LINE.
           PERFORM 320-PUT-LETTER-LINE THRU 320-EXIT.
           MOVE WS-RUN-DATE TO NTC-DATE.
           MOVE NOTICE-DATE-LINE TO DLV-LINE.
           PERFORM 320-PUT-LETTER-LINE THRU 320-EXIT.
           MOVE FIRST-NAME TO NTC-FIRST-NAME.
           MOVE LAST-NAME TO NTC-LAST-NAME.
           MOVE NOTICE-NAME-LINE TO DLV-LINE.
           PERFORM 320-PUT-LETTER-LINE THRU 320-EXIT.
           MOVE WS-GUARANTOR TO NTC-GUARANTOR-ID.
           MOVE NOTICE-ACCOUNT-LINE TO DLV-LINE.
           PERFORM 320-PUT-LETTER-LINE THRU 320-EXIT.
           EVALUATE WS-DUE-STAGE
               WHEN 1
                   ADD 1 TO WS-LETTER-30-COUNT
                   MOVE "THIS IS A REMINDER THAT A BALANCE ON YOUR"
                       TO WS-NOTICE-TEXT
                   MOVE WS-NOTICE-TEXT TO DLV-LINE
                   PERFORM 320-PUT-LETTER-LINE THRU 320-EXIT
                   MOVE "ACCOUNT IS NOW 30 DAYS PAST THE STATEMENT."
                       TO WS-NOTICE-TEXT
                   MOVE WS-NOTICE-TEXT TO DLV-LINE
                   PERFORM 320-PUT-LETTER-LINE THRU 320-EXIT
               WHEN 2
                   ADD 1 TO WS-LETTER-60-COUNT
                   MOVE "YOUR ACCOUNT IS NOW 60 DAYS PAST DUE.  PLEASE"
                       TO WS-NOTICE-TEXT
                   MOVE WS-NOTICE-TEXT TO DLV-LINE
                   PERFORM 320-PUT-LETTER-LINE THRU 320-EXIT
                   MOVE "REMIT THE BALANCE BELOW OR CALL US TO ARRANGE"
                       TO WS-NOTICE-TEXT
                   MOVE WS-NOTICE-TEXT TO DLV-LINE
                   PERFORM 320-PUT-LETTER-LINE THRU 320-EXIT
                   MOVE "A PAYMENT PLAN." TO WS-NOTICE-TEXT
                   MOVE WS-NOTICE-TEXT TO DLV-LINE
                   PERFORM 320-PUT-LETTER-LINE THRU 320-EXIT
               WHEN OTHER
                   ADD 1 TO WS-LETTER-90-COUNT
                   MOVE "FINAL NOTICE.  YOUR ACCOUNT IS 90 DAYS PAST"
                       TO WS-NOTICE-TEXT
                   MOVE WS-NOTICE-TEXT TO DLV-LINE
                   PERFORM 320-PUT-LETTER-LINE THRU 320-EXIT
                   MOVE "DUE.  IF THE BALANCE BELOW IS NOT PAID, THE"
                       TO WS-NOTICE-TEXT
                   MOVE WS-NOTICE-TEXT TO DLV-LINE
                   PERFORM 320-PUT-LETTER-LINE THRU 320-EXIT
                   MOVE "ACCOUNT WILL BE PLACED FOR COLLECTION."
                       TO WS-NOTICE-TEXT
                   MOVE WS-NOTICE-TEXT TO DLV-LINE
                   PERFORM 320-PUT-LETTER-LINE THRU 320-EXIT
           END-EVALUATE.
           MOVE WS-AGE-CURRENT TO NTC-CURRENT.
           MOVE WS-AGE-30 TO NTC-30.
           MOVE WS-AGE-60 TO NTC-60.
           MOVE WS-AGE-90 TO NTC-90.
           MOVE NOTICE-AGING-LINE TO DLV-LINE.
           PERFORM 320-PUT-LETTER-LINE THRU 320-EXIT.
           MOVE WS-OPEN-BALANCE TO NTC-AMOUNT.
           MOVE NOTICE-AMOUNT-LINE TO DLV-LINE.
           PERFORM 320-PUT-LETTER-LINE THRU 320-EXIT.
           MOVE "PATIENT ACCOUNTS DEPARTMENT" TO WS-NOTICE-TEXT.
           MOVE WS-NOTICE-TEXT TO DLV-LINE.
           PERFORM 320-PUT-LETTER-LINE THRU 320-EXIT.
           MOVE WS-DUE-STAGE TO PR-HDR-DUN-STAGE.
           MOVE WS-RUN-DATE TO PR-HDR-LAST-DUN-DATE.
           PERFORM 330-END-DELIVERY THRU 330-EXIT.
       300-EXIT.
           EXIT.

      **** THE NOTICE GOES TO THE GUARANTOR BY THEIR DELIVERY
      **** PREFERENCE - DLVDOC SAYS PRINT WHEN THERE IS NONE.
       310-BEGIN-DELIVERY.
           MOVE "310-BEGIN-DELIVERY" TO PARA-NAME.
           MOVE SPACES TO DLV-PARMS.
           MOVE "B" TO DLV-FUNCTION.
           MOVE "PATDUN" TO DLV-PROGRAM.
           MOVE "DUN" TO DLV-DOC-TYPE.
           MOVE WS-DUE-STAGE TO DLV-DOC-TYPE (4:1).
           MOVE "P" TO DLV-RECIP-TYPE.
           MOVE WS-GUARANTOR TO DLV-RECIP-ID.
           MOVE WS-RUN-DATE TO DLV-DOC-DATE.
           MOVE ZERO TO DLV-PAGE-COUNT.
           CALL "DLVDOC" USING DLV-PARMS.
           IF DLV-WANTS-PRINT
               ADD 1 TO WS-LETTERS-PRINTED.
           IF DLV-WANTS-ELEC
               ADD 1 TO WS-LETTERS-ELECTRONIC.
       310-EXIT.
           EXIT.

       320-PUT-LETTER-LINE.
           IF DLV-WANTS-PRINT
               WRITE LETTER-LINE FROM DLV-LINE.
           IF DLV-WANTS-ELEC
               MOVE "L" TO DLV-FUNCTION
               CALL "DLVDOC" USING DLV-PARMS.
       320-EXIT.
           EXIT.

       330-END-DELIVERY.
           MOVE "330-END-DELIVERY" TO PARA-NAME.
           MOVE "E" TO DLV-FUNCTION.
           MOVE ZERO TO DLV-PAGE-COUNT.
           CALL "DLVDOC" USING DLV-PARMS.
       330-EXIT.
           EXIT.

       400-PLACE-WITH-AGENCY.
      **** ONE PLACEMENT RECORD FOR THE GUARANTOR'S OPEN BALANCE, AND
      **** EVERY OPEN ITEM IS MARKED PLACED SO IT STOPS AGING HERE.
      **** PAYMENTS STILL POST TO PLACED ITEMS THROUGH PATPAY.
           MOVE "400-PLACE-WITH-AGENCY" TO PARA-NAME.
           PERFORM 250-GET-NAME THRU 250-EXIT.
           MOVE SPACES TO COLLECTION-PLACEMENT-REC.
           MOVE WS-GUARANTOR TO CP-GUARANTOR-ID.
           MOVE LAST-NAME TO CP-LAST-NAME.
           MOVE FIRST-NAME TO CP-FIRST-NAME.
           MOVE WS-PLACE-TYPE TO CP-PLACE-TYPE.
           MOVE WS-RUN-DATE TO CP-PLACED-DATE.
           MOVE WS-OLDEST-DATE TO CP-OLDEST-DATE.
           MOVE WS-OPEN-ITEMS TO CP-ITEM-COUNT.
           MOVE WS-OPEN-BALANCE TO CP-PLACED-AMT.
           MOVE PR-HDR-LAST-PAY-DATE TO CP-LAST-PAY-DATE.
           WRITE COLLECTION-PLACEMENT-REC.
           ADD 1 TO WS-PLACED-COUNT.
           ADD WS-OPEN-BALANCE TO WS-PLACED-AMT.

           MOVE "N" TO WS-ITEMS-DONE-SW.
           MOVE WS-HEADER-KEY TO PR-KEY.
           START PATIENT-RCV-FILE KEY > PR-KEY
               INVALID KEY SET WS-ITEMS-DONE TO TRUE
           END-START.
           PERFORM 450-MARK-ONE-PLACED THRU 450-EXIT
               UNTIL WS-ITEMS-DONE.

      **** BACK TO THE HEADER FOR THE CALLER'S REWRITE.
           MOVE WS-HEADER-KEY TO PR-KEY.
           READ PATIENT-RCV-FILE.
           SET PR-HDR-AT-AGENCY TO TRUE.
           MOVE WS-RUN-DATE TO PR-HDR-PLACED-DATE.
           MOVE WS-RUN-DATE TO PR-HDR-LAST-DUN-DATE.
       400-EXIT.
           EXIT.

       450-MARK-ONE-PLACED.
           MOVE "450-MARK-ONE-PLACED" TO PARA-NAME.
           READ PATIENT-RCV-FILE NEXT RECORD
               AT END
                   SET WS-ITEMS-DONE TO TRUE
                   GO TO 450-EXIT
           END-READ.
           IF PR-GUARANTOR-ID NOT = WS-GUARANTOR
               SET WS-ITEMS-DONE TO TRUE
               GO TO 450-EXIT.
           IF NOT PR-OPEN
               GO TO 450-EXIT.
           IF PR-ORIG-AMT - PR-PAID-AMT - PR-ADJ-AMT NOT > ZERO
               GO TO 450-EXIT.
           SET PR-PLACED TO TRUE.
           REWRITE PATIENT-RCV-REC.
       450-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN I-O PATIENT-RCV-FILE.
           OPEN INPUT PRSNMSTR.
           OPEN OUTPUT LETTER-FILE, PLACEMENT-FILE, DUNNING-REGISTER.
           DISPLAY "PATDUN OPEN FILES".
           DISPLAY RCV-STATUS.
           DISPLAY PRSN-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, PATIENT-RCV-FILE, PRSNMSTR, LETTER-FILE,
                 PLACEMENT-FILE, DUNNING-REGISTER.
           DISPLAY "PATDUN FILES CLOSED".
       900-EXIT.
           EXIT.
