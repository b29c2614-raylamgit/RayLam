      *                DUE ACROSS ALL PATIENTS UNDER EACH GUARANTOR -
      *                ONE CHECK PER HOUSEHOLD, STILL ITEMIZED PER
      *                PATIENT.
      * 2026  D.ELLIS  PATIENT RECEIVABLE - WHAT EACH DISCHARGED STAY
      *                LEAVES THE PATIENT OWING IS OPENED AS AN ITEM
      *                ON THE PATRCV LEDGER UNDER THE GUARANTOR (ONCE
      *                PER STAY - A RERUN DOES NOT OPEN IT AGAIN), FOR
      *                PATPAY TO POST AGAINST AND PATDUN TO AGE.  THE
      *                FIRST STATEMENT FOR A GUARANTOR EACH RUN SHOWS
      *                THE ACCOUNT SINCE THE LAST ONE - PREVIOUS
      *                BALANCE, PAYMENTS RECEIVED, ADJUSTMENTS AND
      *                BALANCE FORWARD - AND THE HOUSEHOLD SUMMARY
      *                ADDS THE BALANCE FORWARD TO THE AMOUNT DUE.
      *                COLUMNS 2-9 OF THE PARM CARD MAY GIVE THE
      *                STATEMENT DATE (DEFAULT TODAY).
      * 2026  D.ELLIS  EACH EOB IS NOW ROUTED THROUGH DLVDOC BY THE
      *                GUARANTOR'S DELIVERY PREFERENCE - PRINTED ONLY
      *                FOR THOSE WHO WANT PAPER, AND PASSED LINE BY
      *                LINE TO THE ELECTRONIC DOCUMENT FILE FOR THOSE
      *                WHO CHOSE ELECTRONIC OR BOTH.  THE HOUSEHOLD
      *                SUMMARY IS AN INTERNAL LISTING AND STAYS ON
      *                PAPER.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY   is PB-KEY
                  FILE STATUS  is PB-STATUS.

           SELECT PATIENT-RCV-FILE
                  ASSIGN       to PATRCV
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PR-KEY
                  FILE STATUS  is RCV-STATUS.

           SELECT PARM-CARDS
           ASSIGN TO SYSIN
             ACCESS MODE IS SEQUENTIAL
           DATA RECORD IS PATIENT-ACCUM-REC.
       COPY PATACCUM.

       FD  PATIENT-RCV-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PATIENT-RCV-REC.
       COPY PATRCV.

       FD  PARM-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARM-REC.
       01  PARM-REC.
           05  PRM-STMT-MODE               PIC X(01).
           05  PRM-STMT-DATE               PIC 9(08).
           05  FILLER                      PIC X(71).

       FD  EOBPRINT
           RECORDING MODE IS F
               88 SF-FOUND        VALUE "00".
           05  PB-STATUS               PIC X(2).
               88 PB-FOUND        VALUE "00".
           05  RCV-STATUS              PIC X(2).
               88 RCV-OK          VALUE "00".
               88 RCV-NOT-FOUND   VALUE "23".
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM    VALUE "10".
           05  OFCODE                  PIC X(2).
           05 WS-GUA-SUB                  PIC 9(4) COMP VALUE 0.
           05 WS-GUA-FOUND-SW             PIC X(1) VALUE "N".
              88 WS-GUA-FOUND VALUE "Y".
           05 WS-STMT-DATE                PIC 9(8) VALUE ZERO.
           05 WS-BAL-FORWARD              PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-ITEMS-OPENED             PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-ALREADY            PIC 9(7) VALUE ZERO.
           05 WS-EOBS-PRINTED             PIC 9(7) VALUE ZERO.
           05 WS-EOBS-ELECTRONIC          PIC 9(7) VALUE ZERO.

      *    ONE ENTRY PER GUARANTOR (HOUSEHOLD) SEEN THIS RUN - THE
      *    COMBINED AMOUNT DUE FOR THE CONSOLIDATED SUMMARY SECTION.
               10  GU-GUARANTOR-ID        PIC X(8).
               10  GU-PATIENT-COUNT       PIC 9(4).
               10  GU-AMOUNT-DUE          PIC S9(9)V99 COMP-3.
               10  GU-BAL-FORWARD         PIC S9(9)V99 COMP-3.

       01  WS-GUARANTOR-LINE.
           05  FILLER                  PIC X(11)
           05  FILLER                  PIC X(25)
                 VALUE "  COMBINED AMOUNT DUE:  ".
           05  GSL-DUE-O               PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(11) VALUE "  BAL FWD: ".
           05  GSL-BAL-FWD-O           PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(13)
                 VALUE "  TOTAL DUE: ".
           05  GSL-TOTAL-DUE-O         PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-GUA-HEADING-LINE.
           05  FILLER                  PIC X(36)
                 VALUE "CONSOLIDATED HOUSEHOLD STATEMENTS".
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-ACCOUNT-LINE.
           05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
           05  ACC-GUARANTOR-O         PIC X(08).
           05  FILLER                  PIC X(11) VALUE "  PREVIOUS:".
           05  ACC-PREVIOUS-O          PIC $$,$$$,$$9.99-.
           05  FILLER                  PIC X(20)
                 VALUE "  PAYMENTS RECEIVED:".
           05  ACC-PAID-O              PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(14)
                 VALUE "  ADJUSTMENTS:".
           05  ACC-ADJ-O               PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(18)
                 VALUE "  BALANCE FORWARD:".
           05  ACC-FORWARD-O           PIC $$,$$$,$$9.99-.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

           05  EOB-TOT-PAT-O           PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(43) VALUE SPACES.

       COPY DLVPARM.

       COPY HLTHPLAN.
       COPY PROVIDER.
       COPY PATINS.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-STMT-DATE.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           MOVE "000000" TO PATIENT-KEY.
               PERFORM 700-PRINT-GUARANTOR-SUMMARY THRU 700-EXIT
           END-IF.

           DISPLAY "PATSTMT RECEIVABLE ITEMS OPENED " WS-ITEMS-OPENED
               " ALREADY ON LEDGER " WS-ITEMS-ALREADY.
           DISPLAY "PATSTMT EOBS PRINTED " WS-EOBS-PRINTED
               " ELECTRONIC " WS-EOBS-ELECTRONIC.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               MOVE PRM-STMT-MODE TO WS-STMT-MODE-SW
               IF PRM-STMT-DATE NUMERIC AND PRM-STMT-DATE > ZERO
                   MOVE PRM-STMT-DATE TO WS-STMT-DATE
               END-IF
           END-IF.
       050-EXIT.
           EXIT.
           MOVE FIRST-NAME TO EOB-FIRST-O.
           MOVE LAST-NAME TO EOB-LAST-O.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO EOB-PATIENT-O.
      *    A BLANK GUARANTOR MEANS THE PATIENT GUARANTEES THEMSELF.
           IF GUARANTOR-ID = SPACES OR GUARANTOR-ID = LOW-VALUES
               MOVE PATIENT-ID IN PATIENT-MASTER-REC
           ELSE
               MOVE GUARANTOR-ID TO WS-GUARANTOR
           END-IF.
           PERFORM 740-BEGIN-DELIVERY THRU 740-EXIT.
           MOVE WS-EOB-HEADER-1 TO DLV-LINE.
           PERFORM 750-PUT-EOB-LINE THRU 750-EXIT.
           IF WS-CONSOLIDATED-MODE
               MOVE WS-GUARANTOR TO GUA-ID-O
               MOVE WS-GUARANTOR-LINE TO DLV-LINE
               PERFORM 750-PUT-EOB-LINE THRU 750-EXIT
           END-IF.
           MOVE PLAN-ID IN DCLHEALTH-PLAN TO EOB-PLAN-O.
           MOVE DEDUCTIBLE TO EOB-DEDUCT-O.
           MOVE COPAYMENT TO EOB-COPAY-O.
           MOVE CO-INSURANCE TO EOB-COINS-O.
           MOVE WS-EOB-HEADER-2 TO DLV-LINE.
           PERFORM 750-PUT-EOB-LINE THRU 750-EXIT.

           PERFORM 400-PRINT-LAB-LINES THRU 400-EXIT.
           PERFORM 500-PRINT-EQUIP-LINES THRU 500-EXIT.
           MOVE WS-TOT-CHARGES TO EOB-TOT-CHG-O.
           MOVE WS-TOT-PLAN-PAID TO EOB-TOT-PAID-O.
           MOVE WS-TOT-PATIENT TO EOB-TOT-PAT-O.
           MOVE WS-EOB-TOTALS TO DLV-LINE.
           PERFORM 750-PUT-EOB-LINE THRU 750-EXIT.
           PERFORM 660-POST-TO-RECEIVABLE THRU 660-EXIT.
           MOVE WS-BLANK-LINE TO DLV-LINE.
           PERFORM 750-PUT-EOB-LINE THRU 750-EXIT.
           PERFORM 760-END-DELIVERY THRU 760-EXIT.

           IF WS-CONSOLIDATED-MODE
               PERFORM 650-ROLL-TO-GUARANTOR THRU 650-EXIT
                                             EOB-ALLOWED-O
               MOVE WS-PLAN-PAID TO EOB-PAID-O
               MOVE WS-PATIENT-OWES TO EOB-OWES-O
               MOVE WS-EOB-DETAIL TO DLV-LINE
               PERFORM 750-PUT-EOB-LINE THRU 750-EXIT
               ADD TEST-CHARGES(ROW-SUB) TO WS-TOT-CHARGES
               ADD WS-PLAN-PAID TO WS-TOT-PLAN-PAID
               ADD WS-PATIENT-OWES TO WS-TOT-PATIENT
                                                  EOB-ALLOWED-O
               MOVE WS-PLAN-PAID TO EOB-PAID-O
               MOVE WS-PATIENT-OWES TO EOB-OWES-O
               MOVE WS-EOB-DETAIL TO DLV-LINE
               PERFORM 750-PUT-EOB-LINE THRU 750-EXIT
               ADD EQUIPMENT-CHARGES(ROW-SUB) TO WS-TOT-CHARGES
               ADD WS-PLAN-PAID TO WS-TOT-PLAN-PAID
               ADD WS-PATIENT-OWES TO WS-TOT-PATIENT
           MOVE WS-PATIENT-SHARE TO EOB-ADJ-SHARE-O.
           MOVE PB-DEDUCT-MET TO EOB-ADJ-DEDUCT-O.
           MOVE PB-OOP-PAID TO EOB-ADJ-OOP-O.
           MOVE WS-EOB-ADJUST-LINE TO DLV-LINE.
           PERFORM 750-PUT-EOB-LINE THRU 750-EXIT.
       600-EXIT.
           EXIT.

                       TO GU-GUARANTOR-ID (WS-GUA-SUB)
                   MOVE ZERO TO GU-PATIENT-COUNT (WS-GUA-SUB)
                   MOVE ZERO TO GU-AMOUNT-DUE (WS-GUA-SUB)
                   MOVE ZERO TO GU-BAL-FORWARD (WS-GUA-SUB)
               ELSE
                   GO TO 650-EXIT
               END-IF
           END-IF.
           ADD 1 TO GU-PATIENT-COUNT (WS-GUA-SUB).
           ADD WS-TOT-PATIENT TO GU-AMOUNT-DUE (WS-GUA-SUB).
           ADD WS-BAL-FORWARD TO GU-BAL-FORWARD (WS-GUA-SUB).
       650-EXIT.
           EXIT.

       660-POST-TO-RECEIVABLE.
      *** THE GUARANTOR'S ACCOUNT SINCE THE LAST STATEMENT PRINTS
      *** ON THE FIRST OF THE HOUSEHOLD'S STATEMENTS THIS RUN, THEN
      *** THE HEADER IS MOVED ON TO THIS STATEMENT DATE.  A STAY
      *** STILL IN HOUSE IS NOT BILLED TO THE PATIENT UNTIL IT IS
      *** DISCHARGED, SO ONLY DISCHARGED STAYS OPEN AN ITEM.
           MOVE "660-POST-TO-RECEIVABLE" TO PARA-NAME.
           MOVE ZERO TO WS-BAL-FORWARD.
           MOVE WS-GUARANTOR TO PR-GUARANTOR-ID.
           MOVE SPACES TO PR-PATIENT-ID.
           MOVE ZERO TO PR-SERVICE-DATE.
           READ PATIENT-RCV-FILE.
           IF RCV-NOT-FOUND
               MOVE ZERO TO PR-HDR-BALANCE PR-HDR-STMT-BALANCE
                            PR-HDR-PAID-SINCE-STMT
                            PR-HDR-ADJ-SINCE-STMT
                            PR-HDR-LAST-PAY-DATE PR-HDR-DUN-STAGE
                            PR-HDR-LAST-DUN-DATE PR-HDR-PLACED-DATE
               MOVE WS-STMT-DATE TO PR-HDR-LAST-STMT-DATE
               WRITE PATIENT-RCV-REC
               GO TO 660-OPEN-ITEM.
           IF NOT RCV-OK
               DISPLAY "PATSTMT PATRCV READ FAILED " WS-GUARANTOR
                   " STATUS " RCV-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 660-EXIT.
           IF PR-HDR-LAST-STMT-DATE = WS-STMT-DATE
               GO TO 660-OPEN-ITEM.

           MOVE WS-GUARANTOR TO ACC-GUARANTOR-O.
           MOVE PR-HDR-STMT-BALANCE TO ACC-PREVIOUS-O.
           MOVE PR-HDR-PAID-SINCE-STMT TO ACC-PAID-O.
           MOVE PR-HDR-ADJ-SINCE-STMT TO ACC-ADJ-O.
           MOVE PR-HDR-BALANCE TO ACC-FORWARD-O.
           MOVE WS-ACCOUNT-LINE TO DLV-LINE.
           PERFORM 750-PUT-EOB-LINE THRU 750-EXIT.
           MOVE PR-HDR-BALANCE TO WS-BAL-FORWARD.
           MOVE PR-HDR-BALANCE TO PR-HDR-STMT-BALANCE.
           MOVE ZERO TO PR-HDR-PAID-SINCE-STMT PR-HDR-ADJ-SINCE-STMT.
           MOVE WS-STMT-DATE TO PR-HDR-LAST-STMT-DATE.
           REWRITE PATIENT-RCV-REC.

       660-OPEN-ITEM.
           IF WS-TOT-PATIENT NOT > ZERO
               GO TO 660-EXIT.
           IF DATE-DISCHARGE IN PATIENT-MASTER-REC NOT NUMERIC
                   OR DATE-DISCHARGE IN PATIENT-MASTER-REC
                       = "00000000"
               GO TO 660-EXIT.
           MOVE WS-GUARANTOR TO PR-GUARANTOR-ID.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO PR-PATIENT-ID.
           MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
               TO PR-SERVICE-DATE.
           MOVE SPACES TO PR-ITEM-DATA.
           SET PR-OPEN TO TRUE.
           MOVE WS-STMT-DATE TO PR-OPENED-DATE.
           MOVE WS-TOT-PATIENT TO PR-ORIG-AMT.
           MOVE ZERO TO PR-PAID-AMT PR-ADJ-AMT PR-LAST-PAY-DATE
                        PR-CLOSED-DATE.
           WRITE PATIENT-RCV-REC
               INVALID KEY
                   ADD 1 TO WS-ITEMS-ALREADY
                   GO TO 660-EXIT
           END-WRITE.
           ADD 1 TO WS-ITEMS-OPENED.

      *** THE NEW CHARGE GOES ON THE RUNNING BALANCE AND ON THE
      *** BALANCE AS OF THIS STATEMENT.
           MOVE SPACES TO PR-PATIENT-ID.
           MOVE ZERO TO PR-SERVICE-DATE.
           READ PATIENT-RCV-FILE.
           IF NOT RCV-OK
               DISPLAY "PATSTMT PATRCV HEADER MISSING " WS-GUARANTOR
               MOVE 8 TO RETURN-CODE
               GO TO 660-EXIT.
           ADD WS-TOT-PATIENT TO PR-HDR-BALANCE PR-HDR-STMT-BALANCE.
           REWRITE PATIENT-RCV-REC.
       660-EXIT.
           EXIT.

       700-PRINT-GUARANTOR-SUMMARY.
      *** ONE LINE PER HOUSEHOLD - THE COMBINED AMOUNT DUE THE
      *** GUARANTOR WRITES ONE CHECK FOR.
               MOVE GU-GUARANTOR-ID (WS-GUA-SUB) TO GSL-ID-O
               MOVE GU-PATIENT-COUNT (WS-GUA-SUB) TO GSL-PATIENTS-O
               MOVE GU-AMOUNT-DUE (WS-GUA-SUB) TO GSL-DUE-O
               MOVE GU-BAL-FORWARD (WS-GUA-SUB) TO GSL-BAL-FWD-O
               COMPUTE GSL-TOTAL-DUE-O = GU-AMOUNT-DUE (WS-GUA-SUB)
                   + GU-BAL-FORWARD (WS-GUA-SUB)
               WRITE EOB-REC FROM WS-GUA-SUMMARY-LINE
           END-PERFORM.
       700-EXIT.
           EXIT.

      ******************************************************************
      * EACH EOB GOES TO THE GUARANTOR - THE PERSON WHO RECEIVES AND
      * PAYS IT - BY THEIR DELIVERY PREFERENCE.  DLVDOC SAYS PRINT
      * WHEN THERE IS NO PREFERENCE OR ANYTHING IS WRONG.
      ******************************************************************
       740-BEGIN-DELIVERY.
           MOVE "740-BEGIN-DELIVERY" TO PARA-NAME.
           MOVE SPACES TO DLV-PARMS.
           MOVE "B" TO DLV-FUNCTION.
           MOVE "PATSTMT" TO DLV-PROGRAM.
           MOVE "EOB" TO DLV-DOC-TYPE.
           MOVE "P" TO DLV-RECIP-TYPE.
           MOVE WS-GUARANTOR TO DLV-RECIP-ID.
           MOVE WS-STMT-DATE TO DLV-DOC-DATE.
           MOVE ZERO TO DLV-PAGE-COUNT.
           CALL "DLVDOC" USING DLV-PARMS.
           IF DLV-WANTS-PRINT
               ADD 1 TO WS-EOBS-PRINTED.
           IF DLV-WANTS-ELEC
               ADD 1 TO WS-EOBS-ELECTRONIC.
       740-EXIT.
           EXIT.

       750-PUT-EOB-LINE.
           IF DLV-WANTS-PRINT
               WRITE EOB-REC FROM DLV-LINE.
           IF DLV-WANTS-ELEC
               MOVE "L" TO DLV-FUNCTION
               CALL "DLVDOC" USING DLV-PARMS.
       750-EXIT.
           EXIT.

       760-END-DELIVERY.
           MOVE "760-END-DELIVERY" TO PARA-NAME.
           MOVE "E" TO DLV-FUNCTION.
           MOVE ZERO TO DLV-PAGE-COUNT.
           CALL "DLVDOC" USING DLV-PARMS.
       760-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PATMSTR, PRSNMSTR, PATINS.
           OPEN INPUT STATE-FACTOR-FILE, PATIENT-ACCUM-FILE.
           OPEN I-O PATIENT-RCV-FILE.
           IF RCV-STATUS = "35"
               CLOSE PATIENT-RCV-FILE
               OPEN OUTPUT PATIENT-RCV-FILE
               CLOSE PATIENT-RCV-FILE
               OPEN I-O PATIENT-RCV-FILE
           END-IF.
           OPEN INPUT PARM-CARDS.
           OPEN OUTPUT EOBPRINT.
           DISPLAY "PATSTMT OPEN FILES".
           DISPLAY PATMSTR-STATUS.
           DISPLAY PRSN-STATUS.
           DISPLAY PATINS-STATUS.
           DISPLAY RCV-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PATMSTR, PRSNMSTR, PATINS, STATE-FACTOR-FILE,
                 PATIENT-ACCUM-FILE, PATIENT-RCV-FILE, PARM-CARDS,
                 EOBPRINT.
           DISPLAY "PATSTMT FILES CLOSED".
       900-EXIT.
           EXIT.
