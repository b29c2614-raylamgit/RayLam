      *                TOTALS SECTION PER PROVIDER WITH THE PROVIDER
      *                NAME FROM DDS0001.PROVIDER.  PROVIDERS STOP
      *                CALLING TO ASK WHAT WAS PAID.
      * 2026  D.ELLIS  OVERPAYMENT RECOUPMENT.  OPEN RECEIVABLES ON THE
      *                OVPLEDG LEDGER (OPENED BY OVPSWEEP AFTER A
      *                RETROACTIVE TERMINATION) ARE OFFSET AGAINST THE
      *                PROVIDER'S PAYMENTS ON THIS ADVICE, OLDEST KEY
      *                FIRST, UP TO THE AMOUNT PAID - EACH RECOUPMENT
      *                LISTED UNDER THE PROVIDER'S TOTALS WITH THE NET
      *                PAID.  A LINE UNDER RECOVERY IS NOT PAID AGAIN.
      *                NO LEDGER LEAVES THE ADVICE AS IT WAS.
      * 2026  D.ELLIS  REMITTANCE DETAIL.  EVERY LINE PAID ON THE
      *                ADVICE AND EVERY RECOUPMENT TAKEN AGAINST IT IS
      *                WRITTEN TO THE RMTDTL FILE FOR THE PRVPAY
      *                PAYMENT RUN.  A LINE PRVPAY HAS ALREADY PAID IS
      *                LEFT OFF LATER ADVICES; ONE REMITTED BUT NOT YET
      *                PAID IS CARRIED FORWARD ONTO THIS ONE.  ADVICE
      *                TOTAL LINE (PAID, RECOUPED, NET) ADDED FOR THE
      *                PAYMENT REGISTER TO BALANCE TO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY   is FS-SERVICE-ID
                  FILE STATUS  is FEE-STATUS.

           SELECT OVERPAYMENT-LEDGER
           ASSIGN TO OVPLEDG
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OV-KEY
             FILE STATUS IS OV-STATUS-CD.

           SELECT REMIT-DETAIL-FILE
           ASSIGN TO RMTDTL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RD-KEY
             FILE STATUS IS RD-STATUS-CD.

           SELECT REMIT-RPT
           ASSIGN TO UT-S-REMITADV
             ACCESS MODE IS SEQUENTIAL
           DATA RECORD IS FEE-SCHEDULE-REC.
       COPY FEESCHED.

       FD  OVERPAYMENT-LEDGER
           RECORD CONTAINS 100 CHARACTERS.
       COPY OVPLEDG.

       FD  REMIT-DETAIL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY RMTDTL.

       FD  REMIT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
               88 END-OF-PATMSTR   VALUE "10".
           05  FEE-STATUS              PIC X(2).
               88 FEE-FOUND       VALUE "00".
           05  OV-STATUS-CD            PIC X(2).
               88 OV-FOUND        VALUE "00".
           05  RD-STATUS-CD            PIC X(2).
               88 RD-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

           05 WS-OVFL-PROVIDERS           PIC 9(4) VALUE 0.
           05 WS-OVFL-DOLLARS             PIC S9(9)V99 COMP-3 VALUE 0.

      *    OVERPAYMENT RECOUPMENT WORK FIELDS.
       01  RECOUP-FIELDS.
           05 WS-RUN-DATE                 PIC 9(8) VALUE 0.
           05 WS-LINE-TYPE                PIC X(1) VALUE SPACES.
           05 WS-OVP-OPEN-SW              PIC X(1) VALUE "N".
              88 WS-OVP-FILE-OPEN VALUE "Y".
           05 WS-OVP-DONE-SW              PIC X(1) VALUE "N".
              88 WS-OVP-DONE      VALUE "Y".
           05 WS-NET-AVAIL                PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-OPEN-AMT                 PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-RECOUP-AMT               PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-PROV-RECOUPED            PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-TOT-RECOUPED             PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-RECOUP-ITEMS             PIC 9(6) VALUE 0.
           05 WS-WITHHELD-LINES           PIC 9(6) VALUE 0.

      *    REMITTANCE DETAIL WORK FIELDS.
       01  REMIT-DETAIL-FIELDS.
           05 WS-PRIOR-PAID-SW            PIC X(1) VALUE "N".
              88 WS-LINE-PAID-EARLIER VALUE "Y".
           05 WS-PRIOR-PAID-LINES         PIC 9(6) VALUE 0.
           05 WS-CARRIED-LINES            PIC 9(6) VALUE 0.
           05 WS-TOT-PAID                 PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-TOT-NET                  PIC S9(9)V99 COMP-3 VALUE 0.

      *    ONE ENTRY PER DISTINCT PRESCRIBING PHYSICIAN - NAME FROM
      *    THE PROVIDER TABLE (ASKED ONCE) AND THE RUNNING TOTALS
      *    FOR THE PER-PROVIDER SECTION AT THE BOTTOM.
           05  DTL-PATIENT-RESP        PIC $$$,$$9.99.
           05  FILLER                  PIC X(6) VALUE " PAID ".
           05  DTL-PAID                PIC $$$,$$9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-NOTE                PIC X(22) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-PROVIDER-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE "PROVIDER: ".
           05  PTL-PAID                PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-RECOUP-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "RECOUP ".
           05  RCP-PATIENT-ID          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  RCP-LINE-TYPE           PIC X(1).
           05  RCP-LINE-NO             PIC 9(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  RCP-SERVICE-ID          PIC X(8).
           05  FILLER                  PIC X(5) VALUE " SVC ".
           05  RCP-SERVICE-DATE        PIC 9(8).
           05  FILLER                  PIC X(6) VALUE " TERM ".
           05  RCP-TERM-DATE           PIC 9(8).
           05  FILLER                  PIC X(10) VALUE " OVERPAID ".
           05  RCP-OVERPAID            PIC $$$,$$9.99.
           05  FILLER                  PIC X(10) VALUE " RECOUPED ".
           05  RCP-RECOUPED            PIC $$$,$$9.99.
           05  FILLER                  PIC X(6) VALUE " OPEN ".
           05  RCP-STILL-OPEN          PIC $$$,$$9.99.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-NET-PAID-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(16)
                 VALUE "LESS RECOUPMENT ".
           05  NET-RECOUPED            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(11) VALUE "  NET PAID ".
           05  NET-PAID                PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  WS-RECOUP-TOTALS-LINE.
           05  FILLER                  PIC X(36)
                 VALUE "RECOUPED AGAINST OPEN OVERPAYMENTS: ".
           05  RCT-ITEMS-O             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(7) VALUE " ITEMS ".
           05  RCT-AMOUNT-O            PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(25)
                 VALUE "  LINES NOT PAID AGAIN: ".
           05  RCT-WITHHELD-O          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-SWEEP-TOTALS-LINE.
           05  FILLER                  PIC X(16)
                 VALUE "PATIENTS SWEPT: ".
           05  SWT-PROVIDERS-O         PIC ZZZ9.
           05  FILLER                  PIC X(93) VALUE SPACES.

       01  WS-ADVICE-TOTALS-LINE.
           05  FILLER                  PIC X(18)
                 VALUE "ADVICE TOTAL PAID ".
           05  ADV-PAID-O              PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(11) VALUE "  RECOUPED ".
           05  ADV-RECOUPED-O          PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(06) VALUE "  NET ".
           05  ADV-NET-O               PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(16)
                 VALUE "  CARRIED FWD: ".
           05  ADV-CARRIED-O           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16)
                 VALUE "  PAID EARLIER: ".
           05  ADV-PRIOR-O             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-OVERFLOW-LINE.
           05  FILLER                  PIC X(35) VALUE
                 "*** PROVIDER TABLE FULL - DROPPED: ".
      * LIST THE LINES AND THEN THE PER-PROVIDER TOTALS SECTION.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           MOVE "000000" TO PATIENT-KEY.
           START PATMSTR KEY > PATIENT-KEY.
           MOVE "100-SWEEP-ONE-PATIENT" TO PARA-NAME.
           ADD 1 TO WS-PATIENTS-READ.

           MOVE "L" TO WS-LINE-TYPE.
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL
               ROW-SUB > WS-MAX-LINE-ITEMS OR
               LAB-TEST-S-ID(ROW-SUB) = " "
               PERFORM 200-REMIT-ONE-LINE THRU 200-EXIT
           END-PERFORM.

           MOVE "E" TO WS-LINE-TYPE.
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL
               ROW-SUB > WS-MAX-LINE-ITEMS OR
               EQUIPMENT-S-ID(ROW-SUB) = " "
           COMPUTE WS-PAID ROUNDED =
               WS-ALLOWED * WS-PAID-PCT / 100.
           COMPUTE WS-PATIENT-RESP = WS-ALLOWED - WS-PAID.
           MOVE SPACES TO DTL-NOTE.
           PERFORM 270-CHECK-PRIOR-REMIT THRU 270-EXIT.
           IF WS-LINE-PAID-EARLIER
               ADD 1 TO WS-PRIOR-PAID-LINES
               GO TO 200-EXIT.
           IF WS-OVP-FILE-OPEN
               PERFORM 260-CHECK-UNDER-RECOVERY THRU 260-EXIT
           END-IF.
           ADD WS-PAID TO WS-TOT-PAID.
           IF WS-PAID > ZERO
               PERFORM 280-WRITE-REMIT-DETAIL THRU 280-EXIT
           END-IF.

           PERFORM 250-FIND-PROVIDER-SLOT THRU 250-EXIT.
           IF WS-PHYS-SUB > ZERO
       250-EXIT.
           EXIT.

       260-CHECK-UNDER-RECOVERY.
      *** A LINE ALREADY ON THE OVERPAYMENT LEDGER WAS SERVED AFTER
      *** THE MEMBER'S COVERAGE ENDED - PAYING IT AGAIN WOULD ONLY
      *** ADD TO WHAT IS BEING RECOUPED.  IT IS LISTED, NOT PAID.
           MOVE "260-CHECK-UNDER-RECOVERY" TO PARA-NAME.
           MOVE PHYS-ID-TEMP TO OV-PROVIDER-ID.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO OV-PATIENT-ID.
           MOVE WS-LINE-TYPE TO OV-LINE-TYPE.
           MOVE ROW-SUB TO OV-LINE-NO.
           READ OVERPAYMENT-LEDGER
               INVALID KEY GO TO 260-EXIT
           END-READ.
           MOVE ZERO TO WS-PAID.
           MOVE WS-ALLOWED TO WS-PATIENT-RESP.
           MOVE "NOT PAID - RETRO TERM" TO DTL-NOTE.
           ADD 1 TO WS-WITHHELD-LINES.
       260-EXIT.
           EXIT.

       270-CHECK-PRIOR-REMIT.
      *** A LINE PRVPAY HAS PAID IS NEVER REMITTED AGAIN.  ONE STILL
      *** WAITING ON THE PAYMENT RUN FROM AN EARLIER ADVICE IS TAKEN
      *** OFF THAT ADVICE'S DATE AND CARRIED ONTO THIS ONE, SO THE
      *** NEXT PAYMENT RUN BALANCES TO THIS ADVICE'S TOTALS.
           MOVE "270-CHECK-PRIOR-REMIT" TO PARA-NAME.
           MOVE "N" TO WS-PRIOR-PAID-SW.
           MOVE PHYS-ID-TEMP TO RD-PROVIDER-ID.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO RD-PATIENT-ID.
           MOVE WS-LINE-TYPE TO RD-LINE-TYPE.
           MOVE ROW-SUB TO RD-LINE-NO.
           MOVE "P" TO RD-ROW-TYPE.
           MOVE ZERO TO RD-ADVICE-DATE.
           START REMIT-DETAIL-FILE KEY IS NOT LESS THAN RD-KEY
               INVALID KEY GO TO 270-EXIT
           END-START.
           READ REMIT-DETAIL-FILE NEXT RECORD
               AT END GO TO 270-EXIT
           END-READ.
           IF RD-PROVIDER-ID NOT = PHYS-ID-TEMP
                   OR RD-PATIENT-ID NOT =
                       PATIENT-ID IN PATIENT-MASTER-REC
                   OR RD-LINE-TYPE NOT = WS-LINE-TYPE
                   OR RD-LINE-NO NOT = ROW-SUB
                   OR NOT RD-PAYMENT-ROW
               GO TO 270-EXIT.
           IF NOT RD-NOT-PAID
               SET WS-LINE-PAID-EARLIER TO TRUE
               GO TO 270-EXIT.
           IF RD-ADVICE-DATE NOT = WS-RUN-DATE
               ADD 1 TO WS-CARRIED-LINES
           END-IF.
           DELETE REMIT-DETAIL-FILE RECORD.
       270-EXIT.
           EXIT.

       280-WRITE-REMIT-DETAIL.
           MOVE "280-WRITE-REMIT-DETAIL" TO PARA-NAME.
           MOVE SPACES TO REMIT-DETAIL-REC.
           MOVE PHYS-ID-TEMP TO RD-PROVIDER-ID.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO RD-PATIENT-ID.
           MOVE WS-LINE-TYPE TO RD-LINE-TYPE.
           MOVE ROW-SUB TO RD-LINE-NO.
           MOVE "P" TO RD-ROW-TYPE.
           MOVE WS-RUN-DATE TO RD-ADVICE-DATE.
           MOVE WS-SERVICE-TEMP TO RD-SERVICE-ID.
           MOVE WS-BILLED TO RD-BILLED-AMT.
           MOVE WS-ALLOWED TO RD-ALLOWED-AMT.
           MOVE WS-PATIENT-RESP TO RD-PATIENT-RESP.
           MOVE WS-PAID TO RD-PAID-AMT.
           MOVE ZERO TO RD-PAYMENT-NO RD-PAYMENT-DATE.
           WRITE REMIT-DETAIL-REC
               INVALID KEY
                   DISPLAY "PRVREMIT RMTDTL WRITE FAILED " RD-KEY
                   MOVE 8 TO RETURN-CODE
           END-WRITE.
       280-EXIT.
           EXIT.

       300-GET-PROVIDER-NAME.
      *** ONE PROVIDER-TABLE PROBE PER DISTINCT PHYSICIAN ID.
           MOVE "300-GET-PROVIDER-NAME" TO PARA-NAME.
               MOVE PC-BILLED (WS-PHYS-SUB) TO PTL-BILLED
               MOVE PC-PAID (WS-PHYS-SUB) TO PTL-PAID
               WRITE REMIT-RPT-REC FROM WS-PROVIDER-TOTAL-LINE
               IF WS-OVP-FILE-OPEN AND PC-PAID (WS-PHYS-SUB) > ZERO
                   PERFORM 720-OFFSET-RECOVERIES THRU 720-EXIT
               END-IF
           END-PERFORM.
           WRITE REMIT-RPT-REC FROM WS-BLANK-LINE.
           MOVE WS-PATIENTS-READ TO SWT-PATIENTS-O.
           MOVE WS-PHYS-COUNT TO SWT-PROVIDERS-O.
           WRITE REMIT-RPT-REC FROM WS-SWEEP-TOTALS-LINE.
           COMPUTE WS-TOT-NET = WS-TOT-PAID - WS-TOT-RECOUPED.
           MOVE WS-TOT-PAID TO ADV-PAID-O.
           MOVE WS-TOT-RECOUPED TO ADV-RECOUPED-O.
           MOVE WS-TOT-NET TO ADV-NET-O.
           MOVE WS-CARRIED-LINES TO ADV-CARRIED-O.
           MOVE WS-PRIOR-PAID-LINES TO ADV-PRIOR-O.
           WRITE REMIT-RPT-REC FROM WS-ADVICE-TOTALS-LINE.
           IF WS-RECOUP-ITEMS > ZERO OR WS-WITHHELD-LINES > ZERO
               MOVE WS-RECOUP-ITEMS TO RCT-ITEMS-O
               MOVE WS-TOT-RECOUPED TO RCT-AMOUNT-O
               MOVE WS-WITHHELD-LINES TO RCT-WITHHELD-O
               WRITE REMIT-RPT-REC FROM WS-RECOUP-TOTALS-LINE
           END-IF.
           IF WS-OVFL-PROVIDERS > ZERO
               MOVE WS-OVFL-PROVIDERS TO OVF-PROVIDERS-O
               MOVE WS-OVFL-DOLLARS TO OVF-DOLLARS-O
       700-EXIT.
           EXIT.

       720-OFFSET-RECOVERIES.
      *** THE PROVIDER'S OPEN OVERPAYMENTS, IN LEDGER KEY ORDER, ARE
      *** TAKEN OUT OF THIS ADVICE'S PAYMENT UNTIL THE PAYMENT OR THE
      *** OPEN ITEMS RUN OUT.  WHAT IS LEFT OPEN WAITS FOR THE NEXT
      *** ADVICE AND SHOWS ON THE OVPAGING REPORT.
           MOVE "720-OFFSET-RECOVERIES" TO PARA-NAME.
           MOVE PC-PAID (WS-PHYS-SUB) TO WS-NET-AVAIL.
           MOVE ZERO TO WS-PROV-RECOUPED.
           MOVE "N" TO WS-OVP-DONE-SW.
           MOVE LOW-VALUES TO OV-KEY.
           MOVE PC-PHYS-ID (WS-PHYS-SUB) TO OV-PROVIDER-ID.
           START OVERPAYMENT-LEDGER KEY IS NOT LESS THAN OV-KEY
               INVALID KEY GO TO 720-EXIT
           END-START.
           READ OVERPAYMENT-LEDGER NEXT RECORD
               AT END SET WS-OVP-DONE TO TRUE
           END-READ.
           PERFORM 730-RECOUP-ONE-ITEM THRU 730-EXIT
               UNTIL WS-OVP-DONE.
           IF WS-PROV-RECOUPED > ZERO
               MOVE WS-PROV-RECOUPED TO NET-RECOUPED
               MOVE WS-NET-AVAIL TO NET-PAID
               WRITE REMIT-RPT-REC FROM WS-NET-PAID-LINE
           END-IF.
       720-EXIT.
           EXIT.

       730-RECOUP-ONE-ITEM.
           MOVE "730-RECOUP-ONE-ITEM" TO PARA-NAME.
           IF OV-PROVIDER-ID NOT = PC-PHYS-ID (WS-PHYS-SUB)
                   OR WS-NET-AVAIL NOT > ZERO
               SET WS-OVP-DONE TO TRUE
               GO TO 730-EXIT.
           IF NOT OV-OPEN
               GO TO 730-READ-NEXT.
           COMPUTE WS-OPEN-AMT = OV-OVERPAID-AMT - OV-RECOVERED-AMT.
           IF WS-OPEN-AMT NOT > ZERO
               GO TO 730-READ-NEXT.

           IF WS-OPEN-AMT > WS-NET-AVAIL
               MOVE WS-NET-AVAIL TO WS-RECOUP-AMT
           ELSE
               MOVE WS-OPEN-AMT TO WS-RECOUP-AMT
           END-IF.
           ADD WS-RECOUP-AMT TO OV-RECOVERED-AMT.
           MOVE WS-RUN-DATE TO OV-LAST-RECOUP-DATE.
           SUBTRACT WS-RECOUP-AMT FROM WS-OPEN-AMT WS-NET-AVAIL.
           IF WS-OPEN-AMT = ZERO
               SET OV-RECOVERED TO TRUE
           END-IF.
           REWRITE OVERPAYMENT-LEDGER-REC.
           ADD WS-RECOUP-AMT TO WS-PROV-RECOUPED WS-TOT-RECOUPED.
           ADD 1 TO WS-RECOUP-ITEMS.
           PERFORM 740-WRITE-RECOUP-DETAIL THRU 740-EXIT.

           MOVE OV-PATIENT-ID TO RCP-PATIENT-ID.
           MOVE OV-LINE-TYPE TO RCP-LINE-TYPE.
           MOVE OV-LINE-NO TO RCP-LINE-NO.
           MOVE OV-SERVICE-ID TO RCP-SERVICE-ID.
           MOVE OV-SERVICE-DATE TO RCP-SERVICE-DATE.
           MOVE OV-TERM-DATE TO RCP-TERM-DATE.
           MOVE OV-OVERPAID-AMT TO RCP-OVERPAID.
           MOVE WS-RECOUP-AMT TO RCP-RECOUPED.
           MOVE WS-OPEN-AMT TO RCP-STILL-OPEN.
           WRITE REMIT-RPT-REC FROM WS-RECOUP-LINE.

       730-READ-NEXT.
           READ OVERPAYMENT-LEDGER NEXT RECORD
               AT END SET WS-OVP-DONE TO TRUE
           END-READ.
       730-EXIT.
           EXIT.

       740-WRITE-RECOUP-DETAIL.
      *** THE RECOUPMENT GOES ON THE REMITTANCE DETAIL AS A NEGATIVE
      *** ROW SO THE PAYMENT RUN NETS IT OUT OF THE PROVIDER'S CHECK.
      *** THE LEDGER RECORD IS STILL IN THE RECORD AREA HERE.
           MOVE "740-WRITE-RECOUP-DETAIL" TO PARA-NAME.
           MOVE PC-PHYS-ID (WS-PHYS-SUB) TO RD-PROVIDER-ID.
           MOVE OV-PATIENT-ID TO RD-PATIENT-ID.
           MOVE OV-LINE-TYPE TO RD-LINE-TYPE.
           MOVE OV-LINE-NO TO RD-LINE-NO.
           MOVE "R" TO RD-ROW-TYPE.
           MOVE WS-RUN-DATE TO RD-ADVICE-DATE.
           READ REMIT-DETAIL-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF RD-FOUND
               IF RD-NOT-PAID
                   SUBTRACT WS-RECOUP-AMT FROM RD-PAID-AMT
                   REWRITE REMIT-DETAIL-REC
               ELSE
                   DISPLAY "PRVREMIT RECOUPMENT ALREADY PAID " RD-KEY
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 740-EXIT.
           MOVE SPACES TO REMIT-DETAIL-REC.
           MOVE PC-PHYS-ID (WS-PHYS-SUB) TO RD-PROVIDER-ID.
           MOVE OV-PATIENT-ID TO RD-PATIENT-ID.
           MOVE OV-LINE-TYPE TO RD-LINE-TYPE.
           MOVE OV-LINE-NO TO RD-LINE-NO.
           MOVE "R" TO RD-ROW-TYPE.
           MOVE WS-RUN-DATE TO RD-ADVICE-DATE.
           MOVE OV-SERVICE-ID TO RD-SERVICE-ID.
           MOVE ZERO TO RD-BILLED-AMT RD-ALLOWED-AMT RD-PATIENT-RESP
                        RD-PAYMENT-NO RD-PAYMENT-DATE.
           COMPUTE RD-PAID-AMT = ZERO - WS-RECOUP-AMT.
           WRITE REMIT-DETAIL-REC
               INVALID KEY
                   DISPLAY "PRVREMIT RMTDTL WRITE FAILED " RD-KEY
                   MOVE 8 TO RETURN-CODE
           END-WRITE.
       740-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PATMSTR.
           OPEN INPUT FEE-SCHEDULE-FILE.
           OPEN I-O OVERPAYMENT-LEDGER.
           IF OV-STATUS-CD = "00"
               MOVE "Y" TO WS-OVP-OPEN-SW.
           OPEN I-O REMIT-DETAIL-FILE.
           IF RD-STATUS-CD = "35"
               CLOSE REMIT-DETAIL-FILE
               OPEN OUTPUT REMIT-DETAIL-FILE
               CLOSE REMIT-DETAIL-FILE
               OPEN I-O REMIT-DETAIL-FILE
           END-IF.
           OPEN OUTPUT REMIT-RPT.
           DISPLAY "PRVREMIT OPEN FILES".
           DISPLAY PATMSTR-STATUS.
           DISPLAY OV-STATUS-CD.
           DISPLAY RD-STATUS-CD.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PATMSTR, FEE-SCHEDULE-FILE, REMIT-DETAIL-FILE,
                 REMIT-RPT.
           IF WS-OVP-FILE-OPEN
               CLOSE OVERPAYMENT-LEDGER
           END-IF.
           DISPLAY "PRVREMIT FILES CLOSED".
       900-EXIT.
           EXIT.
