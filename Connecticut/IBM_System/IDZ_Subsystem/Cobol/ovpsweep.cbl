       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  OVPSWEEP.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  RETROACTIVE TERMINATION
      *                SWEEP.  FOR EACH RETROTRM TRIGGER ELIGLOAD
      *                WROTE, READS THE PATIENT'S PATMSTR CHARGES AND,
      *                WHEN THE TERMINATED PLAN IS THE PATIENT'S
      *                PRIMARY PLAN AND THE SERVICE DATE FALLS AFTER
      *                THE NEW TERMINATION DATE, OPENS AN OVERPAYMENT
      *                RECEIVABLE ON THE OVPLEDG LEDGER AGAINST THE
      *                PRESCRIBING PROVIDER FOR EVERY LAB AND
      *                EQUIPMENT LINE - AT THE AMOUNT PRVREMIT PAID
      *                (LESSER OF BILLED AND FEESCHED ALLOWED, AT THE
      *                STANDARD 80 PCT).  PRVREMIT RECOUPS THEM.
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

           SELECT RETRO-TERM-FILE
           ASSIGN TO UT-S-RETROTRM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RT-STATUS.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PATINS
                  ASSIGN       to PATINS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-INS-KEY
                  FILE STATUS  is PATINS-STATUS.

           SELECT FEE-SCHEDULE-FILE
                  ASSIGN       to FEESCHED
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is FS-SERVICE-ID
                  FILE STATUS  is FEE-STATUS.

           SELECT OVERPAYMENT-LEDGER
           ASSIGN TO OVPLEDG
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OV-KEY
             FILE STATUS IS OV-STATUS-CD.

           SELECT SWEEP-REGISTER
           ASSIGN TO UT-S-OVPSREG
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
           05  PRM-AS-OF-DATE              PIC 9(08).
           05  FILLER                      PIC X(72).

       FD  RETRO-TERM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETRO-TERM-REC.
       COPY RETROTRM.

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  PATINS
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATIENT-INS-KEY      PIC X(06).
           05 FILLER               PIC X(696).

       FD  FEE-SCHEDULE-FILE
           DATA RECORD IS FEE-SCHEDULE-REC.
       COPY FEESCHED.

       FD  OVERPAYMENT-LEDGER
           RECORD CONTAINS 100 CHARACTERS.
       COPY OVPLEDG.

       FD  SWEEP-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SWEEP-REGISTER-REC.
       01  SWEEP-REGISTER-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  RT-STATUS               PIC X(2).
               88 END-OF-RETRO    VALUE "10".
           05  PATMSTR-STATUS          PIC X(2).
               88 PATMSTR-FOUND   VALUE "00".
           05  PATINS-STATUS           PIC X(2).
               88 PATINS-FOUND    VALUE "00".
           05  FEE-STATUS              PIC X(2).
               88 FEE-FOUND       VALUE "00".
           05  OV-STATUS-CD            PIC X(2).
               88 OV-WRITTEN      VALUE "00".
               88 OV-DUPLICATE    VALUE "22".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  ROW-SUB                     PIC 9(3) VALUE 0.
           05  WS-MAX-LINE-ITEMS           PIC 9(3) VALUE 50.
           05  WS-AS-OF-DATE               PIC 9(08) VALUE ZERO.
           05  WS-SERVICE-DATE             PIC 9(08) VALUE ZERO.
           05  WS-LINE-TYPE                PIC X(01) VALUE SPACES.
           05  PHYS-ID-TEMP                PIC X(8) VALUE SPACES.
           05  WS-SERVICE-TEMP             PIC X(8) VALUE SPACES.
           05  WS-BILLED                   PIC S9(5)V99 COMP-3 VALUE 0.
           05  WS-ALLOWED                  PIC S9(5)V99 COMP-3 VALUE 0.
           05  WS-PAID                     PIC S9(5)V99 COMP-3 VALUE 0.
      *    THE STANDARD IN-NETWORK REIMBURSEMENT SHARE PRVREMIT PAYS.
           05  WS-PAID-PCT                 PIC 9(3) VALUE 80.
           05  WS-LINES-FOR-TRIGGER        PIC 9(4) VALUE ZERO.

       01  SWEEP-COUNTERS.
           05  WS-TRIGGERS-READ            PIC 9(06) VALUE ZERO.
           05  WS-TRIGGERS-SKIPPED         PIC 9(06) VALUE ZERO.
           05  WS-OPENED-COUNT             PIC 9(06) VALUE ZERO.
           05  WS-ALREADY-COUNT            PIC 9(06) VALUE ZERO.
           05  WS-OPENED-AMT               PIC 9(9)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(40)
                 VALUE "RETROACTIVE TERMINATION SWEEP - AS OF ".
           05  HDG-AS-OF-DATE              PIC 9(08).
           05  FILLER                      PIC X(85) VALUE SPACES.

       01  WS-TRIGGER-LINE.
           05  FILLER                  PIC X(09) VALUE "PATIENT: ".
           05  TRG-PATIENT-ID          PIC X(08).
           05  FILLER                  PIC X(07) VALUE " PLAN: ".
           05  TRG-PLAN-ID             PIC X(10).
           05  FILLER                  PIC X(11) VALUE " OLD TERM: ".
           05  TRG-OLD-TERM            PIC 9(08).
           05  FILLER                  PIC X(11) VALUE " NEW TERM: ".
           05  TRG-NEW-TERM            PIC 9(08).
           05  FILLER                  PIC X(10) VALUE " SERVICE: ".
           05  TRG-SERVICE-DATE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TRG-RESULT              PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  WS-RECEIVABLE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "PROVIDER: ".
           05  RCV-PROVIDER-ID         PIC X(08).
           05  FILLER                  PIC X(07) VALUE "  LINE ".
           05  RCV-LINE-TYPE           PIC X(01).
           05  RCV-LINE-NO             PIC 9(02).
           05  FILLER                  PIC X(10) VALUE " SERVICE: ".
           05  RCV-SERVICE-ID          PIC X(08).
           05  FILLER                  PIC X(09) VALUE "  BILLED ".
           05  RCV-BILLED              PIC $$$,$$9.99.
           05  FILLER                  PIC X(09) VALUE " ALLOWED ".
           05  RCV-ALLOWED             PIC $$$,$$9.99.
           05  FILLER                  PIC X(10) VALUE " OVERPAID ".
           05  RCV-OVERPAID            PIC $$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RCV-RESULT              PIC X(20).
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(15)
                 VALUE "TRIGGERS READ: ".
           05  TOT-TRIGGERS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14)
                 VALUE "  NO RECOVERY:".
           05  TOT-SKIPPED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(22)
                 VALUE "  RECEIVABLES OPENED: ".
           05  TOT-OPENED              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
           05  TOT-OPENED-AMT          PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(20)
                 VALUE "  ALREADY ON LEDGER:".
           05  TOT-ALREADY             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(133) VALUE " ".

       COPY PATMSTR.

       COPY PATINS.

       PROCEDURE DIVISION.
      *
      * ONE PASS OF THE TRIGGERS - EACH PATIENT'S CHARGES ARE READ
      * BY KEY AND EVERY LINE SERVED AFTER THE NEW TERMINATION DATE
      * BECOMES A RECEIVABLE AGAINST ITS PRESCRIBING PROVIDER.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           MOVE WS-AS-OF-DATE TO HDG-AS-OF-DATE.
           WRITE SWEEP-REGISTER-REC FROM WS-HEADING-LINE.
           WRITE SWEEP-REGISTER-REC FROM WS-BLANK-LINE.

           READ RETRO-TERM-FILE
               AT END SET END-OF-RETRO TO TRUE.

           PERFORM 100-SWEEP-ONE-TRIGGER THRU 100-EXIT
               UNTIL END-OF-RETRO.

           WRITE SWEEP-REGISTER-REC FROM WS-BLANK-LINE.
           MOVE WS-TRIGGERS-READ TO TOT-TRIGGERS.
           MOVE WS-TRIGGERS-SKIPPED TO TOT-SKIPPED.
           MOVE WS-OPENED-COUNT TO TOT-OPENED.
           MOVE WS-OPENED-AMT TO TOT-OPENED-AMT.
           MOVE WS-ALREADY-COUNT TO TOT-ALREADY.
           WRITE SWEEP-REGISTER-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      **** AN AS-OF DATE ON THE CARD REPLACES TODAY - IT STAMPS THE
      **** RECEIVABLES OPENED AND STANDS IN FOR THE SERVICE DATE OF
      **** A PATIENT STILL IN HOUSE.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF END-OF-PRM
               GO TO 050-EXIT.
           IF PRM-AS-OF-DATE NUMERIC AND PRM-AS-OF-DATE > ZERO
               MOVE PRM-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.
       050-EXIT.
           EXIT.

       100-SWEEP-ONE-TRIGGER.
      **** THE SAME TEST MSTRCALC APPLIES AT COSTING - THE PRIMARY
      **** PLAN ON PATINS, THE DISCHARGE DATE (TODAY FOR A PATIENT
      **** STILL IN HOUSE) - SO ONLY CHARGES THE NEW DATE WOULD HAVE
      **** STOPPED BECOME RECEIVABLES.
           MOVE "100-SWEEP-ONE-TRIGGER" TO PARA-NAME.
           ADD 1 TO WS-TRIGGERS-READ.
           MOVE ZERO TO WS-LINES-FOR-TRIGGER.
           MOVE SPACES TO WS-TRIGGER-LINE.
           MOVE RT-PATIENT-ID TO TRG-PATIENT-ID.
           MOVE RT-PLAN-ID TO TRG-PLAN-ID.
           MOVE RT-OLD-TERM-DATE TO TRG-OLD-TERM.
           MOVE RT-NEW-TERM-DATE TO TRG-NEW-TERM.

           IF RT-NEW-TERM-DATE NOT NUMERIC OR RT-NEW-TERM-DATE = ZERO
               MOVE "NO RECOVERY - BAD TERMINATION DATE" TO TRG-RESULT
               GO TO 100-SKIP.

           MOVE RT-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT PATMSTR-FOUND
               MOVE "NO RECOVERY - NO CHARGES ON PATMSTR" TO TRG-RESULT
               GO TO 100-SKIP.

           MOVE RT-PATIENT-ID TO PATIENT-INS-KEY.
           READ PATINS INTO PATIENT-INSURANCE.
           IF NOT PATINS-FOUND
               MOVE "NO RECOVERY - PATIENT NOT ON PATINS" TO TRG-RESULT
               GO TO 100-SKIP.
           IF INS-IDENT-NBR IN INS-COMPANY-PRIMARY (1:10)
                   NOT = RT-PLAN-ID
               MOVE "NO RECOVERY - NOT THE PRIMARY PLAN" TO TRG-RESULT
               GO TO 100-SKIP.

           IF DATE-DISCHARGE IN PATIENT-MASTER-REC NUMERIC
                   AND DATE-DISCHARGE IN PATIENT-MASTER-REC
                       NOT = "00000000"
               MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                   TO WS-SERVICE-DATE
           ELSE
               MOVE WS-AS-OF-DATE TO WS-SERVICE-DATE
           END-IF.
           MOVE WS-SERVICE-DATE TO TRG-SERVICE-DATE.
           IF WS-SERVICE-DATE NOT > RT-NEW-TERM-DATE
               MOVE "NO RECOVERY - SERVICE WITHIN COVERAGE"
                   TO TRG-RESULT
               GO TO 100-SKIP.

           MOVE "OVERPAID LINES FOLLOW" TO TRG-RESULT.
           WRITE SWEEP-REGISTER-REC FROM WS-TRIGGER-LINE.

           MOVE "L" TO WS-LINE-TYPE.
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL
               ROW-SUB > WS-MAX-LINE-ITEMS OR
               LAB-TEST-S-ID(ROW-SUB) = " "
               MOVE PRESCRIBING-S-PHYS-ID(ROW-SUB) TO PHYS-ID-TEMP
               MOVE LAB-TEST-S-ID(ROW-SUB) TO WS-SERVICE-TEMP
               MOVE TEST-CHARGES(ROW-SUB) TO WS-BILLED
               PERFORM 200-OPEN-RECEIVABLE THRU 200-EXIT
           END-PERFORM.

           MOVE "E" TO WS-LINE-TYPE.
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL
               ROW-SUB > WS-MAX-LINE-ITEMS OR
               EQUIPMENT-S-ID(ROW-SUB) = " "
               MOVE EQUIPMENT-PRES-PHYS-ID(ROW-SUB) TO PHYS-ID-TEMP
               MOVE EQUIPMENT-S-ID(ROW-SUB) TO WS-SERVICE-TEMP
               MOVE EQUIPMENT-CHARGES(ROW-SUB) TO WS-BILLED
               PERFORM 200-OPEN-RECEIVABLE THRU 200-EXIT
           END-PERFORM.

           IF WS-LINES-FOR-TRIGGER = ZERO
               ADD 1 TO WS-TRIGGERS-SKIPPED
           END-IF.
           GO TO 100-READ-NEXT.

       100-SKIP.
           ADD 1 TO WS-TRIGGERS-SKIPPED.
           WRITE SWEEP-REGISTER-REC FROM WS-TRIGGER-LINE.

       100-READ-NEXT.
           READ RETRO-TERM-FILE
               AT END SET END-OF-RETRO TO TRUE.
       100-EXIT.
           EXIT.

       200-OPEN-RECEIVABLE.
      **** PRICED AS PRVREMIT PRICED IT - LESSER OF BILLED AND THE
      **** FEESCHED ALLOWED AMOUNT, AT THE STANDARD SHARE.  A LINE
      **** ALREADY ON THE LEDGER (A TRIGGER RERUN, OR A SECOND
      **** TERMINATION FOR THE PATIENT) IS NOT OPENED TWICE.
           MOVE "200-OPEN-RECEIVABLE" TO PARA-NAME.
           IF PHYS-ID-TEMP = SPACES
               GO TO 200-EXIT.

           MOVE WS-BILLED TO WS-ALLOWED.
           MOVE WS-SERVICE-TEMP TO FS-SERVICE-ID.
           READ FEE-SCHEDULE-FILE.
           IF FEE-FOUND AND WS-BILLED > FS-ALLOWED-AMT
               MOVE FS-ALLOWED-AMT TO WS-ALLOWED
           END-IF.
           COMPUTE WS-PAID ROUNDED =
               WS-ALLOWED * WS-PAID-PCT / 100.
           IF WS-PAID NOT > ZERO
               GO TO 200-EXIT.

           MOVE SPACES TO WS-RECEIVABLE-LINE.
           MOVE PHYS-ID-TEMP TO RCV-PROVIDER-ID.
           MOVE WS-LINE-TYPE TO RCV-LINE-TYPE.
           MOVE ROW-SUB TO RCV-LINE-NO.
           MOVE WS-SERVICE-TEMP TO RCV-SERVICE-ID.
           MOVE WS-BILLED TO RCV-BILLED.
           MOVE WS-ALLOWED TO RCV-ALLOWED.
           MOVE WS-PAID TO RCV-OVERPAID.

           MOVE SPACES TO OVERPAYMENT-LEDGER-REC.
           MOVE PHYS-ID-TEMP TO OV-PROVIDER-ID.
           MOVE RT-PATIENT-ID TO OV-PATIENT-ID.
           MOVE WS-LINE-TYPE TO OV-LINE-TYPE.
           MOVE ROW-SUB TO OV-LINE-NO.
           MOVE WS-SERVICE-TEMP TO OV-SERVICE-ID.
           MOVE RT-PLAN-ID TO OV-PLAN-ID.
           MOVE WS-SERVICE-DATE TO OV-SERVICE-DATE.
           MOVE RT-NEW-TERM-DATE TO OV-TERM-DATE.
           SET OV-OPEN TO TRUE.
           MOVE WS-AS-OF-DATE TO OV-OPENED-DATE.
           MOVE WS-PAID TO OV-OVERPAID-AMT.
           MOVE ZERO TO OV-RECOVERED-AMT OV-LAST-RECOUP-DATE.
           WRITE OVERPAYMENT-LEDGER-REC
               INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE "ALREADY ON LEDGER" TO RCV-RESULT
                   WRITE SWEEP-REGISTER-REC FROM WS-RECEIVABLE-LINE
                   GO TO 200-EXIT
           END-WRITE.

           ADD 1 TO WS-OPENED-COUNT WS-LINES-FOR-TRIGGER.
           ADD WS-PAID TO WS-OPENED-AMT.
           MOVE "RECEIVABLE OPENED" TO RCV-RESULT.
           WRITE SWEEP-REGISTER-REC FROM WS-RECEIVABLE-LINE.
       200-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
           OPEN INPUT RETRO-TERM-FILE.
           OPEN INPUT PATMSTR.
           OPEN INPUT PATINS.
           OPEN INPUT FEE-SCHEDULE-FILE.
           OPEN I-O OVERPAYMENT-LEDGER.
           IF OV-STATUS-CD = "35"
               CLOSE OVERPAYMENT-LEDGER
               OPEN OUTPUT OVERPAYMENT-LEDGER
               CLOSE OVERPAYMENT-LEDGER
               OPEN I-O OVERPAYMENT-LEDGER
           END-IF.
           OPEN OUTPUT SWEEP-REGISTER.
           DISPLAY "OVPSWEEP OPEN FILES".
           DISPLAY RT-STATUS.
           DISPLAY PATMSTR-STATUS.
           DISPLAY PATINS-STATUS.
           DISPLAY FEE-STATUS.
           DISPLAY OV-STATUS-CD.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, RETRO-TERM-FILE, PATMSTR, PATINS,
                 FEE-SCHEDULE-FILE, OVERPAYMENT-LEDGER,
                 SWEEP-REGISTER.
           DISPLAY "OVPSWEEP FILES CLOSED".
       900-EXIT.
           EXIT.
