      *                THE CLAIMS SHOP ITS FIRST PREMIUM DATA, SO THE
      *                LOSSRPT LOSS RATIO NO LONGER WAITS ON NUMBERS
      *                FROM THE ACTUARIAL SHOP.
      * 2026  D.ELLIS  PREMIUM BILLING.  THE FEED NOW CARRIES THE
      *                BILLING MODE AND INSURED NAME, AND PREMMSTR IS
      *                120 BYTES.  A NEW CONTRACT - OR ONE LOADED
      *                BEFORE BILLING BEGAN - IS SET UP ACTIVE, PAID
      *                TO ITS NEXT MODAL DUE DATE (PREMDUE), WITH
      *                NOTHING COLLECTED.  A REPLACE KEEPS THE BILLING
      *                STATE THAT PREMBILL, PREMRCPT AND PREMLAPS
      *                MAINTAIN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  PF-POLICY-TYPE              PIC X(01).
           05  PF-ANNUAL-PREMIUM           PIC 9(7)V99.
           05  PF-EFF-DATE                 PIC 9(08).
           05  PF-BILL-MODE                PIC X(01).
           05  PF-INSURED-NAME             PIC X(25).
           05  FILLER                      PIC X(29).

       FD  PREMIUM-MASTER
           RECORD CONTAINS 120 CHARACTERS.
       COPY PREMMSTR.

       FD  LOAD-REGISTER
           05  WS-ADDED-COUNT              PIC 9(06) VALUE ZERO.
           05  WS-REPLACED-COUNT           PIC 9(06) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.
           05  WS-SETUP-COUNT              PIC 9(06) VALUE ZERO.
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.

      **** PREMDUE PARAMETERS.
       01  PREMDUE-PARMS.
           05  PDU-BILL-MODE               PIC X(01).
           05  PDU-AFTER-DATE              PIC 9(08).
           05  PDU-NEXT-DUE-DATE           PIC 9(08).
           05  PDU-INSTALLMENT             PIC 9(7)V99.
           05  PDU-RETURN-CD               PIC 9(4) COMP.
               88  PDU-OK                     VALUE 0.

       01  WS-REGISTER-LINE.
           05  FILLER                  PIC X(10) VALUE "CONTRACT: ".
           05  REG-PREMIUM             PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(06) VALUE " EFF: ".
           05  REG-EFF-DATE            PIC 9(08).
           05  FILLER                  PIC X(07) VALUE " MODE: ".
           05  REG-BILL-MODE           PIC X(01).
           05  FILLER                  PIC X(10) VALUE " PAID TO: ".
           05  REG-PAID-TO             PIC 9(08).
           05  FILLER                  PIC X(09) VALUE " RESULT: ".
           05  REG-RESULT              PIC X(30).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(08) VALUE "ADDED: ".
           05  TOT-REPLACED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20)
                 VALUE "  BILLING SET UP: ".
           05  TOT-SETUP               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * EXISTING ONE - WITH A REGISTER LINE PER ROW AND TOTALS.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           READ PREMIUM-FEED
               AT END SET END-OF-FEED TO TRUE.
           MOVE WS-ADDED-COUNT TO TOT-ADDED.
           MOVE WS-REPLACED-COUNT TO TOT-REPLACED.
           MOVE WS-REJECT-COUNT TO TOT-REJECTED.
           MOVE WS-SETUP-COUNT TO TOT-SETUP.
           WRITE LOAD-REGISTER-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.
           MOVE PF-POLICY-TYPE TO REG-POLICY-TYPE.
           MOVE PF-ANNUAL-PREMIUM TO REG-PREMIUM.
           MOVE PF-EFF-DATE TO REG-EFF-DATE.
           MOVE PF-BILL-MODE TO REG-BILL-MODE.

           EVALUATE TRUE
               WHEN PF-CONTRACT-NO NOT NUMERIC
                       OR PF-ANNUAL-PREMIUM = ZERO
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - BAD PREMIUM" TO REG-RESULT
               WHEN PF-BILL-MODE NOT = SPACE AND "A" AND "S"
                       AND "Q" AND "M"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - BAD BILLING MODE" TO REG-RESULT
               WHEN OTHER
                   PERFORM 200-APPLY-ROW THRU 200-EXIT
           END-EVALUATE.
               MOVE PF-POLICY-TYPE TO PM-POLICY-TYPE
               MOVE PF-ANNUAL-PREMIUM TO PM-ANNUAL-PREMIUM
               MOVE PF-EFF-DATE TO PM-EFF-DATE
               IF PF-BILL-MODE NOT = SPACE
                   MOVE PF-BILL-MODE TO PM-BILL-MODE
               END-IF
               IF PF-INSURED-NAME NOT = SPACES
                   MOVE PF-INSURED-NAME TO PM-INSURED-NAME
               END-IF
               IF PM-PAID-TO-DATE NOT NUMERIC
                   PERFORM 250-SET-UP-BILLING THRU 250-EXIT
               END-IF
               REWRITE PREMIUM-MASTER-REC
               ADD 1 TO WS-REPLACED-COUNT
               MOVE "REPLACED" TO REG-RESULT
               MOVE PF-POLICY-TYPE TO PM-POLICY-TYPE
               MOVE PF-ANNUAL-PREMIUM TO PM-ANNUAL-PREMIUM
               MOVE PF-EFF-DATE TO PM-EFF-DATE
               MOVE PF-BILL-MODE TO PM-BILL-MODE
               MOVE PF-INSURED-NAME TO PM-INSURED-NAME
               PERFORM 250-SET-UP-BILLING THRU 250-EXIT
               WRITE PREMIUM-MASTER-REC
               ADD 1 TO WS-ADDED-COUNT
               MOVE "ADDED" TO REG-RESULT
           END-IF.
           MOVE PM-BILL-MODE TO REG-BILL-MODE.
           IF PM-PAID-TO-DATE NUMERIC
               MOVE PM-PAID-TO-DATE TO REG-PAID-TO
           END-IF.
       200-EXIT.
           EXIT.

       250-SET-UP-BILLING.
      **** THE ADMIN SYSTEM COLLECTED UP TO NOW, SO THE CONTRACT STARTS
      **** ACTIVE AND PAID TO ITS FIRST MODAL DUE DATE AFTER TODAY.
      **** COLLECTIONS COUNT FROM HERE ON.
           MOVE "250-SET-UP-BILLING" TO PARA-NAME.
           IF NOT PM-MODE-VALID
               MOVE "A" TO PM-BILL-MODE
           END-IF.
           MOVE PM-BILL-MODE TO PDU-BILL-MODE.
           MOVE WS-RUN-DATE TO PDU-AFTER-DATE.
           CALL 'PREMDUE' USING PM-EFF-DATE PDU-BILL-MODE
               PM-ANNUAL-PREMIUM PDU-AFTER-DATE PDU-NEXT-DUE-DATE
               PDU-INSTALLMENT PDU-RETURN-CD.
           IF PDU-OK
               MOVE PDU-NEXT-DUE-DATE TO PM-PAID-TO-DATE
           ELSE
               MOVE WS-RUN-DATE TO PM-PAID-TO-DATE
           END-IF.
           SET PM-ACTIVE TO TRUE.
           MOVE WS-RUN-DATE TO PM-STATUS-DATE.
           MOVE ZERO TO PM-GRACE-END-DATE PM-LAST-BILL-DUE-DATE
                        PM-PREM-COLLECTED PM-UNAPPLIED-AMT
                        PM-LAST-RECEIPT-DATE.
           ADD 1 TO WS-SETUP-COUNT.
       250-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PREMIUM-FEED.
