      *                TRANSACTION, AND A WARNING LINE FOR ANY
      *                CONTRACT WHOSE SHARES NO LONGER TOTAL 100
      *                AFTER THE DAY'S CHANGES.
      * 2026  D.ELLIS  THE TRANSACTION NOW CARRIES THE BENEFICIARY'S
      *                STATE OF RESIDENCE (BT-STATE), KEPT ON THE
      *                MASTER FOR UNCLAIMED-PROPERTY FILING OF CHECKS
      *                THAT ARE NEVER CASHED.
      * 2026  D.ELLIS  THE TRANSACTION NOW CARRIES THE PAYEE'S
      *                TAXPAYER ID AND TYPE (BT-TIN, BT-TIN-TYPE S OR
      *                E) FOR PROMPT-PAY INTEREST INFORMATION RETURNS.
      *                A BLANK TIN ON A CHANGE LEAVES THE ONE ON FILE.
      *                SEQUENCE 00 IS NOW ACCEPTED, WITH NO SHARE, TO
      *                CARRY THE INSURED'S (ESTATE'S) NAME AND TIN.
      * 2026  D.ELLIS  A NEW BENEFICIARY, OR A NAME CHANGE, IS NOW
      *                SCREENED AGAINST THE SANCTIONS WATCH LIST
      *                THROUGH SANCSCRN.  THE ROW IS STILL APPLIED -
      *                CLAIMPAY HOLDS ANY PAYMENT TO IT - BUT A HIT
      *                GOES TO THE COMPLIANCE QUEUE, SHOWS ON THE
      *                AUDIT LINE AND IS COUNTED ON THE TOTALS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  BT-SEQ-NO                   PIC 9(02).
           05  BT-NAME                     PIC X(27).
           05  BT-SHARE-PCT                PIC 9(3)V99.
           05  BT-STATE                    PIC X(02).
           05  BT-TIN                      PIC X(09).
           05  BT-TIN-TYPE                 PIC X(01).
               88  BT-TIN-TYPE-OK             VALUE "S" "E".
           05  FILLER                      PIC X(26).

       FD  BENEFICIARY-FILE
           RECORD CONTAINS 80 CHARACTERS.
               88  WS-BROWSE-DONE             VALUE "Y".
           05  WS-SHARE-TOTAL              PIC 9(5)V99 VALUE ZERO.
           05  WS-CHECK-CONTRACT           PIC 9(07) VALUE ZERO.
           05  WS-SANCT-HIT-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-NAME-CHANGED-SW          PIC X(01) VALUE "N".
               88  WS-NAME-CHANGED            VALUE "Y".

      *    PASSED TO SANCSCRN.  THE REFERENCE IS CONTRACT-SEQUENCE, AS
      *    CLAIMPAY SCREENS THE SAME PAYEE.
       01  SANCTIONS-FIELDS.
           05  SC-SOURCE                   PIC X(08) VALUE "BENMAINT".
           05  SC-REFERENCE                PIC X(20).
           05  SC-PAYEE-NAME               PIC X(40).
           05  SC-AMOUNT                   PIC 9(07)V99 VALUE ZERO.
           05  SC-RESULT                   PIC X(01).
               88  SC-CLEAR                   VALUE "C".
               88  SC-BLOCKED                 VALUE "B".
               88  SC-NO-LIST                 VALUE "E".
           05  SC-SCORE                    PIC 9(03).
           05  SC-ENTRY-ID                 PIC X(10).
           05  SC-ACTION                   PIC X(35).

      *    CONTRACTS TOUCHED TODAY, SO ONLY THOSE ARE SHARE-CHECKED.
       01  TOUCHED-TABLE-AREA.
           05  TOT-APPLIED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(18)
                 VALUE "  SANCTIONS HITS: ".
           05  TOT-SANCT-HITS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
      *

           MOVE WS-APPLIED-COUNT TO TOT-APPLIED.
           MOVE WS-REJECT-COUNT TO TOT-REJECTED.
           MOVE WS-SANCT-HIT-COUNT TO TOT-SANCT-HITS.
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.
                       OR BT-CONTRACT-NO = ZERO
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - BAD CONTRACT NUMBER" TO AUD-ACTION
               WHEN BT-SEQ-NO NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - BAD SEQUENCE" TO AUD-ACTION
               WHEN (BT-ADD OR BT-CHANGE) AND BT-SEQ-NO = ZERO
                       AND BT-SHARE-PCT NUMERIC
                       AND BT-SHARE-PCT NOT = ZERO
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - SEQ 00 TAKES NO SHARE"
                       TO AUD-ACTION
               WHEN (BT-ADD OR BT-CHANGE) AND BT-SEQ-NO NOT = ZERO
                       AND (BT-SHARE-PCT NOT NUMERIC
                            OR BT-SHARE-PCT = ZERO
                            OR BT-SHARE-PCT > 100)
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - SHARE NOT 0-100" TO AUD-ACTION
               WHEN (BT-ADD OR BT-CHANGE) AND BT-TIN NOT = SPACES
                       AND (BT-TIN NOT NUMERIC
                            OR NOT BT-TIN-TYPE-OK)
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - BAD TAXPAYER ID" TO AUD-ACTION
               WHEN (BT-ADD OR BT-CHANGE) AND BT-NAME = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - MISSING NAME" TO AUD-ACTION
                   MOVE BT-SEQ-NO TO BN-SEQ-NO
                   MOVE BT-NAME TO BN-NAME
                   MOVE BT-SHARE-PCT TO BN-SHARE-PCT
                   IF BT-SEQ-NO = ZERO
                       MOVE ZERO TO BN-SHARE-PCT
                   END-IF
                   MOVE BT-STATE TO BN-STATE
                   IF BT-TIN NOT = SPACES
                       MOVE BT-TIN TO BN-TIN
                       MOVE BT-TIN-TYPE TO BN-TIN-TYPE
                   END-IF
                   WRITE BENEFICIARY-REC
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "ADDED" TO AUD-ACTION
                   PERFORM 300-NOTE-TOUCHED THRU 300-EXIT
                   PERFORM 400-SANCTIONS-SCREEN THRU 400-EXIT
               WHEN NOT BEN-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - NOT ON FILE" TO AUD-ACTION
               WHEN BT-CHANGE
                   MOVE "N" TO WS-NAME-CHANGED-SW
                   IF BT-NAME NOT = BN-NAME
                       MOVE "Y" TO WS-NAME-CHANGED-SW
                   END-IF
                   MOVE BT-NAME TO BN-NAME
                   MOVE BT-SHARE-PCT TO BN-SHARE-PCT
                   IF BT-SEQ-NO = ZERO
                       MOVE ZERO TO BN-SHARE-PCT
                   END-IF
                   MOVE BT-STATE TO BN-STATE
                   IF BT-TIN NOT = SPACES
                       MOVE BT-TIN TO BN-TIN
                       MOVE BT-TIN-TYPE TO BN-TIN-TYPE
                   END-IF
                   REWRITE BENEFICIARY-REC
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "CHANGED" TO AUD-ACTION
                   PERFORM 300-NOTE-TOUCHED THRU 300-EXIT
                   IF WS-NAME-CHANGED
                       PERFORM 400-SANCTIONS-SCREEN THRU 400-EXIT
                   END-IF
               WHEN BT-DELETE
                   DELETE BENEFICIARY-FILE
                   ADD 1 TO WS-APPLIED-COUNT
       300-EXIT.
           EXIT.

       400-SANCTIONS-SCREEN.
      *    THE NEW NAME IS SCREENED ONCE HERE SO COMPLIANCE CAN WORK
      *    A HIT BEFORE A CLAIM EVER COMES IN FOR IT.
           MOVE "400-SANCTIONS-SCREEN" TO PARA-NAME.
           MOVE SPACES TO SC-REFERENCE.
           STRING BT-CONTRACT-NO "-" BT-SEQ-NO
               DELIMITED BY SIZE INTO SC-REFERENCE
           END-STRING.
           MOVE BT-NAME TO SC-PAYEE-NAME.
           CALL "SANCSCRN" USING SC-SOURCE SC-REFERENCE SC-PAYEE-NAME
               SC-AMOUNT SC-RESULT SC-SCORE SC-ENTRY-ID.
           IF SC-CLEAR
               GO TO 400-EXIT.
           ADD 1 TO WS-SANCT-HIT-COUNT.
           MOVE SPACES TO SC-ACTION.
           EVALUATE TRUE
               WHEN SC-BLOCKED
                   STRING AUD-ACTION DELIMITED BY SPACE
                       " - CONFIRMED SANCTIONS HIT"
                       DELIMITED BY SIZE INTO SC-ACTION
                   END-STRING
               WHEN SC-NO-LIST
                   STRING AUD-ACTION DELIMITED BY SPACE
                       " - NOT SCREENED, NO LIST"
                       DELIMITED BY SIZE INTO SC-ACTION
                   END-STRING
               WHEN OTHER
                   STRING AUD-ACTION DELIMITED BY SPACE
                       " - SANCTIONS SCREEN HOLD"
                       DELIMITED BY SIZE INTO SC-ACTION
                   END-STRING
           END-EVALUATE.
           MOVE SC-ACTION TO AUD-ACTION.
       400-EXIT.
           EXIT.

       600-CHECK-SHARE-TOTALS.
      **** RE-ADD THE SHARES OF EVERY CONTRACT TOUCHED TODAY AND
      **** WARN WHERE THEY NO LONGER TOTAL 100.
