       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  GLPOST.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  COMMON GL POSTING FACILITY.
      *                CLAIMPAY, CSHAPPLY, LOCKBOX, FRCMAINT AND PATPAY
      *                CALL THIS WITH A SOURCE NAME, A TRANSACTION
      *                TYPE AND AN AMOUNT, AND IT LOOKS THE PAIR UP ON
      *                THE SHARED GLACCTMP ACCOUNT-MAPPING TABLE AND
      *                APPENDS A BALANCED DEBIT AND CREDIT TO THE
      *                DAILY GLINTF INTERFACE FILE.  AT END OF RUN
      *                EACH CALLER POSTS ITS OWN REGISTER TOTAL AS A
      *                CONTROL RECORD SO GLREG AND MNTHCLSE CAN PROVE
      *                THE BATCH.  NO MORE RE-KEYING FROM THE PRINTED
      *                REGISTERS.
      * 2026  D.ELLIS  THE POSTING DATE IS TAKEN ONCE, ON THE FIRST
      *                CALL OF THE RUN, AND STAMPED ON EVERY ENTRY AND
      *                THE CONTROL RECORD - A RUN THAT CROSSES MIDNIGHT
      *                NO LONGER SPLITS ITS BATCH ACROSS TWO DATES.
      * 2026  D.ELLIS  PRVPAY NOW POSTS ITS PROVIDER PAYMENTS (TYPES
      *                ACH AND CHK) AND ITS NET PAID AS A CONTROL.
      * 2026  D.ELLIS  CHKVOID NOW POSTS ITS VOIDS (TYPE VOID) AND
      *                REPLACEMENT CHECKS (TYPE CHK) AND THEIR SUM AS
      *                A CONTROL.
      *
      *    LK-FUNCTION   P - POST ONE ENTRY (DEBIT AND CREDIT)
      *                  T - POST THE CALLER'S CONTROL TOTAL
      *    LK-RETURN-CD  00 - POSTED
      *                  04 - TYPE NOT MAPPED, POSTED TO SUSPENSE
      *                  08 - REJECTED (BAD FUNCTION OR AMOUNT),
      *                       NOTHING WRITTEN
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GL-ACCT-MAP-FILE
                  ASSIGN       to GLACCTMP
                  ORGANIZATION is SEQUENTIAL
                  FILE STATUS  is GM-STATUS.

           SELECT GL-INTERFACE-FILE
                  ASSIGN       to GLINTF
                  ORGANIZATION is SEQUENTIAL
                  FILE STATUS  is GI-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  GL-ACCT-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY GLACCTMP.

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY GLINTF.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  GM-STATUS                   PIC X(2).
               88 END-OF-MAP      VALUE "10".
           05  GI-STATUS                   PIC X(2).

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-STAMP                    PIC X(14).
           05  WS-POST-DATE                PIC 9(08) VALUE ZERO.
           05  WS-MAP-LOADED-SW            PIC X(1) VALUE "N".
               88 WS-MAP-LOADED               VALUE "Y".
           05  WS-POST-SEQ                 PIC 9(06) VALUE ZERO.
           05  WS-DEBIT-ACCT               PIC X(08).
           05  WS-CREDIT-ACCT              PIC X(08).
           05  WS-SUSPENSE-SW              PIC X(1).
               88 WS-TO-SUSPENSE              VALUE "Y".
           05  WS-DFLT-SUSPENSE            PIC X(08) VALUE "99999000".

      *    THE MAPPING TABLE IS SMALL - A FEW ROWS PER SOURCE - AND IS
      *    HELD FOR THE LIFE OF THE RUN.
       01  GL-MAP-TABLE-AREA.
           05  WS-MAP-COUNT                PIC S9(4) COMP VALUE ZERO.
           05  WS-MAP-MAX                  PIC S9(4) COMP VALUE 500.
           05  WS-MAP-SUB                  PIC S9(4) COMP VALUE ZERO.
           05  GL-MAP-ENTRY OCCURS 500 TIMES.
               10  MAP-SOURCE              PIC X(08).
               10  MAP-TXN-TYPE            PIC X(04).
               10  MAP-DEBIT-ACCT          PIC X(08).
               10  MAP-CREDIT-ACCT         PIC X(08).

       LINKAGE SECTION.
       01  LK-FUNCTION                     PIC X(01).
       01  LK-SOURCE                       PIC X(08).
       01  LK-TXN-TYPE                     PIC X(04).
       01  LK-AMOUNT                       PIC S9(9)V99 COMP-3.
       01  LK-REFERENCE                    PIC X(20).
       01  LK-RETURN-CD                    PIC X(02).

       PROCEDURE DIVISION USING LK-FUNCTION
                                LK-SOURCE
                                LK-TXN-TYPE
                                LK-AMOUNT
                                LK-REFERENCE
                                LK-RETURN-CD.

       0000-MAINLINE.
           MOVE "0000-MAINLINE" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STAMP.
           MOVE "00" TO LK-RETURN-CD.

      *    AN ENTRY IS ALWAYS A POSITIVE AMOUNT - A REVERSAL IS ITS
      *    OWN TRANSACTION TYPE MAPPED WITH THE ACCOUNTS SWAPPED.  A
      *    CONTROL TOTAL MAY BE ZERO FOR A RUN THAT POSTED NOTHING.
           IF LK-FUNCTION NOT = "P" AND LK-FUNCTION NOT = "T"
               MOVE "08" TO LK-RETURN-CD
               GOBACK.
           IF LK-AMOUNT < ZERO
              OR (LK-FUNCTION = "P" AND LK-AMOUNT = ZERO)
               MOVE "08" TO LK-RETURN-CD
               GOBACK.

           IF NOT WS-MAP-LOADED
               PERFORM 100-LOAD-ACCT-MAP THRU 100-EXIT
               MOVE WS-STAMP (1:8) TO WS-POST-DATE
               MOVE "Y" TO WS-MAP-LOADED-SW.

           OPEN EXTEND GL-INTERFACE-FILE.
           IF GI-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-FILE.

           IF LK-FUNCTION = "T"
               PERFORM 300-WRITE-CONTROL THRU 300-EXIT
           ELSE
               PERFORM 200-FIND-ACCOUNTS THRU 200-EXIT
               PERFORM 250-WRITE-ENTRY THRU 250-EXIT.

           CLOSE GL-INTERFACE-FILE.
           GOBACK.

      ******************************************************************
      * LOAD THE ACCOUNT-MAPPING TABLE.  AN ABSENT MAPPING FILE LEAVES
      * THE TABLE EMPTY, SO EVERY ENTRY GOES TO SUSPENSE WITH RETURN
      * CODE 04 RATHER THAN BEING LOST.
      ******************************************************************
       100-LOAD-ACCT-MAP.
           MOVE "100-LOAD-ACCT-MAP" TO PARA-NAME.
           OPEN INPUT GL-ACCT-MAP-FILE.
           IF GM-STATUS NOT = "00"
               DISPLAY "GLPOST - NO GLACCTMP, STATUS " GM-STATUS
               GO TO 100-EXIT.
           PERFORM UNTIL END-OF-MAP
               READ GL-ACCT-MAP-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-MAP-COUNT < WS-MAP-MAX
                           ADD 1 TO WS-MAP-COUNT
                           MOVE GM-SOURCE
                               TO MAP-SOURCE (WS-MAP-COUNT)
                           MOVE GM-TXN-TYPE
                               TO MAP-TXN-TYPE (WS-MAP-COUNT)
                           MOVE GM-DEBIT-ACCT
                               TO MAP-DEBIT-ACCT (WS-MAP-COUNT)
                           MOVE GM-CREDIT-ACCT
                               TO MAP-CREDIT-ACCT (WS-MAP-COUNT)
                       ELSE
                           DISPLAY "GLPOST - GLACCTMP TABLE FULL"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-ACCT-MAP-FILE.
       100-EXIT.
           EXIT.

      ******************************************************************
      * FIND THE DEBIT AND CREDIT ACCOUNTS FOR THE SOURCE AND TYPE.
      * AN UNMAPPED TYPE POSTS BOTH SIDES TO THE SOURCE'S SUSPENSE
      * ACCOUNT (ITS SUSP ROW, OR THE HOUSE SUSPENSE ACCOUNT) AND IS
      * FLAGGED SO GLREG LISTS IT FOR ACCOUNTING TO RECLASS.
      ******************************************************************
       200-FIND-ACCOUNTS.
           MOVE "200-FIND-ACCOUNTS" TO PARA-NAME.
           MOVE "N" TO WS-SUSPENSE-SW.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF MAP-SOURCE (WS-MAP-SUB) = LK-SOURCE
                  AND MAP-TXN-TYPE (WS-MAP-SUB) = LK-TXN-TYPE
                   MOVE MAP-DEBIT-ACCT (WS-MAP-SUB) TO WS-DEBIT-ACCT
                   MOVE MAP-CREDIT-ACCT (WS-MAP-SUB) TO WS-CREDIT-ACCT
                   GO TO 200-EXIT
               END-IF
           END-PERFORM.

           MOVE "Y" TO WS-SUSPENSE-SW.
           MOVE "04" TO LK-RETURN-CD.
           MOVE WS-DFLT-SUSPENSE TO WS-DEBIT-ACCT WS-CREDIT-ACCT.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF MAP-SOURCE (WS-MAP-SUB) = LK-SOURCE
                  AND MAP-TXN-TYPE (WS-MAP-SUB) = "SUSP"
                   MOVE MAP-DEBIT-ACCT (WS-MAP-SUB) TO WS-DEBIT-ACCT
                   MOVE MAP-CREDIT-ACCT (WS-MAP-SUB) TO WS-CREDIT-ACCT
                   GO TO 200-EXIT
               END-IF
           END-PERFORM.
       200-EXIT.
           EXIT.

      ******************************************************************
      * ONE ENTRY IS A DEBIT AND A CREDIT OF THE SAME AMOUNT UNDER ONE
      * SEQUENCE NUMBER, SO THE BATCH CANNOT BE WRITTEN OUT OF BALANCE.
      ******************************************************************
       250-WRITE-ENTRY.
           MOVE "250-WRITE-ENTRY" TO PARA-NAME.
           ADD 1 TO WS-POST-SEQ.
           PERFORM 400-BUILD-COMMON THRU 400-EXIT.
           MOVE "D" TO GI-REC-TYPE.
           MOVE WS-DEBIT-ACCT TO GI-ACCOUNT.
           WRITE GL-INTERFACE-REC.

           PERFORM 400-BUILD-COMMON THRU 400-EXIT.
           MOVE "C" TO GI-REC-TYPE.
           MOVE WS-CREDIT-ACCT TO GI-ACCOUNT.
           WRITE GL-INTERFACE-REC.
       250-EXIT.
           EXIT.

       300-WRITE-CONTROL.
           MOVE "300-WRITE-CONTROL" TO PARA-NAME.
           MOVE "N" TO WS-SUSPENSE-SW.
           PERFORM 400-BUILD-COMMON THRU 400-EXIT.
           MOVE "T" TO GI-REC-TYPE.
           MOVE "CTL " TO GI-TXN-TYPE.
           MOVE SPACES TO GI-ACCOUNT.
           WRITE GL-INTERFACE-REC.
       300-EXIT.
           EXIT.

       400-BUILD-COMMON.
           MOVE SPACES TO GL-INTERFACE-REC.
      *    THE BATCH IS SOURCE PLUS POST DATE - ONE DATE PER RUN.
           MOVE WS-POST-DATE TO GI-POST-DATE.
           MOVE WS-STAMP (9:6) TO GI-POST-TIME.
           MOVE LK-SOURCE TO GI-SOURCE.
           MOVE LK-TXN-TYPE TO GI-TXN-TYPE.
           MOVE WS-POST-SEQ TO GI-SEQ.
           MOVE LK-AMOUNT TO GI-AMOUNT.
           MOVE LK-REFERENCE TO GI-REFERENCE.
           MOVE WS-SUSPENSE-SW TO GI-SUSPENSE-SW.
       400-EXIT.
           EXIT.
