      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  A MERGE NOW RE-POINTS THE RETIRED CUSTOMER'S
      *                CUSTHIER CHILDREN TO THE SURVIVOR.  THE RETIRED
      *                CODE'S OWN HIERARCHY ROW PASSES TO A SURVIVOR
      *                NOT YET IN THE TREE (OR ONE THAT WAS ITS CHILD)
      *                AND IS OTHERWISE DROPPED.  A CHILD LEFT AT OR
      *                ABOVE THE SURVIVOR'S LEVEL IS REPORTED FOR
      *                REVIEW.
      * 2026  D.ELLIS  A MERGE NOW CARRIES THE RETIRED CUSTOMER'S
      *                CUSTADDR ADDRESS ROWS ACROSS TO THE SURVIVOR -
      *                EACH ROW IS RE-KEYED TO THE SURVIVOR'S CODE
                  RECORD KEY   is CA-KEY
                  FILE STATUS  is CA-STATUS.

           SELECT CUSTOMER-HIER-FILE
                  ASSIGN       to CUSTHIER
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is CH-CUSTOMER-CODE
                  ALTERNATE RECORD KEY is CH-PARENT-CODE
                      WITH DUPLICATES
                  FILE STATUS  is CH-STATUS.

           SELECT CUSTXREF-FILE
           ASSIGN TO UT-S-CUSTXREF
             ACCESS MODE IS SEQUENTIAL
           RECORD CONTAINS 160 CHARACTERS.
       COPY CUSTADDR.

       FD  CUSTOMER-HIER-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY CUSTHIER.

       FD  MERGE-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  CA-STATUS               PIC X(2).
               88 CA-FOUND        VALUE "00".
               88 CA-OPENED       VALUE "00".
           05  CH-STATUS               PIC X(2).
               88 CH-FOUND        VALUE "00" "02".
               88 CH-OPENED       VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

           05  WS-SEQ-FOUND-SW             PIC X(1) VALUE "N".
               88 WS-FREE-SEQ-FOUND           VALUE "Y".
           05  WS-ADDRS-CARRIED            PIC 9(2) VALUE 0.
           05  WS-HIER-FILE-SW             PIC X(1)  VALUE "N".
               88 WS-HIER-FILE-OPEN           VALUE "Y".
           05  WS-KIDS-DONE-SW             PIC X(1)  VALUE "N".
               88 WS-KIDS-DONE                VALUE "Y".
           05  WS-DEAD-ROW-SW              PIC X(1)  VALUE "N".
               88 WS-DEAD-ROW-FOUND           VALUE "Y".
           05  WS-SURV-ROW-SW              PIC X(1)  VALUE "N".
               88 WS-SURV-ROW-FOUND           VALUE "Y".
           05  WS-DEAD-PARENT              PIC 9(04) VALUE 0.
           05  WS-DEAD-LEVEL               PIC X(01) VALUE SPACE.
           05  WS-SURV-PARENT              PIC 9(04) VALUE 0.
           05  WS-SURV-LEVEL               PIC X(01) VALUE SPACE.
           05  WS-SURV-RANK                PIC 9(01) VALUE 0.
           05  WS-KID-RANK                 PIC 9(01) VALUE 0.
           05  WS-KID-SUB                  PIC 9(4) COMP VALUE 0.
           05  WS-KIDS-REPOINTED           PIC 9(4) VALUE 0.
           05  WS-KIDS-REPOINTED-O         PIC ZZZ9.

      *    THE RETIRED CUSTOMER'S CHILDREN, GATHERED THROUGH THE
      *    PARENT-CODE ALTERNATE KEY BEFORE ANY ROW IS REWRITTEN.
       01  KID-REPOINT-TABLE.
           05  WS-KID-COUNT                PIC 9(4) COMP VALUE 0.
           05  WS-KID-ENTRY OCCURS 500 TIMES.
               10  KID-CODE                PIC 9(04).

      *    THE RETIRED CUSTOMER'S ADDRESS ROWS, HELD WHILE THEY ARE
      *    RE-KEYED TO THE SURVIVOR.  THIRTY IS THE STRUCTURAL

           DELETE CUSTOMER-MASTER-FILE.
           PERFORM 420-CARRY-ADDRESSES THRU 420-EXIT.
           PERFORM 440-REPOINT-HIERARCHY THRU 440-EXIT.
           MOVE SPACES TO CUSTXREF-REC.
           MOVE MT-DUP-CODE TO XR-DEAD-CODE.
           MOVE MT-SURVIVOR-CODE TO XR-SURVIVOR-CODE.
       430-EXIT.
           EXIT.

       440-REPOINT-HIERARCHY.
      *    THE RETIRED CODE LEAVES THE TREE AND ITS CHILDREN MOVE
      *    UNDER THE SURVIVOR.  A SURVIVOR WITH NO PLACE IN THE TREE,
      *    OR ONE THAT HUNG FROM THE RETIRED CODE, TAKES OVER THE
      *    RETIRED CODE'S PARENT AND LEVEL.
           MOVE "440-REPOINT-HIERARCHY" TO PARA-NAME.
           IF NOT WS-HIER-FILE-OPEN
               GO TO 440-EXIT.
           MOVE "N" TO WS-DEAD-ROW-SW WS-SURV-ROW-SW.
           MOVE ZERO TO WS-KIDS-REPOINTED.

           MOVE MT-SURVIVOR-CODE TO CH-CUSTOMER-CODE.
           READ CUSTOMER-HIER-FILE.
           IF CH-FOUND
               SET WS-SURV-ROW-FOUND TO TRUE
               MOVE CH-PARENT-CODE TO WS-SURV-PARENT
               MOVE CH-LEVEL TO WS-SURV-LEVEL
           END-IF.

           MOVE MT-DUP-CODE TO CH-CUSTOMER-CODE.
           READ CUSTOMER-HIER-FILE.
           IF NOT CH-FOUND
               GO TO 440-GATHER-CHILDREN.
           SET WS-DEAD-ROW-FOUND TO TRUE.
           MOVE CH-PARENT-CODE TO WS-DEAD-PARENT.
           MOVE CH-LEVEL TO WS-DEAD-LEVEL.
           DELETE CUSTOMER-HIER-FILE.

           IF WS-SURV-ROW-FOUND
               AND WS-SURV-PARENT NOT = MT-DUP-CODE
               GO TO 440-GATHER-CHILDREN.
           MOVE SPACES TO CUSTOMER-HIER-REC.
           MOVE MT-SURVIVOR-CODE TO CH-CUSTOMER-CODE.
           MOVE WS-DEAD-PARENT TO CH-PARENT-CODE.
           MOVE WS-DEAD-LEVEL TO CH-LEVEL.
           MOVE WS-TODAY TO CH-LAST-MAINT-DATE.
           MOVE MT-MAINT-USER TO CH-LAST-MAINT-USER.
           IF WS-SURV-ROW-FOUND
               REWRITE CUSTOMER-HIER-REC
           ELSE
               WRITE CUSTOMER-HIER-REC
           END-IF.
           SET WS-SURV-ROW-FOUND TO TRUE.
           MOVE WS-DEAD-PARENT TO WS-SURV-PARENT.
           MOVE WS-DEAD-LEVEL TO WS-SURV-LEVEL.

       440-GATHER-CHILDREN.
           MOVE ZERO TO WS-KID-COUNT.
           MOVE "N" TO WS-KIDS-DONE-SW.
           MOVE MT-DUP-CODE TO CH-PARENT-CODE.
           START CUSTOMER-HIER-FILE KEY = CH-PARENT-CODE
               INVALID KEY SET WS-KIDS-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-KIDS-DONE
               READ CUSTOMER-HIER-FILE NEXT RECORD
                   AT END SET WS-KIDS-DONE TO TRUE
                   NOT AT END
                       IF CH-PARENT-CODE NOT = MT-DUP-CODE
                           SET WS-KIDS-DONE TO TRUE
                       ELSE
                           IF WS-KID-COUNT < 500
                               ADD 1 TO WS-KID-COUNT
                               MOVE CH-CUSTOMER-CODE
                                   TO KID-CODE (WS-KID-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE ZERO TO WS-SURV-RANK.
           IF WS-SURV-ROW-FOUND
               MOVE WS-SURV-LEVEL TO CH-LEVEL
               PERFORM 445-RANK-LEVEL THRU 445-EXIT
               MOVE WS-KID-RANK TO WS-SURV-RANK
           END-IF.

           PERFORM VARYING WS-KID-SUB FROM 1 BY 1
                   UNTIL WS-KID-SUB > WS-KID-COUNT
               MOVE KID-CODE (WS-KID-SUB) TO CH-CUSTOMER-CODE
               READ CUSTOMER-HIER-FILE
               IF CH-FOUND
                   MOVE MT-SURVIVOR-CODE TO CH-PARENT-CODE
                   MOVE WS-TODAY TO CH-LAST-MAINT-DATE
                   MOVE MT-MAINT-USER TO CH-LAST-MAINT-USER
                   REWRITE CUSTOMER-HIER-REC
                   ADD 1 TO WS-KIDS-REPOINTED
                   PERFORM 445-RANK-LEVEL THRU 445-EXIT
                   IF WS-SURV-RANK > ZERO
                       AND WS-KID-RANK NOT < WS-SURV-RANK
                       MOVE SPACES TO WS-MERGE-LINE
                       MOVE MT-DUP-CODE TO MRL-DUP-CODE
                       MOVE MT-SURVIVOR-CODE TO MRL-SURV-CODE
                       MOVE MT-MAINT-USER TO MRL-USER
                       STRING "HIER CHILD " CH-CUSTOMER-CODE
                           " LEVEL - REVIEW" DELIMITED BY SIZE
                           INTO MRL-RESULT
                       PERFORM 450-WRITE-MERGE-LINE THRU 450-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-KIDS-REPOINTED > ZERO
               MOVE SPACES TO WS-MERGE-LINE
               MOVE MT-DUP-CODE TO MRL-DUP-CODE
               MOVE MT-SURVIVOR-CODE TO MRL-SURV-CODE
               MOVE MT-MAINT-USER TO MRL-USER
               MOVE WS-KIDS-REPOINTED TO WS-KIDS-REPOINTED-O
               STRING WS-KIDS-REPOINTED-O " HIER CHILDREN RE-POINTED"
                   DELIMITED BY SIZE INTO MRL-RESULT
               PERFORM 450-WRITE-MERGE-LINE THRU 450-EXIT
           END-IF.
       440-EXIT.
           EXIT.

       445-RANK-LEVEL.
      *    CORPORATE OVER REGION OVER ACCOUNT.
           EVALUATE TRUE
               WHEN CH-LEVEL-CORPORATE MOVE 3 TO WS-KID-RANK
               WHEN CH-LEVEL-REGION    MOVE 2 TO WS-KID-RANK
               WHEN OTHER              MOVE 1 TO WS-KID-RANK
           END-EVALUATE.
       445-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF CA-OPENED
               MOVE "Y" TO WS-ADDR-FILE-SW
           END-IF.
           OPEN I-O CUSTOMER-HIER-FILE.
           IF CH-OPENED
               MOVE "Y" TO WS-HIER-FILE-SW
           END-IF.
           OPEN INPUT MERGE-TRANS-FILE.
           OPEN EXTEND CUSTXREF-FILE.
           IF XR-STATUS = "35"
           IF WS-ADDR-FILE-OPEN
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.
           IF WS-HIER-FILE-OPEN
               CLOSE CUSTOMER-HIER-FILE
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE, MERGE-TRANS-FILE,
                 CUSTXREF-FILE, DUPRPT.
           DISPLAY "CUSTDUP FILES CLOSED".
