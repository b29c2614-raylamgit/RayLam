      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ADDRESS ADDS AND CHANGES ARE NOW EDITED AGAINST
      *                THE ZIPREF ZIP/CITY/STATE REFERENCE FILE - THE
      *                ZIP MUST BE 5 OR 9 DIGITS AND ON FILE, THE
      *                STATE MUST BE THE ZIP'S STATE, AND THE CITY IS
      *                STANDARDIZED TO THE REFERENCE SPELLING.
      * 2026  D.ELLIS  ADDED THE HIERARCHY TRANSACTION SET - A THIRD
      *                TRANSACTION FILE (CUSHRTRN) LINKS A CUSTOMER TO
      *                A PARENT ON THE CUSTHIER FILE AT ACCOUNT,
      *                REGION OR CORPORATE LEVEL (ADD/CHANGE/DELETE),
      *                WITH THE SAME OPRAUTH GATE, MNTAUDIT TRAIL AND
      *                STATUS RULES - A CLOSED CUSTOMER CANNOT BE
      *                LINKED AND A CLOSED PARENT TAKES NO NEW
      *                CHILDREN.  A CUSTOMER STILL HOLDING CHILDREN
      *                CANNOT BE UNLINKED OR CHANGE LEVEL.
      * 2026  D.ELLIS  LIFECYCLE STATUS - ADDS START A CUSTOMER AT
      *                ACTIVE, THE NEW 'S' TRANSACTION MOVES STATUS
      *                THROUGH THE LEGAL TRANSITIONS ONLY (A<->I,
                  RECORD KEY   is CA-KEY
                  FILE STATUS  is CA-STATUS.

           SELECT ZIP-REFERENCE-FILE
                  ASSIGN       to ZIPREF
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is ZR-ZIP5
                  FILE STATUS  is ZR-STATUS.

           SELECT CUSHRTRN
           ASSIGN TO UT-S-CUSHRTRN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS HRTRN-STATUS.

           SELECT CUSTOMER-HIER-FILE
                  ASSIGN       to CUSTHIER
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is CH-CUSTOMER-CODE
                  ALTERNATE RECORD KEY is CH-PARENT-CODE
                      WITH DUPLICATES
                  FILE STATUS  is CH-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORD CONTAINS 160 CHARACTERS.
       COPY CUSTADDR.

       FD  ZIP-REFERENCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ZIPREF.

       FD  CUSHRTRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CUSHRTRN-REC.
       01  CUSHRTRN-REC.
           05  HT-TRANS-CODE               PIC X(01).
               88  HT-ADD                     VALUE "A".
               88  HT-CHANGE                  VALUE "C".
               88  HT-DELETE                  VALUE "D".
           05  HT-CUSTOMER-CODE            PIC 9(04).
           05  HT-PARENT-CODE              PIC 9(04).
           05  HT-LEVEL                    PIC X(01).
               88  HT-LEVEL-CORPORATE         VALUE "C".
               88  HT-LEVEL-REGION            VALUE "R".
               88  HT-LEVEL-ACCOUNT           VALUE "A".
           05  HT-MAINT-USER               PIC X(08).
           05  FILLER                      PIC X(62).

       FD  CUSTOMER-HIER-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY CUSTHIER.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  TRANS-STATUS            PIC X(2).
               88 END-OF-ADTRN    VALUE "10".
           05  CA-STATUS               PIC X(2).
               88 CA-FOUND        VALUE "00".
           05  ZR-STATUS               PIC X(2).
               88 ZR-FOUND        VALUE "00".
               88 ZR-OPENED       VALUE "00".
           05  HRTRN-STATUS            PIC X(2).
               88 END-OF-HRTRN    VALUE "10".
           05  CH-STATUS               PIC X(2).
               88 CH-FOUND        VALUE "00" "02".

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC X(08) VALUE SPACES.
           05  WS-CHANGES-APPLIED          PIC 9(5)  VALUE ZERO.
           05  WS-ZIPREF-SW                PIC X(01) VALUE "N".
               88 WS-ZIPREF-OPEN              VALUE "Y".
           05  WS-CITY-STD-SW              PIC X(01) VALUE "N".
               88 WS-CITY-STANDARDIZED        VALUE "Y".
           05  WS-PARENT-LEVEL             PIC X(01) VALUE SPACE.
           05  WS-CHILD-SW                 PIC X(01) VALUE "N".
               88 WS-HAS-CHILDREN             VALUE "Y".
           05  WS-HOLD-PARENT              PIC 9(04) VALUE ZERO.
           05  WS-HOLD-LEVEL               PIC X(01) VALUE SPACE.

       01  OPRAUTH-CALL-FIELDS.
           05  OPR-USER-ID                 PIC X(08).
           05  ADDRPT-ACTION-O         PIC X(28).
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-HIERRPT-LINE.
           05  FILLER                  PIC X(10) VALUE "HIER CUST:".
           05  HIERRPT-CODE-O          PIC 9(04).
           05  FILLER                  PIC X(09) VALUE " PARENT: ".
           05  HIERRPT-PARENT-O        PIC 9(04).
           05  FILLER                  PIC X(08) VALUE " LEVEL: ".
           05  HIERRPT-LEVEL-O         PIC X(01).
           05  FILLER                  PIC X(09) VALUE " ACTION: ".
           05  HIERRPT-ACTION-O        PIC X(40).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-CUSTRPT-LINE.
           05  FILLER                  PIC X(10) VALUE "CUST CODE:".
           05  CUSTRPT-CODE-O          PIC 9(04).
           PERFORM 300-APPLY-ADDRESS-TRANS THRU 300-EXIT
               UNTIL END-OF-ADTRN.

           READ CUSHRTRN INTO CUSHRTRN-REC
               AT END SET END-OF-HRTRN TO TRUE.

           PERFORM 400-APPLY-HIERARCHY-TRANS THRU 400-EXIT
               UNTIL END-OF-HRTRN.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.
               PERFORM 380-WRITE-ADDRESS-LINE THRU 380-EXIT
               GO TO 300-NEXT.

           MOVE "N" TO WS-CITY-STD-SW.
           IF NOT AT-DELETE AND WS-ZIPREF-OPEN
               MOVE SPACES TO ADDRPT-ACTION-O
               PERFORM 340-EDIT-ADDRESS-ZIP THRU 340-EXIT
               IF ADDRPT-ACTION-O NOT = SPACES
                   PERFORM 380-WRITE-ADDRESS-LINE THRU 380-EXIT
                   GO TO 300-NEXT
               END-IF
           END-IF.

           MOVE AT-CUSTOMER-CODE TO CA-CUSTOMER-CODE.
           MOVE AT-ADDR-TYPE TO CA-ADDR-TYPE.
           MOVE AT-ADDR-SEQ TO CA-ADDR-SEQ.
                   MOVE "ADDRESS ADDED" TO AUD-FIELD-NAME
                   MOVE AT-ADDR-LINE-1 TO AUD-AFTER-IMAGE
                   PERFORM 360-ADDRESS-AUDIT THRU 360-EXIT
                   IF WS-CITY-STANDARDIZED
                       MOVE "ADDED - CITY STANDARDIZED"
                           TO ADDRPT-ACTION-O
                   ELSE
                       MOVE "ADDED" TO ADDRPT-ACTION-O
                   END-IF
               WHEN NOT CA-FOUND
                   MOVE "REJECTED - ADDRESS NOT ON FILE"
                       TO ADDRPT-ACTION-O
                   MOVE "ADDRESS CHANGED" TO AUD-FIELD-NAME
                   MOVE AT-ADDR-LINE-1 TO AUD-AFTER-IMAGE
                   PERFORM 360-ADDRESS-AUDIT THRU 360-EXIT
                   IF WS-CITY-STANDARDIZED
                       MOVE "CHANGED - CITY STANDARDIZED"
                           TO ADDRPT-ACTION-O
                   ELSE
                       MOVE "CHANGED" TO ADDRPT-ACTION-O
                   END-IF
               WHEN AT-DELETE
                   MOVE CA-ADDR-LINE-1 TO AUD-BEFORE-IMAGE
                   DELETE CUSTOMER-ADDRESS-FILE
       300-EXIT.
           EXIT.

       340-EDIT-ADDRESS-ZIP.
      *    THE ZIP DECIDES THE STATE AND THE CITY.  A 5-DIGIT ZIP IS
      *    HELD LEFT-JUSTIFIED; A ZIP+4 IS ALL NINE DIGITS.  A CITY
      *    KEYED ANY OTHER WAY (OR LEFT BLANK) TAKES THE REFERENCE
      *    SPELLING.
           MOVE "340-EDIT-ADDRESS-ZIP" TO PARA-NAME.
           IF AT-ZIP (1:5) NOT NUMERIC
               OR (AT-ZIP (6:4) NOT = SPACES
                   AND AT-ZIP (6:4) NOT NUMERIC)
               MOVE "REJECTED - BAD ZIP FORMAT" TO ADDRPT-ACTION-O
               GO TO 340-EXIT.
           MOVE AT-ZIP (1:5) TO ZR-ZIP5.
           READ ZIP-REFERENCE-FILE.
           IF NOT ZR-FOUND
               MOVE "REJECTED - ZIP NOT ON FILE" TO ADDRPT-ACTION-O
               GO TO 340-EXIT.
           IF AT-STATE NOT = ZR-STATE
               MOVE "REJECTED - STATE NOT ZIP'S" TO ADDRPT-ACTION-O
               GO TO 340-EXIT.
           IF AT-CITY NOT = ZR-CITY
               MOVE ZR-CITY TO AT-CITY
               MOVE ZR-CITY TO ADDRPT-CITY-O
               SET WS-CITY-STANDARDIZED TO TRUE
           END-IF.
       340-EXIT.
           EXIT.

       350-MOVE-TRANS-TO-ADDRESS.
           MOVE "350-MOVE-TRANS-TO-ADDRESS" TO PARA-NAME.
           MOVE AT-CUSTOMER-CODE TO CA-CUSTOMER-CODE.
       380-EXIT.
           EXIT.

       400-APPLY-HIERARCHY-TRANS.
      *    THE HIERARCHY SIDE OF THE TRANSACTION SET - SAME SECURITY
      *    GATE, SAME AUDIT TRAIL, SAME STATUS RULES.  A CORPORATE
      *    HAS NO PARENT; A REGION HANGS FROM A CORPORATE; AN
      *    ACCOUNT HANGS FROM A REGION OR A CORPORATE.
           MOVE "400-APPLY-HIERARCHY-TRANS" TO PARA-NAME.
           MOVE HT-CUSTOMER-CODE TO HIERRPT-CODE-O.
           MOVE HT-PARENT-CODE TO HIERRPT-PARENT-O.
           MOVE HT-LEVEL TO HIERRPT-LEVEL-O.

           MOVE HT-MAINT-USER TO OPR-USER-ID.
           CALL "OPRAUTH" USING OPR-USER-ID
                                OPR-FILE-CODE
                                OPR-RETURN-CD.
           IF OPR-RETURN-CD NOT = ZERO
               MOVE "REJECTED - USER NOT AUTHORIZED"
                   TO HIERRPT-ACTION-O
               PERFORM 480-WRITE-HIERARCHY-LINE THRU 480-EXIT
               GO TO 400-NEXT.

           EVALUATE TRUE
               WHEN NOT HT-ADD AND NOT HT-CHANGE AND NOT HT-DELETE
                   MOVE "REJECTED - BAD TRANS CODE" TO HIERRPT-ACTION-O
                   PERFORM 480-WRITE-HIERARCHY-LINE THRU 480-EXIT
                   GO TO 400-NEXT
               WHEN HT-DELETE
                   CONTINUE
               WHEN NOT HT-LEVEL-CORPORATE AND NOT HT-LEVEL-REGION
                    AND NOT HT-LEVEL-ACCOUNT
                   MOVE "REJECTED - LEVEL NOT C/R/A" TO HIERRPT-ACTION-O
                   PERFORM 480-WRITE-HIERARCHY-LINE THRU 480-EXIT
                   GO TO 400-NEXT
               WHEN HT-PARENT-CODE NOT NUMERIC
                   MOVE "REJECTED - BAD PARENT CODE" TO HIERRPT-ACTION-O
                   PERFORM 480-WRITE-HIERARCHY-LINE THRU 480-EXIT
                   GO TO 400-NEXT
               WHEN HT-LEVEL-CORPORATE AND HT-PARENT-CODE NOT = ZERO
                   MOVE "REJECTED - CORPORATE TAKES NO PARENT"
                       TO HIERRPT-ACTION-O
                   PERFORM 480-WRITE-HIERARCHY-LINE THRU 480-EXIT
                   GO TO 400-NEXT
               WHEN NOT HT-LEVEL-CORPORATE AND HT-PARENT-CODE = ZERO
                   MOVE "REJECTED - PARENT REQUIRED" TO HIERRPT-ACTION-O
                   PERFORM 480-WRITE-HIERARCHY-LINE THRU 480-EXIT
                   GO TO 400-NEXT
           END-EVALUATE.

      *    THE CUSTOMER MUST EXIST, AND CLOSED IS FINAL - A CLOSED
      *    CUSTOMER IS NOT LINKED INTO A GROUP.  A DELETE STILL
      *    UNLINKS A CUSTOMER CLOSED SINCE IT WAS LINKED.
           MOVE HT-CUSTOMER-CODE TO CUSTOMER-CODE.
           READ CUSTOMER-MASTER-FILE INTO CUSTOMER-MASTER-REC.
           IF NOT CM-FOUND
               MOVE "REJECTED - CUSTOMER NOT ON FILE"
                   TO HIERRPT-ACTION-O
               PERFORM 480-WRITE-HIERARCHY-LINE THRU 480-EXIT
               GO TO 400-NEXT.
           IF CUSTOMER-CLOSED AND NOT HT-DELETE
               MOVE "REJECTED - CUSTOMER CLOSED"
                   TO HIERRPT-ACTION-O
               PERFORM 480-WRITE-HIERARCHY-LINE THRU 480-EXIT
               GO TO 400-NEXT.

           PERFORM 420-CHECK-FOR-CHILDREN THRU 420-EXIT.

           MOVE HT-CUSTOMER-CODE TO CH-CUSTOMER-CODE.
           READ CUSTOMER-HIER-FILE.
           IF HT-ADD AND CH-FOUND
               MOVE "REJECTED - ALREADY LINKED" TO HIERRPT-ACTION-O
               PERFORM 480-WRITE-HIERARCHY-LINE THRU 480-EXIT
               GO TO 400-NEXT.
           IF NOT HT-ADD AND NOT CH-FOUND
               MOVE "REJECTED - NOT LINKED" TO HIERRPT-ACTION-O
               PERFORM 480-WRITE-HIERARCHY-LINE THRU 480-EXIT
               GO TO 400-NEXT.
           IF CH-FOUND
               MOVE CH-PARENT-CODE TO WS-HOLD-PARENT
               MOVE CH-LEVEL TO WS-HOLD-LEVEL
           ELSE
               MOVE ZERO TO WS-HOLD-PARENT
               MOVE SPACE TO WS-HOLD-LEVEL
           END-IF.

      *    A CUSTOMER WITH CHILDREN UNDER IT CANNOT LEAVE THE TREE
      *    OR CHANGE LEVEL - THE CHILDREN WOULD BE STRANDED OR END UP
      *    BENEATH A PEER.
           IF WS-HAS-CHILDREN
               IF HT-DELETE
                   OR (HT-CHANGE AND HT-LEVEL NOT = WS-HOLD-LEVEL)
                   MOVE "REJECTED - CUSTOMER HAS CHILDREN"
                       TO HIERRPT-ACTION-O
                   PERFORM 480-WRITE-HIERARCHY-LINE THRU 480-EXIT
                   GO TO 400-NEXT
               END-IF
           END-IF.

           IF NOT HT-DELETE AND NOT HT-LEVEL-CORPORATE
               PERFORM 440-EDIT-PARENT THRU 440-EXIT
               IF HIERRPT-ACTION-O NOT = SPACES
                   PERFORM 480-WRITE-HIERARCHY-LINE THRU 480-EXIT
                   GO TO 400-NEXT
               END-IF
           END-IF.

      *    THE PARENT EDIT READ OTHER ROWS - RE-READ THE CUSTOMER'S
      *    OWN ROW BEFORE IT IS REWRITTEN OR DELETED.
           MOVE HT-CUSTOMER-CODE TO CH-CUSTOMER-CODE.
           IF NOT HT-ADD
               READ CUSTOMER-HIER-FILE
           END-IF.

           EVALUATE TRUE
               WHEN HT-ADD
                   PERFORM 450-MOVE-TRANS-TO-HIERARCHY THRU 450-EXIT
                   WRITE CUSTOMER-HIER-REC
                   MOVE "HIERARCHY ADDED" TO AUD-FIELD-NAME
                   MOVE SPACES TO AUD-BEFORE-IMAGE
                   MOVE SPACES TO AUD-AFTER-IMAGE
                   MOVE HT-PARENT-CODE TO AUD-AFTER-IMAGE (1:4)
                   MOVE HT-LEVEL TO AUD-AFTER-IMAGE (6:1)
                   PERFORM 460-HIERARCHY-AUDIT THRU 460-EXIT
                   MOVE "ADDED" TO HIERRPT-ACTION-O
               WHEN HT-CHANGE
                   PERFORM 450-MOVE-TRANS-TO-HIERARCHY THRU 450-EXIT
                   REWRITE CUSTOMER-HIER-REC
                   IF WS-HOLD-PARENT NOT = HT-PARENT-CODE
                       MOVE "HIERARCHY PARENT" TO AUD-FIELD-NAME
                       MOVE WS-HOLD-PARENT TO AUD-BEFORE-IMAGE
                       MOVE HT-PARENT-CODE TO AUD-AFTER-IMAGE
                       PERFORM 460-HIERARCHY-AUDIT THRU 460-EXIT
                   END-IF
                   IF WS-HOLD-LEVEL NOT = HT-LEVEL
                       MOVE "HIERARCHY LEVEL" TO AUD-FIELD-NAME
                       MOVE WS-HOLD-LEVEL TO AUD-BEFORE-IMAGE
                       MOVE HT-LEVEL TO AUD-AFTER-IMAGE
                       PERFORM 460-HIERARCHY-AUDIT THRU 460-EXIT
                   END-IF
                   MOVE "CHANGED" TO HIERRPT-ACTION-O
               WHEN HT-DELETE
                   DELETE CUSTOMER-HIER-FILE
                   MOVE "HIERARCHY DELETED" TO AUD-FIELD-NAME
                   MOVE SPACES TO AUD-BEFORE-IMAGE
                   MOVE WS-HOLD-PARENT TO AUD-BEFORE-IMAGE (1:4)
                   MOVE WS-HOLD-LEVEL TO AUD-BEFORE-IMAGE (6:1)
                   MOVE SPACES TO AUD-AFTER-IMAGE
                   PERFORM 460-HIERARCHY-AUDIT THRU 460-EXIT
                   MOVE "DELETED" TO HIERRPT-ACTION-O
           END-EVALUATE.
           PERFORM 480-WRITE-HIERARCHY-LINE THRU 480-EXIT.

       400-NEXT.
           READ CUSHRTRN INTO CUSHRTRN-REC
               AT END SET END-OF-HRTRN TO TRUE.
       400-EXIT.
           EXIT.

       420-CHECK-FOR-CHILDREN.
      *    ANY ROW WHOSE PARENT IS THIS CUSTOMER, FOUND THROUGH THE
      *    PARENT-CODE ALTERNATE KEY.
           MOVE "420-CHECK-FOR-CHILDREN" TO PARA-NAME.
           MOVE "N" TO WS-CHILD-SW.
           MOVE HT-CUSTOMER-CODE TO CH-PARENT-CODE.
           READ CUSTOMER-HIER-FILE KEY IS CH-PARENT-CODE.
           IF CH-FOUND
               SET WS-HAS-CHILDREN TO TRUE.
       420-EXIT.
           EXIT.

       440-EDIT-PARENT.
      *    THE PARENT MUST BE AN OPEN CUSTOMER ALREADY IN THE TREE AT
      *    A HIGHER LEVEL.  A CLOSED PARENT TAKES NO NEW CHILDREN -
      *    ONLY AN ADD OR A MOVE TO A DIFFERENT PARENT IS A NEW CHILD.
           MOVE "440-EDIT-PARENT" TO PARA-NAME.
           MOVE SPACES TO HIERRPT-ACTION-O.
           MOVE HT-PARENT-CODE TO CUSTOMER-CODE.
           READ CUSTOMER-MASTER-FILE INTO CUSTOMER-MASTER-REC.
           IF NOT CM-FOUND
               MOVE "REJECTED - PARENT NOT ON FILE"
                   TO HIERRPT-ACTION-O
               GO TO 440-EXIT.
           IF CUSTOMER-CLOSED
               AND (HT-ADD OR HT-PARENT-CODE NOT = WS-HOLD-PARENT)
               MOVE "REJECTED - PARENT CLOSED" TO HIERRPT-ACTION-O
               GO TO 440-EXIT.
           MOVE HT-PARENT-CODE TO CH-CUSTOMER-CODE.
           READ CUSTOMER-HIER-FILE.
           IF NOT CH-FOUND
               MOVE "REJECTED - PARENT NOT IN HIERARCHY"
                   TO HIERRPT-ACTION-O
               GO TO 440-EXIT.
           MOVE CH-LEVEL TO WS-PARENT-LEVEL.
           IF HT-LEVEL-REGION AND WS-PARENT-LEVEL NOT = "C"
               MOVE "REJECTED - REGION PARENT NOT CORPORATE"
                   TO HIERRPT-ACTION-O
               GO TO 440-EXIT.
           IF HT-LEVEL-ACCOUNT AND WS-PARENT-LEVEL NOT = "C" AND "R"
               MOVE "REJECTED - PARENT LEVEL TOO LOW"
                   TO HIERRPT-ACTION-O
               GO TO 440-EXIT.
       440-EXIT.
           EXIT.

       450-MOVE-TRANS-TO-HIERARCHY.
           MOVE "450-MOVE-TRANS-TO-HIERARCHY" TO PARA-NAME.
           IF HT-ADD
               MOVE SPACES TO CUSTOMER-HIER-REC.
           MOVE HT-CUSTOMER-CODE TO CH-CUSTOMER-CODE.
           MOVE HT-PARENT-CODE TO CH-PARENT-CODE.
           MOVE HT-LEVEL TO CH-LEVEL.
           MOVE WS-TODAY TO CH-LAST-MAINT-DATE.
           MOVE HT-MAINT-USER TO CH-LAST-MAINT-USER.
       450-EXIT.
           EXIT.

       460-HIERARCHY-AUDIT.
           MOVE "460-HIERARCHY-AUDIT" TO PARA-NAME.
           MOVE SPACES TO AUD-RECORD-KEY.
           MOVE HT-CUSTOMER-CODE TO AUD-RECORD-KEY (1:4).
           MOVE "H" TO AUD-RECORD-KEY (6:1).
           MOVE HT-MAINT-USER TO AUD-USER.
           CALL "MNTAUDIT" USING AUD-FILE-NAME
                                 AUD-RECORD-KEY
                                 AUD-FIELD-NAME
                                 AUD-BEFORE-IMAGE
                                 AUD-AFTER-IMAGE
                                 AUD-USER.
       460-EXIT.
           EXIT.

       480-WRITE-HIERARCHY-LINE.
           WRITE CUSTRPT-REC FROM WS-HIERRPT-LINE.
       480-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT CUSTRANS.
           OPEN INPUT CUSADTRN.
           OPEN INPUT CUSHRTRN.
           OPEN I-O CUSTOMER-MASTER-FILE.
           OPEN I-O CUSTOMER-ADDRESS-FILE.
           IF CA-STATUS = "35"
               CLOSE CUSTOMER-ADDRESS-FILE
               OPEN I-O CUSTOMER-ADDRESS-FILE
           END-IF.
           OPEN INPUT ZIP-REFERENCE-FILE.
           IF ZR-OPENED
               SET WS-ZIPREF-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTINQ ZIPREF NOT OPENED - ZIP EDITS SKIPPED"
           END-IF.
           OPEN I-O CUSTOMER-HIER-FILE.
           IF CH-STATUS = "35"
               CLOSE CUSTOMER-HIER-FILE
               OPEN OUTPUT CUSTOMER-HIER-FILE
               CLOSE CUSTOMER-HIER-FILE
               OPEN I-O CUSTOMER-HIER-FILE
           END-IF.
           OPEN OUTPUT CUSTRPT.
           DISPLAY "CUSTINQ OPEN FILES".
           DISPLAY TRANS-STATUS.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           IF WS-CHANGES-APPLIED > ZERO
               PERFORM 950-BUMP-VERSION-STAMP THRU 950-EXIT.
           IF WS-ZIPREF-OPEN
               CLOSE ZIP-REFERENCE-FILE.
           CLOSE CUSTRANS, CUSADTRN, CUSHRTRN, CUSTOMER-MASTER-FILE,
                 CUSTOMER-ADDRESS-FILE, CUSTOMER-HIER-FILE, CUSTRPT.
           DISPLAY "CUSTINQ FILES CLOSED".
       900-EXIT.
           EXIT.
