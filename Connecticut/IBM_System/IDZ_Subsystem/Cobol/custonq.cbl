      *
      *    MOD LOG
      *    -------------------------------------------------------
      *    2026  D.ELLIS  EVERY CUSTOMER DISPLAYED AND EVERY PAGE OF
      *                   THE NAME BROWSE IS NOW LOGGED THROUGH INQLOG
      *                   (TERMINAL, USER, TRANSACTION, KEY) FOR THE
      *                   ACCREVW ACCESS REVIEW.
      *    2026  D.ELLIS  A DISPLAYED CUSTOMER NOW ALSO SHOWS WHERE IT
      *                   SITS IN THE CUSTHIER HIERARCHY - ITS LEVEL,
      *                   ITS PARENT'S CODE AND NAME, AND HOW MANY
      *                   CHILDREN HANG FROM IT - ON THE NEW CUHIER
      *                   LINE.
      *    2026  D.ELLIS  CLOSED CUSTOMERS ARE BLOCKED - A LOOKUP OF
      *                   A CLOSED CODE SAYS SO WITHOUT DISPLAYING
      *                   THE RECORD, AND THE NAME BROWSE SKIPS
                  ACCESS MODE  is DYNAMIC
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
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ADDRESS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY CUSTADDR.
      *
       FD  CUSTOMER-HIER-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY CUSTHIER.
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  CA-STATUS                         PIC X(02).
           88  CA-OPENED                       VALUE '00'.
      *
       01  CH-STATUS                         PIC X(02).
           88  CH-FOUND                        VALUE '00' '02'.
      *
       01  WS-HIER-FIELDS.
           05  WS-HIER-OPEN-SW               PIC X VALUE 'N'.
               88  WS-HIER-OPENED              VALUE 'Y'.
           05  WS-KIDS-DONE-SW               PIC X VALUE 'N'.
               88  WS-KIDS-DONE                VALUE 'Y'.
           05  WS-KIDS-COUNT                 PIC 9(03) VALUE 0.
           05  WS-HIER-CODE                  PIC 9(04) VALUE 0.
           05  WS-HIER-LINE.
               10  FILLER                    PIC X(07) VALUE 'LEVEL: '.
               10  WS-HL-LEVEL               PIC X(09).
               10  FILLER                    PIC X(08) VALUE 'PARENT: '.
               10  WS-HL-PARENT              PIC X(04).
               10  FILLER                    PIC X(01) VALUE SPACE.
               10  WS-HL-PARENT-NAME         PIC X(15).
               10  FILLER                    PIC X(11)
                     VALUE ' CHILDREN: '.
               10  WS-HL-KIDS                PIC ZZ9.
               10  FILLER                    PIC X(02) VALUE SPACES.
      *
       01  WS-ADDR-FIELDS.
           05  WS-ADDR-DONE-SW               PIC X VALUE 'N'.
               10  FILLER                    PIC X(02) VALUE SPACES.
               10  WS-LL-NAME                PIC X(15).
               10  FILLER                    PIC X(12) VALUE SPACES.
      *
      *    PASSED TO INQLOG - WHO LOOKED AT WHAT, FOR ACCREVW.
       01  WS-INQLOG-FIELDS.
           05  WS-IL-TERMINAL                PIC X(04).
           05  WS-IL-USER                    PIC X(08).
           05  WS-IL-TRANS                   PIC X(04).
           05  WS-IL-PROGRAM                 PIC X(08) VALUE 'CUSTONQ'.
           05  WS-IL-KEY-TYPE                PIC X(08).
           05  WS-IL-KEY                     PIC X(20).
      *
       LINKAGE SECTION.
      *
      * every entry, not just the first.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           OPEN INPUT CUSTOMER-HIER-FILE.
           IF CH-STATUS = '00'
               SET WS-HIER-OPENED TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN EIBCALEN = ZERO
      * First time in - show the blank screen.
      * transaction.
                   CLOSE CUSTOMER-MASTER-FILE
                   CLOSE CUSTOMER-ADDRESS-FILE
                   IF WS-HIER-OPENED
                       CLOSE CUSTOMER-HIER-FILE
                   END-IF
                   EXEC CICS
                       SEND TEXT FROM (END-OF-TRANS-MSG)
                       ERASE
      * list the next five customers.  The rep keys a listed code to
      * display it, or presses PF8 for the next page.
           MOVE CUNSRCHI TO CUSTOMER-NAME.
           MOVE CUNSRCHI TO WS-IL-KEY.
           START CUSTOMER-MASTER-FILE KEY NOT LESS CUSTOMER-NAME
               INVALID KEY
                   MOVE 'NO CUSTOMER NAMES AT OR AFTER SEARCH.'
               GO TO A650-EXIT
           END-IF.
           MOVE LK-LAST-NAME TO CUSTOMER-NAME.
           MOVE LK-LAST-NAME TO WS-IL-KEY.
           START CUSTOMER-MASTER-FILE KEY GREATER THAN CUSTOMER-NAME
               INVALID KEY
                   MOVE 'END OF CUSTOMER NAME LIST.' TO MSGOUTO
               MOVE 'NO MATCHING CUSTOMER NAMES.' TO MSGOUTO
           ELSE
               MOVE 'KEY A LISTED CODE, OR PF8 FOR MORE.' TO MSGOUTO
      * The page is logged against the name it was browsed from.
               MOVE 'CUSTNAME' TO WS-IL-KEY-TYPE
               PERFORM A900-LOG-ACCESS
           END-IF.
       A700-EXIT.
           EXIT.
               INVALID KEY NEXT SENTENCE.
           IF CM-FOUND AND CUSTOMER-CLOSED
               MOVE SPACES TO CUACCTO CUNAMEO CUMDTO CUMUSRO
               MOVE SPACES TO CUHIERO
               MOVE 'CUSTOMER CLOSED - NO LOOKUP.' TO MSGOUTO
           ELSE
           IF CM-FOUND
               MOVE CUSTOMER-LAST-MAINT-DATE TO CUMDTO
               MOVE CUSTOMER-LAST-MAINT-USER TO CUMUSRO
               MOVE 'CUSTOMER FOUND.' TO MSGOUTO
               MOVE 'CUSTCODE' TO WS-IL-KEY-TYPE
               MOVE CUSTOMER-CODE TO WS-IL-KEY
               PERFORM A900-LOG-ACCESS
               PERFORM A800-SHOW-ADDRESSES
               PERFORM A850-SHOW-HIERARCHY
           ELSE
               MOVE SPACES TO CUACCTO CUNAMEO CUMDTO CUMUSRO
               MOVE SPACES TO CUHIERO
               MOVE 'CUSTOMER CODE NOT FOUND.' TO MSGOUTO
           END-IF
           END-IF.
           END-PERFORM.
       A800-EXIT.
           EXIT.
      *
       A850-SHOW-HIERARCHY SECTION.
       A850-10.
      * Show the customer's level in the group, its parent's code and
      * name, and the count of children hanging from it.  A customer
      * not in the hierarchy gets a blank line.
           MOVE SPACES TO CUHIERO.
           IF NOT WS-HIER-OPENED
               GO TO A850-EXIT.
           MOVE CUSTOMER-CODE OF CUSTOMER-MASTER-REC TO WS-HIER-CODE.
           MOVE WS-HIER-CODE TO CH-CUSTOMER-CODE.
           READ CUSTOMER-HIER-FILE
               INVALID KEY NEXT SENTENCE.
           IF NOT CH-FOUND
               GO TO A850-EXIT.
           EVALUATE TRUE
               WHEN CH-LEVEL-CORPORATE MOVE 'CORPORATE' TO WS-HL-LEVEL
               WHEN CH-LEVEL-REGION    MOVE 'REGION'    TO WS-HL-LEVEL
               WHEN OTHER              MOVE 'ACCOUNT'   TO WS-HL-LEVEL
           END-EVALUATE.
           MOVE SPACES TO WS-HL-PARENT WS-HL-PARENT-NAME.
           IF CH-PARENT-CODE NOT = ZERO
               MOVE CH-PARENT-CODE TO WS-HL-PARENT
               MOVE CH-PARENT-CODE TO CUSTOMER-CODE
               READ CUSTOMER-MASTER-FILE INTO CUSTOMER-MASTER-REC
                   INVALID KEY CONTINUE
               END-READ
               IF CM-FOUND
                   MOVE CUSTOMER-NAME TO WS-HL-PARENT-NAME
               END-IF
           END-IF.
           MOVE ZERO TO WS-KIDS-COUNT.
           MOVE 'N' TO WS-KIDS-DONE-SW.
           MOVE WS-HIER-CODE TO CH-PARENT-CODE.
           START CUSTOMER-HIER-FILE KEY = CH-PARENT-CODE
               INVALID KEY SET WS-KIDS-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-KIDS-DONE
               READ CUSTOMER-HIER-FILE NEXT RECORD
                   AT END SET WS-KIDS-DONE TO TRUE
                   NOT AT END
                       IF CH-PARENT-CODE NOT = WS-HIER-CODE
                           SET WS-KIDS-DONE TO TRUE
                       ELSE
                           IF WS-KIDS-COUNT < 999
                               ADD 1 TO WS-KIDS-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-KIDS-COUNT TO WS-HL-KIDS.
           MOVE WS-HIER-LINE TO CUHIERO.
       A850-EXIT.
           EXIT.
      *
       A900-LOG-ACCESS SECTION.
       A900-10.
      * One INQLOG entry per screen of data shown - the caller has set
      * the key type and key.  The signed-on user comes from CICS.
           MOVE SPACES TO WS-IL-USER.
           EXEC CICS
               ASSIGN USERID(WS-IL-USER)
           END-EXEC.
           MOVE EIBTRMID TO WS-IL-TERMINAL.
           MOVE EIBTRNID TO WS-IL-TRANS.
           CALL 'INQLOG' USING WS-IL-TERMINAL
                               WS-IL-USER
                               WS-IL-TRANS
                               WS-IL-PROGRAM
                               WS-IL-KEY-TYPE
                               WS-IL-KEY.
       A900-EXIT.
           EXIT.
