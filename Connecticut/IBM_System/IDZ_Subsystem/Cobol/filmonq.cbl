      *                   THE PHONE.  SAME FIELDS THE BATCH REPORT
      *                   SHOWS - SUPPLIER, WAREHOUSE, TRANSACTION
      *                   CODE, AMOUNT AND POSTING DATE.
      *    2026  D.ELLIS  EVERY PAGE OF SEARCH RESULTS SHOWN IS NOW
      *                   LOGGED THROUGH INQLOG (TERMINAL, USER,
      *                   TRANSACTION, SEARCH KEY) FOR THE ACCREVW
      *                   ACCESS REVIEW - BY SUPPLIER WHEN ONE WAS
      *                   KEYED, ELSE BY FILM NUMBER, ELSE BY THE
      *                   POSTING-DATE RANGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. Z196.
               10  FILLER                    PIC X(02) VALUE SPACES.
               10  WS-LL-DATE                PIC X(08).
               10  FILLER                    PIC X(13) VALUE SPACES.
      *
      *    PASSED TO INQLOG - WHO LOOKED AT WHAT, FOR ACCREVW.
       01  WS-INQLOG-FIELDS.
           05  WS-IL-TERMINAL                PIC X(04).
           05  WS-IL-USER                    PIC X(08).
           05  WS-IL-TRANS                   PIC X(04).
           05  WS-IL-PROGRAM                 PIC X(08) VALUE 'FILMONQ'.
           05  WS-IL-KEY-TYPE                PIC X(08).
           05  WS-IL-KEY                     PIC X(20).
      *
       LINKAGE SECTION.
      *
               WHEN OTHER
                   MOVE 'END OF MATCHING ENTRIES.' TO MSGERRO
           END-EVALUATE.
           IF WS-LINES-FILLED > ZERO
               MOVE SPACES TO WS-IL-KEY
               EVALUATE TRUE
                   WHEN LK-SUPPLR-NUMBER NOT = SPACES
                       MOVE 'SUPPLIER' TO WS-IL-KEY-TYPE
                       MOVE LK-SUPPLR-NUMBER TO WS-IL-KEY
                   WHEN LK-FILM-NUMBER NOT = SPACES
                       MOVE 'FILMNO' TO WS-IL-KEY-TYPE
                       MOVE LK-FILM-NUMBER TO WS-IL-KEY
                   WHEN OTHER
                       MOVE 'POSTDATE' TO WS-IL-KEY-TYPE
                       MOVE LK-FROM-DATE TO WS-IL-KEY (1:8)
                       MOVE LK-THRU-DATE TO WS-IL-KEY (9:8)
               END-EVALUATE
               PERFORM A900-LOG-ACCESS
           END-IF.
           MOVE LK-FILM-NUMBER TO FQFILMO.
           MOVE LK-SUPPLR-NUMBER TO FQSUPPO.
           MOVE LK-FROM-DATE TO FQFROMO.
           END-EVALUATE.
       A600-EXIT.
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
