      *                PATIENT WITH NO ELIGMSTR COVERAGE ROW IN FORCE
      *                TODAY SUSPENDS INSTEAD OF POSTING, SO CHARGES
      *                FOR TERMINATED MEMBERS STOP AT THE DOOR.
      * 2026  D.ELLIS  DUPLICATE-CHARGE CHECK - EACH CHARGE IS MATCHED
      *                AGAINST THE LINES ALREADY ON THE MASTER FOR THE
      *                STAY AND AGAINST CHARGES POSTED EARLIER IN THE
      *                SAME FEED.  SAME SERVICE, PHYSICIAN, AMOUNT AND
      *                DISCHARGE DATE SUSPENDS AS A DUPLICATE (ON THE
      *                SUSPENSE LISTING AND CHGACK); SAME SERVICE AND
      *                PHYSICIAN AT A DIFFERENT AMOUNT POSTS BUT IS
      *                LISTED ON CHGREVW FOR BILLING TO REVIEW.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT REVIEW-RPT
           ASSIGN TO UT-S-CHGREVW
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS REVW-STATUS.

           SELECT ACK-FILE
           ASSIGN TO UT-S-CHGACK
             ACCESS MODE IS SEQUENTIAL
           DATA RECORD IS SUSPENSE-REC.
       01  SUSPENSE-REC  PIC X(133).

       FD  REVIEW-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REVIEW-REC.
       01  REVIEW-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  FEED-STATUS             PIC X(2).
           05  EL-STATUS               PIC X(2).
               88 EL-OPENED       VALUE "00".
           05  ACK-STATUS              PIC X(2).
           05  REVW-STATUS             PIC X(2).
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

           05 WS-ELIG-DONE-SW             PIC X(1) VALUE "N".
              88 WS-ELIG-DONE VALUE "Y".
           05 WS-TODAY-DATE               PIC 9(8) VALUE ZERO.
           05 WS-DUP-SW                   PIC X(1) VALUE SPACE.
              88 WS-NO-DUPLICATE  VALUE SPACE.
              88 WS-EXACT-DUPLICATE VALUE "E".
              88 WS-NEAR-DUPLICATE VALUE "N".
           05 WS-DUP-WHERE                PIC X(1) VALUE SPACE.
              88 WS-DUP-IN-FEED   VALUE "F".
              88 WS-DUP-ON-MASTER VALUE "M".
           05 WS-DUP-PRIOR-AMT            PIC S9(5)V99 COMP-3 VALUE 0.
           05 WS-RECS-DUPLICATE           PIC 9(6) VALUE 0.
           05 WS-RECS-NEAR-DUP            PIC 9(6) VALUE 0.

      *    CHARGES POSTED EARLIER IN THIS FEED, FOR THE DUPLICATE
      *    CHECK.  PAST THE TABLE SIZE ONLY THE MASTER IS CHECKED.
       01  FEED-CHARGE-TABLE.
           05 FC-COUNT                    PIC 9(4) COMP VALUE 0.
           05 FC-SUB                      PIC 9(4) COMP VALUE 0.
           05 FC-ENTRY OCCURS 2000 TIMES.
              10 FC-PATIENT-ID            PIC X(8).
              10 FC-CHARGE-TYPE           PIC X(1).
              10 FC-SERVICE-ID            PIC X(8).
              10 FC-PHYS-ID               PIC X(8).
              10 FC-CHARGE-AMT            PIC S9(5)V99 COMP-3.
              10 FC-DISCHARGE-DATE        PIC X(8).

      *    BATCH CONTROL STATE - ONE SUBMITTER'S BATCH AT A TIME,
      *    PROVED AGAINST ITS BTRL TRAILER.
           05  FILLER                  PIC X(12)
                 VALUE "  SUSPENDED:".
           05  ITL-SUSPENDED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13)
                 VALUE "  DUPLICATES:".
           05  ITL-DUPLICATE           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12)
                 VALUE "  NEAR DUPS:".
           05  ITL-NEAR-DUP            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-REVIEW-LINE.
           05  REV-REASON              PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REV-RECORD              PIC X(80).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REV-PRIOR-AMT           PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(9) VALUE SPACES.

       COPY PROVIDER.

           MOVE WS-RECS-READ TO ITL-READ.
           MOVE WS-RECS-POSTED TO ITL-POSTED.
           MOVE WS-RECS-SUSPENDED TO ITL-SUSPENDED.
           MOVE WS-RECS-DUPLICATE TO ITL-DUPLICATE.
           MOVE WS-RECS-NEAR-DUP TO ITL-NEAR-DUP.
           WRITE SUSPENSE-REC FROM WS-INTAKE-TOTALS.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.
               PERFORM 600-WRITE-SUSPENSE THRU 600-EXIT
               GO TO 100-NEXT.

           PERFORM 450-CHECK-DUPLICATE THRU 450-EXIT.
           IF WS-EXACT-DUPLICATE
               IF WS-DUP-IN-FEED
                   MOVE "DUPLICATE - EARLIER IN THIS FEED"
                       TO SUS-REASON
               ELSE
                   MOVE "DUPLICATE - ALREADY ON PATMSTR"
                       TO SUS-REASON
               END-IF
               ADD 1 TO WS-RECS-DUPLICATE
               PERFORM 600-WRITE-SUSPENSE THRU 600-EXIT
               GO TO 100-NEXT.

           PERFORM 400-SLOT-THE-CHARGE THRU 400-EXIT.
           IF FEED-REC-REJECTED
               GO TO 100-NEXT.
           END-REWRITE.
           ADD 1 TO WS-RECS-POSTED.
           ADD 1 TO WS-BATCH-POSTED.
           IF WS-NEAR-DUPLICATE
               PERFORM 650-WRITE-REVIEW THRU 650-EXIT
           END-IF.
           IF FC-COUNT < 2000
               ADD 1 TO FC-COUNT
               MOVE FF-PATIENT-ID TO FC-PATIENT-ID (FC-COUNT)
               MOVE FF-CHARGE-TYPE TO FC-CHARGE-TYPE (FC-COUNT)
               MOVE FF-SERVICE-ID TO FC-SERVICE-ID (FC-COUNT)
               MOVE FF-PHYS-ID TO FC-PHYS-ID (FC-COUNT)
               MOVE FF-CHARGE-AMT TO FC-CHARGE-AMT (FC-COUNT)
               MOVE DATE-DISCHARGE TO FC-DISCHARGE-DATE (FC-COUNT)
           END-IF.

       100-NEXT.
           READ CHARGE-FEED-FILE
       400-EXIT.
           EXIT.

       450-CHECK-DUPLICATE.
      *    EXACT - SAME SERVICE, PHYSICIAN, AMOUNT AND DISCHARGE DATE
      *    (THE MASTER'S LINES ARE ALL FOR ITS ONE STAY).  NEAR - SAME
      *    SERVICE AND PHYSICIAN AT ANOTHER AMOUNT.  AN EXACT MATCH
      *    ANYWHERE OUTRANKS A NEAR ONE.
           MOVE "450-CHECK-DUPLICATE" TO PARA-NAME.
           MOVE SPACE TO WS-DUP-SW WS-DUP-WHERE.
           PERFORM VARYING FC-SUB FROM 1 BY 1
                   UNTIL FC-SUB > FC-COUNT OR WS-EXACT-DUPLICATE
               IF FC-PATIENT-ID (FC-SUB) = FF-PATIENT-ID
                  AND FC-CHARGE-TYPE (FC-SUB) = FF-CHARGE-TYPE
                  AND FC-SERVICE-ID (FC-SUB) = FF-SERVICE-ID
                  AND FC-PHYS-ID (FC-SUB) = FF-PHYS-ID
                  AND FC-DISCHARGE-DATE (FC-SUB) = DATE-DISCHARGE
                   IF FC-CHARGE-AMT (FC-SUB) = FF-CHARGE-AMT
                       SET WS-EXACT-DUPLICATE TO TRUE
                       SET WS-DUP-IN-FEED TO TRUE
                   ELSE
                       IF WS-NO-DUPLICATE
                           SET WS-NEAR-DUPLICATE TO TRUE
                           SET WS-DUP-IN-FEED TO TRUE
                           MOVE FC-CHARGE-AMT (FC-SUB)
                               TO WS-DUP-PRIOR-AMT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-EXACT-DUPLICATE
               GO TO 450-EXIT.
           PERFORM VARYING ROW-SUB FROM 1 BY 1
                   UNTIL ROW-SUB > WS-MAX-LINE-ITEMS
                      OR WS-EXACT-DUPLICATE
               IF FF-LAB-CHARGE
                   IF LAB-TEST-S-ID (ROW-SUB) = FF-SERVICE-ID
                      AND PRESCRIBING-S-PHYS-ID (ROW-SUB) = FF-PHYS-ID
                       IF TEST-CHARGES (ROW-SUB) = FF-CHARGE-AMT
                           SET WS-EXACT-DUPLICATE TO TRUE
                           SET WS-DUP-ON-MASTER TO TRUE
                       ELSE
                           IF WS-NO-DUPLICATE
                               SET WS-NEAR-DUPLICATE TO TRUE
                               SET WS-DUP-ON-MASTER TO TRUE
                               MOVE TEST-CHARGES (ROW-SUB)
                                   TO WS-DUP-PRIOR-AMT
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   IF EQUIPMENT-S-ID (ROW-SUB) = FF-SERVICE-ID
                      AND EQUIPMENT-PRES-PHYS-ID (ROW-SUB) = FF-PHYS-ID
                       IF EQUIPMENT-CHARGES (ROW-SUB) = FF-CHARGE-AMT
                           SET WS-EXACT-DUPLICATE TO TRUE
                           SET WS-DUP-ON-MASTER TO TRUE
                       ELSE
                           IF WS-NO-DUPLICATE
                               SET WS-NEAR-DUPLICATE TO TRUE
                               SET WS-DUP-ON-MASTER TO TRUE
                               MOVE EQUIPMENT-CHARGES (ROW-SUB)
                                   TO WS-DUP-PRIOR-AMT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       450-EXIT.
           EXIT.

       650-WRITE-REVIEW.
      *    POSTED, BUT BILLING LOOKS AT IT AGAINST THE PRIOR AMOUNT.
           MOVE "650-WRITE-REVIEW" TO PARA-NAME.
           ADD 1 TO WS-RECS-NEAR-DUP.
           IF WS-DUP-IN-FEED
               MOVE "NEAR DUP - EARLIER IN FEED" TO REV-REASON
           ELSE
               MOVE "NEAR DUP - ALREADY ON PATMSTR" TO REV-REASON
           END-IF.
           MOVE CHARGE-FEED-REC TO REV-RECORD.
           MOVE WS-DUP-PRIOR-AMT TO REV-PRIOR-AMT.
           WRITE REVIEW-REC FROM WS-REVIEW-LINE.
       650-EXIT.
           EXIT.

       600-WRITE-SUSPENSE.
           MOVE "Y" TO WS-REJECT-SW.
           ADD 1 TO WS-RECS-SUSPENDED.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           OPEN OUTPUT SUSPENSE-RPT.
           OPEN OUTPUT ACK-FILE.
           OPEN OUTPUT REVIEW-RPT.
           DISPLAY "PATINTAK OPEN FILES".
           DISPLAY FEED-STATUS.
           DISPLAY PATMSTR-STATUS.
           IF WS-ELIG-FILE-OPEN
               CLOSE ELIG-MASTER
           END-IF.
           CLOSE CHARGE-FEED-FILE, PATMSTR, SUSPENSE-RPT, ACK-FILE,
                 REVIEW-RPT.
           DISPLAY "PATINTAK FILES CLOSED".
       900-EXIT.
           EXIT.
