      *                TRANSACTION POSTS A PENDING SUPPLIER TO THE
      *                VSAM MASTER.  A PENDING/AGING LISTING PRINTS
      *                EVERY RUN.  NO MORE UNVETTED SETUPS.
      * 2026  D.ELLIS  DORMANT SUPPLIERS PROPOSED BY SUPREVAL (SUPINACT)
      *                ARE PENDED THE SAME WAY, AS INACTIVATIONS.  AN
      *                OFFICER APPROVAL MARKS THE SUPPLIER INACTIVE ON
      *                THE MASTER; AN OFFICER REJECT DROPS THE
      *                PROPOSAL AND THE SUPPLIER STAYS ACTIVE.
      * 2026  D.ELLIS  NEW SUPPLIERS ARE SCREENED AGAINST THE SANCTIONS
      *                WATCH LIST THROUGH SANCSCRN BEFORE THEY PEND,
      *                AND AGAIN WHEN THE OFFICER APPROVES.  A HIT
      *                STILL PENDS BUT GOES TO COMPLIANCE; A CONFIRMED
      *                MATCH IS REJECTED.  AN APPROVED SUPPLIER THAT
      *                DOES NOT SCREEN CLEAR CARRIES FORWARD WITH THE
      *                APPROVING OFFICER (PND-OFFICER-ID) AND POSTS ON
      *                THE FIRST RUN AFTER COMPLIANCE CLEARS IT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PNDO-STATUS.

           SELECT INACT-PROPOSAL-IN
           ASSIGN TO UT-S-SUPINACT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS INA-STATUS.

           SELECT VSAM-SUPPLR-FILE
                  ASSIGN       to DA-YYCLMAST
                  ORGANIZATION is INDEXED
           DATA RECORD IS PENDING-REC-OUT.
       01  PENDING-REC-OUT                 PIC X(120).

       FD  INACT-PROPOSAL-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLR-INACT-REC.
       COPY SUPINACT.

       FD  VSAM-SUPPLR-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           05  SUPPLR-NAME                         PIC X(30).
           05  SUPPLR-CREDIT-LIMIT                 PIC 9(8).
           05  SUPPLR-HOLD-FLAG                    PIC X(1).
           05  SUPPLR-STATUS-FLAG                  PIC X(1).
               88  SUPPLR-INACTIVE                    VALUE "I".
           05  SUPPLR-PAY-HOLD                     PIC X(1).
           05  SUPPLR-STATUS-DATE                  PIC 9(8).
           05  FILLER                              PIC X(1145).

       FD  ONBDRPT
           RECORDING MODE IS F
           05  PNDI-STATUS             PIC X(2).
               88 END-OF-PNDI     VALUE "10".
           05  PNDO-STATUS             PIC X(2).
           05  INA-STATUS              PIC X(2).
               88 INA-OPENED      VALUE "00".
               88 END-OF-INACT    VALUE "10".
           05  VS-STATUS               PIC X(2).
               88 VS-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
           05  PND-DANDB-RATE              PIC X(03).
           05  PND-DANDB-DATE              PIC 9(06).
           05  PND-ADD-DATE                PIC 9(08).
           05  PND-ACTION                  PIC X(01).
               88  PND-INACTIVATION           VALUE "I".
           05  PND-LAST-ACTIVITY           PIC 9(08).
           05  PND-OFFICER-ID              PIC X(08).
           05  FILLER                      PIC X(41).

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-PENDED                   PIC 9(5) VALUE 0.
           05  WS-POSTED                   PIC 9(5) VALUE 0.
           05  WS-REJECTED                 PIC 9(5) VALUE 0.
           05  WS-INACTIVATED              PIC 9(5) VALUE 0.
           05  WS-INA-SUB                  PIC 9(3) COMP VALUE 0.
           05  WS-APPR-MATCH-SW            PIC X(1) VALUE "N".
               88 WS-APPR-MATCHED             VALUE "Y".
           05  WS-SANCT-HITS               PIC 9(5) VALUE 0.

      *    PASSED TO SANCSCRN.  THE REFERENCE IS THE SUPPLIER NUMBER.
       01  SANCTIONS-FIELDS.
           05  SC-SOURCE                   PIC X(08) VALUE "SUPONBRD".
           05  SC-REFERENCE                PIC X(20).
           05  SC-PAYEE-NAME               PIC X(40).
           05  SC-AMOUNT                   PIC 9(07)V99 VALUE ZERO.
           05  SC-RESULT                   PIC X(01).
               88  SC-CLEAR                   VALUE "C".
               88  SC-BLOCKED                 VALUE "B".
               88  SC-NO-LIST                 VALUE "E".
           05  SC-SCORE                    PIC 9(03).
           05  SC-ENTRY-ID                 PIC X(10).

      *    THE DAY'S ADD CANDIDATES, GATHERED ACROSS THEIR 101 AND
      *    103 RECORDS BY SUPPLIER NUMBER.
               10  CND-DANDB-RATE          PIC X(03).
               10  CND-DANDB-DATE          PIC 9(06).

      *    THE DAY'S APPROVALS, AND THE REJECTS THAT DECLINE A
      *    PENDING INACTIVATION.
       01  APPR-TABLE-AREA.
           05  WS-APPR-COUNT               PIC 9(3) COMP VALUE 0.
           05  WS-APPR-ENTRY OCCURS 100 TIMES.
               10  APR-TRANS-CODE          PIC X(01).
                   88  APR-APPROVED           VALUE "A".
               10  APR-SUPPLR-NO           PIC X(05).
               10  APR-OFFICER-ID          PIC X(08).
               10  APR-USED-SW             PIC X(01).
                   88  APR-USED               VALUE "Y".

      *    INACTIVATIONS ALREADY PENDING, SO A SUPPLIER SUPREVAL
      *    PROPOSES AGAIN IS NOT PENDED TWICE.
       01  INACT-PENDING-AREA.
           05  WS-INA-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-INA-SUPPLR-NO OCCURS 500 TIMES
                                           PIC X(05).

       01  WS-ONBD-LINE.
           05  FILLER                  PIC X(10) VALUE "SUPPLIER: ".
           05  OBL-SUPPLR-O            PIC X(05).
           05  TOT-POSTED-O            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  REJECTED:".
           05  TOT-REJ-O               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE "  INACTIVATED:".
           05  TOT-INACT-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE "  SANCT HITS:".
           05  TOT-SANCT-O             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * GATHER THE DAY'S 100-SERIES ADDS, EDIT THEM ONTO THE PENDING
      * FILE, POST APPROVED PENDINGS TO THE MASTER, PEND THE DORMANT
      * SUPPLIERS PROPOSED FOR INACTIVATION, AND LIST WHAT IS STILL
      * WAITING WITH ITS AGE.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM 300-CARRY-PENDING-FORWARD THRU 300-EXIT.
           PERFORM 400-EDIT-NEW-CANDIDATES THRU 400-EXIT.

           IF INA-OPENED
               READ INACT-PROPOSAL-IN
                   AT END SET END-OF-INACT TO TRUE
               END-READ
               PERFORM 500-PEND-ONE-INACTIVATION THRU 500-EXIT
                   UNTIL END-OF-INACT
           END-IF.

           MOVE WS-PENDED TO TOT-PENDED-O.
           MOVE WS-POSTED TO TOT-POSTED-O.
           MOVE WS-REJECTED TO TOT-REJ-O.
           MOVE WS-INACTIVATED TO TOT-INACT-O.
           MOVE WS-SANCT-HITS TO TOT-SANCT-O.
           WRITE ONBDRPT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

       200-LOAD-ONE-APPROVAL.
           MOVE "200-LOAD-ONE-APPROVAL" TO PARA-NAME.
           IF (AP-APPROVE OR AP-REJECT) AND WS-APPR-COUNT < 100
               ADD 1 TO WS-APPR-COUNT
               MOVE AP-TRANS-CODE TO APR-TRANS-CODE (WS-APPR-COUNT)
               MOVE AP-SUPPLR-NO TO APR-SUPPLR-NO (WS-APPR-COUNT)
               MOVE AP-OFFICER-ID TO APR-OFFICER-ID (WS-APPR-COUNT)
               MOVE "N" TO APR-USED-SW (WS-APPR-COUNT)
       300-CARRY-PENDING-FORWARD.
      *    EVERY PENDING SUPPLIER EITHER POSTS (OFFICER APPROVAL ON
      *    FILE TODAY), OR CARRIES FORWARD AND IS LISTED WITH ITS AGE.
      *    A PENDING INACTIVATION IS ALSO SETTLED BY AN OFFICER REJECT.
      *    AN ADD APPROVED ON AN EARLIER RUN BUT HELD BY THE SANCTIONS
      *    SCREEN NEEDS NO NEW APPROVAL - IT IS SIMPLY RE-SCREENED.
           MOVE "300-CARRY-PENDING-FORWARD" TO PARA-NAME.
           READ PENDING-FILE-IN INTO PENDING-REC
               AT END SET END-OF-PNDI TO TRUE.

       310-ONE-PENDING.
           MOVE "310-ONE-PENDING" TO PARA-NAME.
           IF PND-OFFICER-ID NOT = SPACES AND NOT PND-INACTIVATION
               PERFORM 340-POST-IF-SCREENED THRU 340-EXIT
               GO TO 310-READ.
           MOVE "N" TO WS-APPR-MATCH-SW.
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-APPR-COUNT
                      OR WS-APPR-MATCHED
               IF APR-SUPPLR-NO (WS-FIND-SUB) = PND-SUPPLR-NO
                   AND NOT APR-USED (WS-FIND-SUB)
                   AND (APR-APPROVED (WS-FIND-SUB)
                        OR PND-INACTIVATION)
                   MOVE "Y" TO WS-APPR-MATCH-SW
                   MOVE "Y" TO APR-USED-SW (WS-FIND-SUB)
               END-IF
           END-PERFORM.
           IF WS-APPR-MATCHED
               SUBTRACT 1 FROM WS-FIND-SUB
               IF PND-INACTIVATION
                   PERFORM 360-SETTLE-INACTIVATION THRU 360-EXIT
               ELSE
                   MOVE APR-OFFICER-ID (WS-FIND-SUB) TO PND-OFFICER-ID
                   PERFORM 340-POST-IF-SCREENED THRU 340-EXIT
               END-IF
           ELSE
               WRITE PENDING-REC-OUT FROM PENDING-REC
               MOVE PND-SUPPLR-NO TO OBL-SUPPLR-O
               MOVE PND-SUPPLR-NAME TO OBL-NAME-O
               MOVE "STILL PENDING OFFICER APPROVAL" TO OBL-ACTION-O
               IF PND-INACTIVATION
                   MOVE "INACTIVATION AWAITING APPROVAL"
                       TO OBL-ACTION-O
                   IF WS-INA-COUNT < 500
                       ADD 1 TO WS-INA-COUNT
                       MOVE PND-SUPPLR-NO
                           TO WS-INA-SUPPLR-NO (WS-INA-COUNT)
                   END-IF
               END-IF
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(PND-ADD-DATE)
               MOVE WS-AGE-DAYS TO OBL-AGE-O
               WRITE ONBDRPT-REC FROM WS-ONBD-LINE
           END-IF.
       310-READ.
           READ PENDING-FILE-IN INTO PENDING-REC
               AT END SET END-OF-PNDI TO TRUE.
       310-EXIT.
           EXIT.

       330-SCREEN-SUPPLIER.
      *    SANCSCRN LOGS THE SCREEN AND QUEUES ANY HIT FOR COMPLIANCE.
           MOVE "330-SCREEN-SUPPLIER" TO PARA-NAME.
           CALL "SANCSCRN" USING SC-SOURCE SC-REFERENCE SC-PAYEE-NAME
               SC-AMOUNT SC-RESULT SC-SCORE SC-ENTRY-ID.
           IF NOT SC-CLEAR
               ADD 1 TO WS-SANCT-HITS.
       330-EXIT.
           EXIT.

       340-POST-IF-SCREENED.
      *    THE OFFICER HAS APPROVED.  IT POSTS ONLY IF IT SCREENS
      *    CLEAR TODAY; OTHERWISE IT CARRIES FORWARD, APPROVAL KEPT,
      *    UNTIL COMPLIANCE CLEARS THE HIT.
           MOVE "340-POST-IF-SCREENED" TO PARA-NAME.
           MOVE PND-SUPPLR-NO TO SC-REFERENCE.
           MOVE PND-SUPPLR-NAME TO SC-PAYEE-NAME.
           PERFORM 330-SCREEN-SUPPLIER THRU 330-EXIT.
           IF SC-CLEAR
               PERFORM 350-POST-TO-MASTER THRU 350-EXIT
               GO TO 340-EXIT.
           WRITE PENDING-REC-OUT FROM PENDING-REC.
           MOVE PND-SUPPLR-NO TO OBL-SUPPLR-O.
           MOVE PND-SUPPLR-NAME TO OBL-NAME-O.
           EVALUATE TRUE
               WHEN SC-BLOCKED
                   MOVE "APPROVED - BLOCKED, SANCTIONS MATCH"
                       TO OBL-ACTION-O
               WHEN SC-NO-LIST
                   MOVE "APPROVED - HELD, NO SANCTIONS LIST"
                       TO OBL-ACTION-O
               WHEN OTHER
                   MOVE "APPROVED - HELD FOR SANCTIONS CHECK"
                       TO OBL-ACTION-O
           END-EVALUATE.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(PND-ADD-DATE).
           MOVE WS-AGE-DAYS TO OBL-AGE-O.
           WRITE ONBDRPT-REC FROM WS-ONBD-LINE.
       340-EXIT.
           EXIT.

       350-POST-TO-MASTER.
           MOVE "350-POST-TO-MASTER" TO PARA-NAME.
           MOVE SPACES TO VSAM-SUPPLR-RECORD.
       350-EXIT.
           EXIT.

       360-SETTLE-INACTIVATION.
      *    AN OFFICER APPROVAL MARKS THE SUPPLIER INACTIVE ON THE
      *    MASTER; A REJECT SIMPLY DROPS THE PROPOSAL.
           MOVE "360-SETTLE-INACTIVATION" TO PARA-NAME.
           MOVE PND-SUPPLR-NO TO OBL-SUPPLR-O.
           MOVE PND-SUPPLR-NAME TO OBL-NAME-O.
           MOVE ZERO TO OBL-AGE-O.
           IF NOT APR-APPROVED (WS-FIND-SUB)
               MOVE "INACTIVATION DECLINED - STAYS ACTIVE"
                   TO OBL-ACTION-O
               WRITE ONBDRPT-REC FROM WS-ONBD-LINE
               GO TO 360-EXIT.
           MOVE PND-SUPPLR-NO TO SUPPLR-KEY.
           READ VSAM-SUPPLR-FILE
               INVALID KEY
                   MOVE "INACTIVATE FAILED - NOT ON MASTER"
                       TO OBL-ACTION-O
                   WRITE ONBDRPT-REC FROM WS-ONBD-LINE
                   GO TO 360-EXIT
           END-READ.
           MOVE "I" TO SUPPLR-STATUS-FLAG.
           MOVE WS-TODAY TO SUPPLR-STATUS-DATE.
           REWRITE VSAM-SUPPLR-RECORD
               INVALID KEY
                   MOVE "INACTIVATE FAILED - REWRITE ERROR"
                       TO OBL-ACTION-O
                   WRITE ONBDRPT-REC FROM WS-ONBD-LINE
                   GO TO 360-EXIT
           END-REWRITE.
           ADD 1 TO WS-INACTIVATED.
           MOVE "APPROVED - MARKED INACTIVE" TO OBL-ACTION-O.
           WRITE ONBDRPT-REC FROM WS-ONBD-LINE.
       360-EXIT.
           EXIT.

       400-EDIT-NEW-CANDIDATES.
           MOVE "400-EDIT-NEW-CANDIDATES" TO PARA-NAME.
           PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
               WRITE ONBDRPT-REC FROM WS-ONBD-LINE
               GO TO 410-EXIT.

      *    SANCTIONS SCREEN.  A CONFIRMED MATCH NEVER GETS TO THE
      *    OFFICER; A POTENTIAL HIT PENDS WHILE COMPLIANCE WORKS IT.
           MOVE CND-SUPPLR-NO (WS-CAND-SUB) TO SC-REFERENCE.
           MOVE CND-NAME (WS-CAND-SUB) TO SC-PAYEE-NAME.
           PERFORM 330-SCREEN-SUPPLIER THRU 330-EXIT.
           IF SC-BLOCKED
               ADD 1 TO WS-REJECTED
               MOVE "REJECTED - CONFIRMED SANCTIONS MATCH"
                   TO OBL-ACTION-O
               WRITE ONBDRPT-REC FROM WS-ONBD-LINE
               GO TO 410-EXIT.

      *    CLEAN - LAND IT ON THE PENDING FILE FOR THE OFFICER.
           MOVE SPACES TO PENDING-REC.
           MOVE "P" TO PND-STATUS.
           WRITE PENDING-REC-OUT FROM PENDING-REC.
           ADD 1 TO WS-PENDED.
           MOVE "PENDED FOR OFFICER APPROVAL" TO OBL-ACTION-O.
           IF NOT SC-CLEAR
               MOVE "PENDED - SANCTIONS HIT TO COMPLIANCE"
                   TO OBL-ACTION-O.
           WRITE ONBDRPT-REC FROM WS-ONBD-LINE.
       410-EXIT.
           EXIT.

       500-PEND-ONE-INACTIVATION.
      *    A DORMANT SUPPLIER FROM SUPREVAL GOES ON THE PENDING FILE
      *    FOR THE OFFICER, UNLESS IT IS ALREADY PENDING OR ALREADY
      *    INACTIVE.
           MOVE "500-PEND-ONE-INACTIVATION" TO PARA-NAME.
           MOVE "N" TO WS-CAND-FOUND-SW.
           PERFORM VARYING WS-INA-SUB FROM 1 BY 1
                   UNTIL WS-INA-SUB > WS-INA-COUNT
                      OR WS-CAND-FOUND
               IF WS-INA-SUPPLR-NO (WS-INA-SUB) = IA-SUPPLR-NO
                   MOVE "Y" TO WS-CAND-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-CAND-FOUND
               GO TO 500-READ.
           MOVE IA-SUPPLR-NO TO SUPPLR-KEY.
           READ VSAM-SUPPLR-FILE
               INVALID KEY GO TO 500-READ
           END-READ.
           IF SUPPLR-INACTIVE
               GO TO 500-READ.

           MOVE SPACES TO PENDING-REC.
           MOVE "P" TO PND-STATUS.
           MOVE IA-SUPPLR-NO TO PND-SUPPLR-NO.
           MOVE IA-SUPPLR-NAME TO PND-SUPPLR-NAME.
           MOVE ZERO TO PND-DANDB-NO PND-DANDB-DATE.
           MOVE WS-TODAY TO PND-ADD-DATE.
           MOVE "I" TO PND-ACTION.
           MOVE IA-LAST-ACTIVITY TO PND-LAST-ACTIVITY.
           WRITE PENDING-REC-OUT FROM PENDING-REC.
           ADD 1 TO WS-PENDED.
           IF WS-INA-COUNT < 500
               ADD 1 TO WS-INA-COUNT
               MOVE IA-SUPPLR-NO TO WS-INA-SUPPLR-NO (WS-INA-COUNT)
           END-IF.
           MOVE IA-SUPPLR-NO TO OBL-SUPPLR-O.
           MOVE IA-SUPPLR-NAME TO OBL-NAME-O.
           MOVE "DORMANT - PENDED FOR INACTIVATION" TO OBL-ACTION-O.
           MOVE ZERO TO OBL-AGE-O.
           WRITE ONBDRPT-REC FROM WS-ONBD-LINE.
       500-READ.
           READ INACT-PROPOSAL-IN
               AT END SET END-OF-INACT TO TRUE.
       500-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT ADD-TRANS-FILE, APPR-TRANS-FILE,
                      PENDING-FILE-IN.
           OPEN INPUT INACT-PROPOSAL-IN.
           OPEN OUTPUT PENDING-FILE-OUT, ONBDRPT.
           OPEN I-O VSAM-SUPPLR-FILE.
           DISPLAY "SUPONBRD OPEN FILES".
           DISPLAY TRANS-STATUS.
           DISPLAY INA-STATUS.
           DISPLAY VS-STATUS.
       800-EXIT.
           EXIT.
       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE ADD-TRANS-FILE, APPR-TRANS-FILE, PENDING-FILE-IN,
                 INACT-PROPOSAL-IN,
                 PENDING-FILE-OUT, VSAM-SUPPLR-FILE, ONBDRPT.
           DISPLAY "SUPONBRD FILES CLOSED".
       900-EXIT.
