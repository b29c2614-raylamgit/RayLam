      *                PRENOTE STATUS 'N' - NOTHING PAYS BY ACH UNTIL
      *                THE CLMPRENT PRENOTE CYCLE HAS PROMOTED THE ROW
      *                TO ACTIVE.
      * 2026  D.ELLIS  DUAL CONTROL.  A TRANSACTION NO LONGER TOUCHES
      *                CLMBANK DIRECTLY - IT IS EDITED, CLEARED
      *                THROUGH OPRAUTH FOR THE REQUESTING OPERATOR AND
      *                HELD ON THE BNKPNDG PENDING-CHANGE FILE (CARRIED
      *                OLD GENERATION TO NEW AS SUPONBRD DOES).  IT IS
      *                APPLIED ONLY WHEN A DIFFERENT, AUTHORIZED
      *                OPERATOR APPROVES IT ON THE BNKAPPR FILE; A
      *                REJECT DROPS IT, AND ONE NOT SETTLED WITHIN THE
      *                PARM NUMBER OF DAYS (DEFAULT 10) EXPIRES.  THE
      *                MNTAUDIT TRAIL CARRIES THE FIELD CHANGES UNDER
      *                THE REQUESTER AND A DUAL-CONTROL ENTRY NAMING
      *                BOTH OPERATORS.  CHGPNDRP LISTS WHAT IS STILL
      *                WAITING FOR THE SUPERVISORS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARM-CARDS
           ASSIGN TO SYSIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PRM-STATUS.

           SELECT BANK-TRANS-FILE
           ASSIGN TO UT-S-BNKTRAN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TRANS-STATUS.

           SELECT BANK-APPR-FILE
           ASSIGN TO UT-S-BNKAPPR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS APPR-STATUS.

           SELECT PENDING-FILE-IN
           ASSIGN TO UT-S-BNKPNDGI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PNDI-STATUS.

           SELECT PENDING-FILE-OUT
           ASSIGN TO UT-S-BNKPNDGO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PNDO-STATUS.

           SELECT BANK-ACCOUNT-FILE
           ASSIGN TO CLMBANK
             ORGANIZATION IS INDEXED
       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARM-REC.
       01  PARM-REC.
           05  PRM-EXPIRE-DAYS             PIC 9(03).
           05  FILLER                      PIC X(77).

       FD  BANK-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  BKT-SEQ-NO                  PIC 9(02).
           05  BKT-ROUTING-NO              PIC 9(09).
           05  BKT-ACCOUNT-NO              PIC X(17).
           05  BKT-USER-ID                 PIC X(08).
           05  FILLER                      PIC X(36).

       FD  BANK-APPR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BANK-APPR-REC.
       01  BANK-APPR-REC.
           05  AP-TRANS-CODE               PIC X(01).
               88  AP-APPROVE                 VALUE "A".
               88  AP-REJECT                  VALUE "R".
           05  AP-CONTRACT-NO              PIC 9(07).
           05  AP-SEQ-NO                   PIC 9(02).
           05  AP-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(62).

       FD  PENDING-FILE-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDING-REC-IN.
       01  PENDING-REC-IN                  PIC X(150).

       FD  PENDING-FILE-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDING-REC-OUT.
       01  PENDING-REC-OUT                 PIC X(150).

       FD  BANK-ACCOUNT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  TRANS-STATUS            PIC X(2).
               88 END-OF-TRANS    VALUE "10".
           05  APPR-STATUS             PIC X(2).
               88 APPR-OPENED     VALUE "00".
               88 END-OF-APPR     VALUE "10".
           05  PNDI-STATUS             PIC X(2).
               88 PNDI-OPENED     VALUE "00".
               88 END-OF-PNDI     VALUE "10".
           05  PNDO-STATUS             PIC X(2).
           05  BNK-STATUS              PIC X(2).
               88 BNK-FOUND       VALUE "00".
           05  OFCODE                  PIC X(2).

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-TODAY-INT                PIC 9(08) VALUE ZERO.
           05  WS-AGE-DAYS                 PIC S9(5) VALUE ZERO.
           05  WS-EXPIRE-DAYS              PIC 9(03) VALUE 10.
           05  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-PENDED-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-DECLINED-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-EXPIRED-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-REFUSED-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-CARRIED-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-FIND-SUB                 PIC 9(3) COMP VALUE 0.
           05  WS-APPR-MATCH-SW            PIC X(1) VALUE "N".
               88 WS-APPR-MATCHED             VALUE "Y".
           05  WS-REFUSED-SW               PIC X(1) VALUE "N".
               88 WS-APPROVER-REFUSED         VALUE "Y".
           05  WS-PEND-FOUND-SW            PIC X(1) VALUE "N".
               88 WS-PEND-FOUND               VALUE "Y".
           05  WS-APPROVER-ID              PIC X(08) VALUE SPACES.
           05  WS-DECISION                 PIC X(08) VALUE SPACES.
           05  WS-KEY-WORK.
               10  WK-CONTRACT-NO          PIC 9(07).
               10  WK-SEQ-NO               PIC 9(02).

      *    THE DAY'S APPROVALS AND REJECTS FROM THE SECOND OPERATOR.
       01  APPR-TABLE-AREA.
           05  WS-APPR-COUNT               PIC 9(3) COMP VALUE 0.
           05  WS-APPR-ENTRY OCCURS 200 TIMES.
               10  APR-TRANS-CODE          PIC X(01).
                   88  APR-APPROVED           VALUE "A".
               10  APR-KEY.
                   15  APR-CONTRACT-NO     PIC 9(07).
                   15  APR-SEQ-NO          PIC 9(02).
               10  APR-OPERATOR-ID         PIC X(08).
               10  APR-USED-SW             PIC X(01).
                   88  APR-USED               VALUE "Y".

      *    ROWS WITH A CHANGE STILL PENDING, SO A SECOND CHANGE TO THE
      *    SAME ROW WAITS UNTIL THE FIRST IS SETTLED.
       01  PEND-KEY-AREA.
           05  WS-PEND-COUNT               PIC 9(3) COMP VALUE 0.
           05  WS-PEND-KEY OCCURS 500 TIMES
                                           PIC X(09).

       COPY CHGPEND.

       01  OPRAUTH-CALL-FIELDS.
           05  OPR-USER-ID                 PIC X(08).
           05  OPR-FILE-CODE               PIC X(08) VALUE "CLMBANK".
           05  OPR-RETURN-CD               PIC 9(4) COMP.

       01  AUDIT-CALL-FIELDS.
           05  AUD-FILE-NAME               PIC X(08) VALUE "CLMBANK".
           05  AUD-RECORD-KEY              PIC X(20).
           05  AUD-FIELD-NAME              PIC X(20).
           05  AUD-BEFORE-IMAGE            PIC X(30).
           05  AUD-AFTER-IMAGE             PIC X(30).
           05  AUD-USER                    PIC X(08).

       01  WS-AUDIT-LINE.
           05  FILLER                  PIC X(10) VALUE "CONTRACT: ".
           05  AUD-ACCOUNT             PIC X(17).
           05  FILLER                  PIC X(09) VALUE " ACTION: ".
           05  AUD-ACTION              PIC X(35).
           05  FILLER                  PIC X(07) VALUE " OPER: ".
           05  AUD-OPERATOR            PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(08) VALUE "PENDED: ".
           05  TOT-PENDED              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  APPLIED: ".
           05  TOT-APPLIED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  DECLINED: ".
           05  TOT-DECLINED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  EXPIRED: ".
           05  TOT-EXPIRED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  REFUSED: ".
           05  TOT-REFUSED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(17)
                 VALUE "  STILL PENDING: ".
           05  TOT-CARRIED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * SETTLE THE CHANGES ALREADY PENDING - APPLY THOSE A SECOND
      * OPERATOR APPROVED, DROP THOSE REJECTED OR EXPIRED, CARRY THE
      * REST FORWARD - THEN EDIT THE DAY'S BANK-ACCOUNT TRANSACTIONS
      * ONTO THE PENDING FILE, WITH AN AUDIT LINE FOR EACH.  ADDS AND
      * ACCOUNT CHANGES STILL RESET THE PRENOTE STATUS WHEN APPLIED,
      * SO NO UNVERIFIED ACCOUNT EVER TAKES AN ACH PAYMENT.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           IF APPR-OPENED
               READ BANK-APPR-FILE
                   AT END SET END-OF-APPR TO TRUE
               END-READ
               PERFORM 060-LOAD-ONE-APPROVAL THRU 060-EXIT
                   UNTIL END-OF-APPR
           END-IF.

           PERFORM 300-CARRY-PENDING-FORWARD THRU 300-EXIT.
           PERFORM 350-LIST-UNMATCHED-APPROVALS THRU 350-EXIT.

           READ BANK-TRANS-FILE
               AT END SET END-OF-TRANS TO TRUE.

           PERFORM 100-PEND-ONE-TRANS THRU 100-EXIT
               UNTIL END-OF-TRANS.

           MOVE WS-PENDED-COUNT TO TOT-PENDED.
           MOVE WS-APPLIED-COUNT TO TOT-APPLIED.
           MOVE WS-DECLINED-COUNT TO TOT-DECLINED.
           MOVE WS-EXPIRED-COUNT TO TOT-EXPIRED.
           MOVE WS-REFUSED-COUNT TO TOT-REFUSED.
           MOVE WS-REJECT-COUNT TO TOT-REJECTED.
           MOVE WS-CARRIED-COUNT TO TOT-CARRIED.
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      *    THE NUMBER OF DAYS A CHANGE MAY WAIT FOR ITS SECOND
      *    OPERATOR BEFORE IT EXPIRES - DEFAULT 10.
           MOVE "050-READ-PARM-CARD" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           READ PARM-CARDS
               AT END SET END-OF-PRM TO TRUE.
           IF NOT END-OF-PRM
               IF PRM-EXPIRE-DAYS NUMERIC AND PRM-EXPIRE-DAYS > ZERO
                   MOVE PRM-EXPIRE-DAYS TO WS-EXPIRE-DAYS
               END-IF
           END-IF.
       050-EXIT.
           EXIT.

       060-LOAD-ONE-APPROVAL.
           MOVE "060-LOAD-ONE-APPROVAL" TO PARA-NAME.
           IF (AP-APPROVE OR AP-REJECT) AND WS-APPR-COUNT < 200
               ADD 1 TO WS-APPR-COUNT
               MOVE AP-TRANS-CODE TO APR-TRANS-CODE (WS-APPR-COUNT)
               MOVE AP-CONTRACT-NO TO APR-CONTRACT-NO (WS-APPR-COUNT)
               MOVE AP-SEQ-NO TO APR-SEQ-NO (WS-APPR-COUNT)
               MOVE AP-OPERATOR-ID TO APR-OPERATOR-ID (WS-APPR-COUNT)
               MOVE "N" TO APR-USED-SW (WS-APPR-COUNT)
           END-IF.
           READ BANK-APPR-FILE
               AT END SET END-OF-APPR TO TRUE.
       060-EXIT.
           EXIT.

       100-PEND-ONE-TRANS.
           MOVE "100-PEND-ONE-TRANS" TO PARA-NAME.
           MOVE BKT-CONTRACT-NO TO AUD-CONTRACT-NO.
           MOVE BKT-SEQ-NO TO AUD-SEQ-NO.
           MOVE BKT-ROUTING-NO TO AUD-ROUTING.
           MOVE BKT-ACCOUNT-NO TO AUD-ACCOUNT.
           MOVE BKT-USER-ID TO AUD-OPERATOR.
           MOVE SPACES TO AUD-ACTION.

      *    THE REQUESTING OPERATOR MUST HOLD CLMBANK AUTHORITY.
           MOVE BKT-USER-ID TO OPR-USER-ID.
           CALL "OPRAUTH" USING OPR-USER-ID
                                OPR-FILE-CODE
                                OPR-RETURN-CD.
           IF OPR-RETURN-CD NOT = ZERO
               ADD 1 TO WS-REJECT-COUNT
               EVALUATE OPR-RETURN-CD
                   WHEN 4
                       MOVE "REJECTED - OPERATOR UNKNOWN"
                           TO AUD-ACTION
                   WHEN 8
                       MOVE "REJECTED - OPERATOR INACTIVE"
                           TO AUD-ACTION
                   WHEN 12
                       MOVE "REJECTED - OPERATOR NOT AUTHORIZED"
                           TO AUD-ACTION
                   WHEN OTHER
                       MOVE "REJECTED - NO OPERATOR ID"
                           TO AUD-ACTION
               END-EVALUATE
               GO TO 100-REPORT.

           EVALUATE TRUE
               WHEN NOT BKT-ADD AND NOT BKT-CHANGE AND NOT BKT-DELETE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - MISSING ACCOUNT" TO AUD-ACTION
               WHEN OTHER
                   PERFORM 150-PEND-EDITED-TRANS THRU 150-EXIT
           END-EVALUATE.

       100-REPORT.
           WRITE MAINT-REPORT-REC FROM WS-AUDIT-LINE.

           READ BANK-TRANS-FILE
       100-EXIT.
           EXIT.

       150-PEND-EDITED-TRANS.
      *    THE ROW MUST BE IN THE STATE THE ACTION EXPECTS TODAY, AND
      *    ONLY ONE CHANGE PER ROW MAY BE WAITING AT A TIME.  A CLEAN
      *    TRANSACTION GOES ON THE PENDING FILE FOR THE SECOND
      *    OPERATOR; A DELETE CARRIES THE ROW'S CURRENT ACCOUNT SO THE
      *    APPROVER SEES WHAT IS BEING REMOVED.
           MOVE "150-PEND-EDITED-TRANS" TO PARA-NAME.
           MOVE BKT-CONTRACT-NO TO BK-CONTRACT-NO.
           MOVE BKT-SEQ-NO TO BK-SEQ-NO.
           READ BANK-ACCOUNT-FILE.
           IF BKT-ADD AND BNK-FOUND
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - ALREADY ON FILE" TO AUD-ACTION
               GO TO 150-EXIT.
           IF NOT BKT-ADD AND NOT BNK-FOUND
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - NOT ON FILE" TO AUD-ACTION
               GO TO 150-EXIT.

           MOVE BKT-CONTRACT-NO TO WK-CONTRACT-NO.
           MOVE BKT-SEQ-NO TO WK-SEQ-NO.
           MOVE "N" TO WS-PEND-FOUND-SW.
           MOVE 1 TO WS-FIND-SUB.
           PERFORM 160-FIND-PENDING-KEY THRU 160-EXIT.
           IF WS-PEND-FOUND
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - CHANGE ALREADY PENDING" TO AUD-ACTION
               GO TO 150-EXIT.

           MOVE SPACES TO PENDING-CHANGE-REC.
           MOVE "BANK" TO PC-CHANGE-TYPE.
           MOVE BKT-ACTION TO PC-ACTION.
           MOVE BKT-CONTRACT-NO TO PC-BANK-CONTRACT-NO.
           MOVE BKT-SEQ-NO TO PC-BANK-SEQ-NO.
           MOVE BKT-USER-ID TO PC-REQUEST-USER.
           MOVE WS-TODAY TO PC-REQUEST-DATE.
           IF BKT-DELETE
               MOVE BK-ROUTING-NO TO PC-BANK-ROUTING-NO
               MOVE BK-ACCOUNT-NO TO PC-BANK-ACCOUNT-NO
           ELSE
               MOVE BKT-ROUTING-NO TO PC-BANK-ROUTING-NO
               MOVE BKT-ACCOUNT-NO TO PC-BANK-ACCOUNT-NO
           END-IF.
           WRITE PENDING-REC-OUT FROM PENDING-CHANGE-REC.
           ADD 1 TO WS-PENDED-COUNT.
           PERFORM 170-NOTE-PENDING-KEY THRU 170-EXIT.
           MOVE "PENDED - AWAITING SECOND APPROVAL" TO AUD-ACTION.
       150-EXIT.
           EXIT.

       160-FIND-PENDING-KEY.
           IF WS-PEND-FOUND OR WS-FIND-SUB > WS-PEND-COUNT
               GO TO 160-EXIT.
           IF WS-PEND-KEY (WS-FIND-SUB) = WS-KEY-WORK
               MOVE "Y" TO WS-PEND-FOUND-SW
               GO TO 160-EXIT.
           ADD 1 TO WS-FIND-SUB.
           GO TO 160-FIND-PENDING-KEY.
       160-EXIT.
           EXIT.

       170-NOTE-PENDING-KEY.
           IF WS-PEND-COUNT < 500
               ADD 1 TO WS-PEND-COUNT
               MOVE WS-KEY-WORK TO WS-PEND-KEY (WS-PEND-COUNT)
           END-IF.
       170-EXIT.
           EXIT.

       200-APPLY-APPROVED-CHANGE.
      *    THE ROW IS RE-READ AT APPLICATION - IT MAY HAVE MOVED SINCE
      *    THE CHANGE WAS PENDED.  EACH FIELD CHANGE GOES TO MNTAUDIT
      *    UNDER THE REQUESTING OPERATOR, BEFORE IMAGE FROM THE ROW AS
      *    IT STOOD.
           MOVE "200-APPLY-APPROVED-CHANGE" TO PARA-NAME.
           MOVE PC-BANK-CONTRACT-NO TO BK-CONTRACT-NO.
           MOVE PC-BANK-SEQ-NO TO BK-SEQ-NO.
           READ BANK-ACCOUNT-FILE.
           MOVE SPACES TO AUD-RECORD-KEY.
           STRING PC-BANK-CONTRACT-NO PC-BANK-SEQ-NO
               DELIMITED BY SIZE INTO AUD-RECORD-KEY.
           MOVE PC-REQUEST-USER TO AUD-USER.
           EVALUATE TRUE
               WHEN PC-ADD AND BNK-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "APPROVED BUT ALREADY ON FILE" TO AUD-ACTION
                   GO TO 200-EXIT
               WHEN PC-ADD
                   MOVE SPACES TO BANK-ACCOUNT-REC
                   MOVE PC-BANK-CONTRACT-NO TO BK-CONTRACT-NO
                   MOVE PC-BANK-SEQ-NO TO BK-SEQ-NO
                   MOVE SPACES TO AUD-BEFORE-IMAGE
                   MOVE "ROUTING-NO" TO AUD-FIELD-NAME
                   MOVE PC-BANK-ROUTING-NO TO AUD-AFTER-IMAGE
                   PERFORM 250-WRITE-AUDIT-TRAIL THRU 250-EXIT
                   MOVE "ACCOUNT-NO" TO AUD-FIELD-NAME
                   MOVE PC-BANK-ACCOUNT-NO TO AUD-AFTER-IMAGE
                   PERFORM 250-WRITE-AUDIT-TRAIL THRU 250-EXIT
                   MOVE PC-BANK-ROUTING-NO TO BK-ROUTING-NO
                   MOVE PC-BANK-ACCOUNT-NO TO BK-ACCOUNT-NO
                   MOVE "N" TO BK-PRENOTE-STATUS
                   MOVE ZERO TO BK-PRENOTE-DATE
                   WRITE BANK-ACCOUNT-REC
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "APPROVED - ADDED, AWAITING PRENOTE"
                       TO AUD-ACTION
               WHEN NOT BNK-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "APPROVED BUT NO LONGER ON FILE" TO AUD-ACTION
                   GO TO 200-EXIT
               WHEN PC-CHANGE
                   IF PC-BANK-ROUTING-NO NOT = BK-ROUTING-NO
                       MOVE "ROUTING-NO" TO AUD-FIELD-NAME
                       MOVE BK-ROUTING-NO TO AUD-BEFORE-IMAGE
                       MOVE PC-BANK-ROUTING-NO TO AUD-AFTER-IMAGE
                       PERFORM 250-WRITE-AUDIT-TRAIL THRU 250-EXIT
                   END-IF
                   IF PC-BANK-ACCOUNT-NO NOT = BK-ACCOUNT-NO
                       MOVE "ACCOUNT-NO" TO AUD-FIELD-NAME
                       MOVE BK-ACCOUNT-NO TO AUD-BEFORE-IMAGE
                       MOVE PC-BANK-ACCOUNT-NO TO AUD-AFTER-IMAGE
                       PERFORM 250-WRITE-AUDIT-TRAIL THRU 250-EXIT
                   END-IF
                   MOVE PC-BANK-ROUTING-NO TO BK-ROUTING-NO
                   MOVE PC-BANK-ACCOUNT-NO TO BK-ACCOUNT-NO
                   MOVE "N" TO BK-PRENOTE-STATUS
                   MOVE ZERO TO BK-PRENOTE-DATE
                   REWRITE BANK-ACCOUNT-REC
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "APPROVED - CHANGED, AWAIT PRENOTE"
                       TO AUD-ACTION
               WHEN PC-DELETE
                   MOVE SPACES TO AUD-AFTER-IMAGE
                   MOVE "ROUTING-NO" TO AUD-FIELD-NAME
                   MOVE BK-ROUTING-NO TO AUD-BEFORE-IMAGE
                   PERFORM 250-WRITE-AUDIT-TRAIL THRU 250-EXIT
                   MOVE "ACCOUNT-NO" TO AUD-FIELD-NAME
                   MOVE BK-ACCOUNT-NO TO AUD-BEFORE-IMAGE
                   PERFORM 250-WRITE-AUDIT-TRAIL THRU 250-EXIT
                   DELETE BANK-ACCOUNT-FILE
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "APPROVED - DELETED" TO AUD-ACTION
           END-EVALUATE.
           MOVE "APPROVED" TO WS-DECISION.
           PERFORM 260-WRITE-DUAL-CONTROL THRU 260-EXIT.
       200-EXIT.
           EXIT.

       250-WRITE-AUDIT-TRAIL.
      *    ONE FIELD-LEVEL BEFORE/AFTER RECORD ON THE COMMON TRAIL.
           MOVE "250-WRITE-AUDIT-TRAIL" TO PARA-NAME.
           CALL "MNTAUDIT" USING AUD-FILE-NAME
                                 AUD-RECORD-KEY
                                 AUD-FIELD-NAME
                                 AUD-BEFORE-IMAGE
                                 AUD-AFTER-IMAGE
                                 AUD-USER.
       250-EXIT.
           EXIT.

       260-WRITE-DUAL-CONTROL.
      *    THE SETTLEMENT ITSELF - REQUESTER IN THE BEFORE IMAGE,
      *    DECISION AND SECOND OPERATOR IN THE AFTER IMAGE, FILED
      *    UNDER THE SECOND OPERATOR.
           MOVE "260-WRITE-DUAL-CONTROL" TO PARA-NAME.
           MOVE SPACES TO AUD-RECORD-KEY AUD-BEFORE-IMAGE
                          AUD-AFTER-IMAGE.
           STRING PC-BANK-CONTRACT-NO PC-BANK-SEQ-NO
               DELIMITED BY SIZE INTO AUD-RECORD-KEY.
           MOVE "DUAL CONTROL" TO AUD-FIELD-NAME.
           STRING "REQUESTED BY " PC-REQUEST-USER
               DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE.
           STRING WS-DECISION " BY " WS-APPROVER-ID
               DELIMITED BY SIZE INTO AUD-AFTER-IMAGE.
           MOVE WS-APPROVER-ID TO AUD-USER.
           PERFORM 250-WRITE-AUDIT-TRAIL THRU 250-EXIT.
       260-EXIT.
           EXIT.

       300-CARRY-PENDING-FORWARD.
      *    EVERY PENDING CHANGE EXPIRES (OLDER THAN THE PARM DAYS), IS
      *    SETTLED BY A SECOND OPERATOR'S APPROVE OR REJECT ON FILE
      *    TODAY, OR CARRIES FORWARD TO THE NEW GENERATION.
           MOVE "300-CARRY-PENDING-FORWARD" TO PARA-NAME.
           IF NOT PNDI-OPENED
               GO TO 300-EXIT.
           READ PENDING-FILE-IN INTO PENDING-CHANGE-REC
               AT END SET END-OF-PNDI TO TRUE.
           PERFORM 310-ONE-PENDING THRU 310-EXIT
               UNTIL END-OF-PNDI.
       300-EXIT.
           EXIT.

       310-ONE-PENDING.
           MOVE "310-ONE-PENDING" TO PARA-NAME.
           MOVE PC-BANK-CONTRACT-NO TO AUD-CONTRACT-NO.
           MOVE PC-BANK-SEQ-NO TO AUD-SEQ-NO.
           MOVE PC-BANK-ROUTING-NO TO AUD-ROUTING.
           MOVE PC-BANK-ACCOUNT-NO TO AUD-ACCOUNT.
           MOVE PC-REQUEST-USER TO AUD-OPERATOR.
           MOVE SPACES TO AUD-ACTION.

           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(PC-REQUEST-DATE).
           IF WS-AGE-DAYS > WS-EXPIRE-DAYS
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE "EXPIRED - NOT APPROVED IN TIME" TO AUD-ACTION
               WRITE MAINT-REPORT-REC FROM WS-AUDIT-LINE
               GO TO 310-NEXT.

           MOVE PC-BANK-CONTRACT-NO TO WK-CONTRACT-NO.
           MOVE PC-BANK-SEQ-NO TO WK-SEQ-NO.
           MOVE "N" TO WS-APPR-MATCH-SW.
           MOVE 1 TO WS-FIND-SUB.
           PERFORM 320-FIND-APPROVAL THRU 320-EXIT.
           IF NOT WS-APPR-MATCHED
               GO TO 310-CARRY.

           MOVE "Y" TO APR-USED-SW (WS-FIND-SUB).
           MOVE APR-OPERATOR-ID (WS-FIND-SUB) TO WS-APPROVER-ID.
           MOVE WS-APPROVER-ID TO AUD-OPERATOR.
           PERFORM 330-CHECK-APPROVER THRU 330-EXIT.
           IF WS-APPROVER-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
               WRITE MAINT-REPORT-REC FROM WS-AUDIT-LINE
               GO TO 310-CARRY.

           IF APR-APPROVED (WS-FIND-SUB)
               PERFORM 200-APPLY-APPROVED-CHANGE THRU 200-EXIT
           ELSE
               ADD 1 TO WS-DECLINED-COUNT
               MOVE "REJECTED BY APPROVER - NOT APPLIED"
                   TO AUD-ACTION
               MOVE "REJECTED" TO WS-DECISION
               PERFORM 260-WRITE-DUAL-CONTROL THRU 260-EXIT
           END-IF.
           WRITE MAINT-REPORT-REC FROM WS-AUDIT-LINE.
           GO TO 310-NEXT.

       310-CARRY.
           WRITE PENDING-REC-OUT FROM PENDING-CHANGE-REC.
           ADD 1 TO WS-CARRIED-COUNT.
           PERFORM 170-NOTE-PENDING-KEY THRU 170-EXIT.

       310-NEXT.
           READ PENDING-FILE-IN INTO PENDING-CHANGE-REC
               AT END SET END-OF-PNDI TO TRUE.
       310-EXIT.
           EXIT.

       320-FIND-APPROVAL.
           IF WS-APPR-MATCHED OR WS-FIND-SUB > WS-APPR-COUNT
               GO TO 320-EXIT.
           IF APR-KEY (WS-FIND-SUB) = WS-KEY-WORK
                   AND NOT APR-USED (WS-FIND-SUB)
               MOVE "Y" TO WS-APPR-MATCH-SW
               GO TO 320-EXIT.
           ADD 1 TO WS-FIND-SUB.
           GO TO 320-FIND-APPROVAL.
       320-EXIT.
           EXIT.

       330-CHECK-APPROVER.
      *    THE SECOND OPERATOR MUST BE SOMEONE OTHER THAN THE
      *    REQUESTER AND MUST HOLD CLMBANK AUTHORITY.  A REFUSED
      *    APPROVAL LEAVES THE CHANGE PENDING.
           MOVE "330-CHECK-APPROVER" TO PARA-NAME.
           MOVE "N" TO WS-REFUSED-SW.
           IF WS-APPROVER-ID = PC-REQUEST-USER
               MOVE "Y" TO WS-REFUSED-SW
               MOVE "REFUSED - APPROVER IS THE REQUESTER"
                   TO AUD-ACTION
               GO TO 330-EXIT.
           MOVE WS-APPROVER-ID TO OPR-USER-ID.
           CALL "OPRAUTH" USING OPR-USER-ID
                                OPR-FILE-CODE
                                OPR-RETURN-CD.
           IF OPR-RETURN-CD = ZERO
               GO TO 330-EXIT.
           MOVE "Y" TO WS-REFUSED-SW.
           EVALUATE OPR-RETURN-CD
               WHEN 4
                   MOVE "REFUSED - APPROVER UNKNOWN" TO AUD-ACTION
               WHEN 8
                   MOVE "REFUSED - APPROVER INACTIVE" TO AUD-ACTION
               WHEN 12
                   MOVE "REFUSED - APPROVER NOT AUTHORIZED"
                       TO AUD-ACTION
               WHEN OTHER
                   MOVE "REFUSED - NO APPROVER ID" TO AUD-ACTION
           END-EVALUATE.
       330-EXIT.
           EXIT.

       350-LIST-UNMATCHED-APPROVALS.
      *    AN APPROVE OR REJECT WITH NO CHANGE PENDING FOR ITS ROW.
           MOVE "350-LIST-UNMATCHED-APPROVALS" TO PARA-NAME.
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-APPR-COUNT
               IF NOT APR-USED (WS-FIND-SUB)
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE APR-CONTRACT-NO (WS-FIND-SUB)
                       TO AUD-CONTRACT-NO
                   MOVE APR-SEQ-NO (WS-FIND-SUB) TO AUD-SEQ-NO
                   MOVE ZERO TO AUD-ROUTING
                   MOVE SPACES TO AUD-ACCOUNT
                   MOVE APR-OPERATOR-ID (WS-FIND-SUB)
                       TO AUD-OPERATOR
                   MOVE "REJECTED - NO CHANGE PENDING" TO AUD-ACTION
                   WRITE MAINT-REPORT-REC FROM WS-AUDIT-LINE
               END-IF
           END-PERFORM.
       350-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, BANK-TRANS-FILE.
      *    THE APPROVAL FILE AND THE PRIOR PENDING GENERATION ARE
      *    ABSENT ON THE FIRST RUN - TREAT THEM AS EMPTY.
           OPEN INPUT BANK-APPR-FILE, PENDING-FILE-IN.
           OPEN OUTPUT PENDING-FILE-OUT.
           OPEN I-O BANK-ACCOUNT-FILE.
           IF BNK-STATUS = "35"
               CLOSE BANK-ACCOUNT-FILE
           DISPLAY "BNKMAINT OPEN FILES".
           DISPLAY TRANS-STATUS.
           DISPLAY BNK-STATUS.
           DISPLAY APPR-STATUS.
           DISPLAY PNDI-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, BANK-TRANS-FILE, BANK-APPR-FILE,
                 PENDING-FILE-IN, PENDING-FILE-OUT,
                 BANK-ACCOUNT-FILE, MAINT-REPORT.
           DISPLAY "BNKMAINT FILES CLOSED".
       900-EXIT.
           EXIT.
