       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  RMTMAINT.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  SUPPLIER REMIT-TO MAINTENANCE
      *                UNDER DUAL CONTROL, ON THE BNKMAINT PATTERN.  A
      *                CHANGE TO WHERE A SUPPLIER IS PAID - REMIT-TO
      *                NAME AND ADDRESS, AND THE ROUTING/ACCOUNT IT IS
      *                PAID TO BY EFT - IS EDITED, CLEARED THROUGH
      *                OPRAUTH (SUPRMIT) FOR THE REQUESTING OPERATOR
      *                AND HELD ON THE RMTPNDG PENDING-CHANGE FILE.
      *                IT POSTS TO THE SUPPLIER MASTER ONLY WHEN A
      *                DIFFERENT, AUTHORIZED OPERATOR APPROVES IT ON
      *                THE RMTAPPR FILE; A REJECT DROPS IT, AND ONE NOT
      *                SETTLED WITHIN THE PARM NUMBER OF DAYS (DEFAULT
      *                10) EXPIRES.  FIELD CHANGES GO TO MNTAUDIT UNDER
      *                THE REQUESTER, WITH A DUAL-CONTROL ENTRY NAMING
      *                BOTH OPERATORS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARM-CARDS
           ASSIGN TO SYSIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PRM-STATUS.

           SELECT REMIT-TRANS-FILE
           ASSIGN TO UT-S-RMTTRAN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TRANS-STATUS.

           SELECT REMIT-APPR-FILE
           ASSIGN TO UT-S-RMTAPPR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS APPR-STATUS.

           SELECT PENDING-FILE-IN
           ASSIGN TO UT-S-RMTPNDGI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PNDI-STATUS.

           SELECT PENDING-FILE-OUT
           ASSIGN TO UT-S-RMTPNDGO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PNDO-STATUS.

           SELECT VSAM-SUPPLR-FILE
                  ASSIGN       to DA-YYCLMAST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is SUPPLR-KEY
                  ALTERNATE RECORD KEY is SUPPLR-NAME
                      WITH DUPLICATES
                  FILE STATUS  is VS-STATUS.

           SELECT MAINT-REPORT
           ASSIGN TO UT-S-RMTMRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

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

       FD  REMIT-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMIT-TRANS-REC.
       01  REMIT-TRANS-REC.
           05  RMT-ACTION                  PIC X(01).
               88  RMT-CHANGE                 VALUE "C".
           05  RMT-SUPPLR-NO               PIC X(05).
           05  RMT-REMIT-NAME              PIC X(30).
           05  RMT-REMIT-ADDR              PIC X(30).
           05  RMT-REMIT-CITY              PIC X(20).
           05  RMT-REMIT-STATE             PIC X(02).
           05  RMT-REMIT-ZIP               PIC X(09).
           05  RMT-REMIT-ROUTING           PIC 9(09).
           05  RMT-REMIT-ACCOUNT           PIC X(17).
           05  RMT-USER-ID                 PIC X(08).
           05  FILLER                      PIC X(19).

       FD  REMIT-APPR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMIT-APPR-REC.
       01  REMIT-APPR-REC.
           05  AP-TRANS-CODE               PIC X(01).
               88  AP-APPROVE                 VALUE "A".
               88  AP-REJECT                  VALUE "R".
           05  AP-SUPPLR-NO                PIC X(05).
           05  AP-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(66).

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

      *    THE REMIT-TO FIELDS ARE CARVED FROM THE MASTER'S FILLER
      *    BEHIND SUPPLR-STATUS-DATE.  PROGRAMS THAT DO NOT USE THEM
      *    STILL DECLARE THE LONGER FILLER.
       FD  VSAM-SUPPLR-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 1200 CHARACTERS
           DATA RECORD IS VSAM-SUPPLR-RECORD.
       01  VSAM-SUPPLR-RECORD.
           05  FILLER                              PIC X(1).
           05  SUPPLR-KEY.
               10  SUPPLR-HQ                       PIC X(3).
               10  SUPPLR-TS                       PIC X(2).
           05  SUPPLR-NAME                         PIC X(30).
           05  SUPPLR-CREDIT-LIMIT                 PIC 9(8).
           05  SUPPLR-HOLD-FLAG                    PIC X(1).
           05  SUPPLR-STATUS-FLAG                  PIC X(1).
               88  SUPPLR-INACTIVE                    VALUE "I".
           05  SUPPLR-PAY-HOLD                     PIC X(1).
           05  SUPPLR-STATUS-DATE                  PIC 9(8).
           05  SUPPLR-REMIT-NAME                   PIC X(30).
           05  SUPPLR-REMIT-ADDR                   PIC X(30).
           05  SUPPLR-REMIT-CITY                   PIC X(20).
           05  SUPPLR-REMIT-STATE                  PIC X(2).
           05  SUPPLR-REMIT-ZIP                    PIC X(9).
           05  SUPPLR-REMIT-ROUTING                PIC 9(9).
           05  SUPPLR-REMIT-ACCOUNT                PIC X(17).
           05  SUPPLR-REMIT-CHG-DATE               PIC 9(8).
           05  FILLER                              PIC X(1020).

       FD  MAINT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAINT-REPORT-REC.
       01  MAINT-REPORT-REC  PIC X(133).

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
           05  VS-STATUS               PIC X(2).
               88 VS-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

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
           05  WS-KEY-WORK                 PIC X(05) VALUE SPACES.

      *    THE DAY'S APPROVALS AND REJECTS FROM THE SECOND OPERATOR.
       01  APPR-TABLE-AREA.
           05  WS-APPR-COUNT               PIC 9(3) COMP VALUE 0.
           05  WS-APPR-ENTRY OCCURS 200 TIMES.
               10  APR-TRANS-CODE          PIC X(01).
                   88  APR-APPROVED           VALUE "A".
               10  APR-SUPPLR-NO           PIC X(05).
               10  APR-OPERATOR-ID         PIC X(08).
               10  APR-USED-SW             PIC X(01).
                   88  APR-USED               VALUE "Y".

      *    SUPPLIERS WITH A CHANGE STILL PENDING, SO A SECOND CHANGE
      *    WAITS UNTIL THE FIRST IS SETTLED.
       01  PEND-KEY-AREA.
           05  WS-PEND-COUNT               PIC 9(3) COMP VALUE 0.
           05  WS-PEND-KEY OCCURS 500 TIMES
                                           PIC X(05).

       COPY CHGPEND.

       01  OPRAUTH-CALL-FIELDS.
           05  OPR-USER-ID                 PIC X(08).
           05  OPR-FILE-CODE               PIC X(08) VALUE "SUPRMIT".
           05  OPR-RETURN-CD               PIC 9(4) COMP.

       01  AUDIT-CALL-FIELDS.
           05  AUD-FILE-NAME               PIC X(08) VALUE "YYCLMAST".
           05  AUD-RECORD-KEY              PIC X(20).
           05  AUD-FIELD-NAME              PIC X(20).
           05  AUD-BEFORE-IMAGE            PIC X(30).
           05  AUD-AFTER-IMAGE             PIC X(30).
           05  AUD-USER                    PIC X(08).

       01  WS-MAINT-LINE.
           05  FILLER                  PIC X(10) VALUE "SUPPLIER: ".
           05  RML-SUPPLR-O            PIC X(05).
           05  FILLER                  PIC X(01) VALUE " ".
           05  RML-REMIT-NAME-O        PIC X(30).
           05  FILLER                  PIC X(08) VALUE "  CITY: ".
           05  RML-CITY-O              PIC X(20).
           05  FILLER                  PIC X(09) VALUE "  ACTION:".
           05  RML-ACTION-O            PIC X(35).
           05  FILLER                  PIC X(07) VALUE " OPER: ".
           05  RML-OPERATOR-O          PIC X(08).

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
      * SETTLE THE REMIT-TO CHANGES ALREADY PENDING - POST THOSE A
      * SECOND OPERATOR APPROVED, DROP THOSE REJECTED OR EXPIRED,
      * CARRY THE REST FORWARD - THEN EDIT THE DAY'S REMIT-TO
      * TRANSACTIONS ONTO THE PENDING FILE.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           IF APPR-OPENED
               READ REMIT-APPR-FILE
                   AT END SET END-OF-APPR TO TRUE
               END-READ
               PERFORM 060-LOAD-ONE-APPROVAL THRU 060-EXIT
                   UNTIL END-OF-APPR
           END-IF.

           PERFORM 300-CARRY-PENDING-FORWARD THRU 300-EXIT.
           PERFORM 350-LIST-UNMATCHED-APPROVALS THRU 350-EXIT.

           READ REMIT-TRANS-FILE
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
               MOVE AP-SUPPLR-NO TO APR-SUPPLR-NO (WS-APPR-COUNT)
               MOVE AP-OPERATOR-ID TO APR-OPERATOR-ID (WS-APPR-COUNT)
               MOVE "N" TO APR-USED-SW (WS-APPR-COUNT)
           END-IF.
           READ REMIT-APPR-FILE
               AT END SET END-OF-APPR TO TRUE.
       060-EXIT.
           EXIT.

       100-PEND-ONE-TRANS.
           MOVE "100-PEND-ONE-TRANS" TO PARA-NAME.
           MOVE RMT-SUPPLR-NO TO RML-SUPPLR-O.
           MOVE RMT-REMIT-NAME TO RML-REMIT-NAME-O.
           MOVE RMT-REMIT-CITY TO RML-CITY-O.
           MOVE RMT-USER-ID TO RML-OPERATOR-O.
           MOVE SPACES TO RML-ACTION-O.

      *    THE REQUESTING OPERATOR MUST HOLD SUPRMIT AUTHORITY.
           MOVE RMT-USER-ID TO OPR-USER-ID.
           CALL "OPRAUTH" USING OPR-USER-ID
                                OPR-FILE-CODE
                                OPR-RETURN-CD.
           IF OPR-RETURN-CD NOT = ZERO
               ADD 1 TO WS-REJECT-COUNT
               EVALUATE OPR-RETURN-CD
                   WHEN 4
                       MOVE "REJECTED - OPERATOR UNKNOWN"
                           TO RML-ACTION-O
                   WHEN 8
                       MOVE "REJECTED - OPERATOR INACTIVE"
                           TO RML-ACTION-O
                   WHEN 12
                       MOVE "REJECTED - OPERATOR NOT AUTHORIZED"
                           TO RML-ACTION-O
                   WHEN OTHER
                       MOVE "REJECTED - NO OPERATOR ID"
                           TO RML-ACTION-O
               END-EVALUATE
               GO TO 100-REPORT.

      *    A ROUTING NUMBER OF ZERO WITH NO ACCOUNT MEANS THE
      *    SUPPLIER IS PAID BY CHECK TO THE REMIT-TO ADDRESS.
           EVALUATE TRUE
               WHEN NOT RMT-CHANGE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - BAD ACTION CODE" TO RML-ACTION-O
               WHEN RMT-SUPPLR-NO = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - NO SUPPLIER NUMBER"
                       TO RML-ACTION-O
               WHEN RMT-REMIT-NAME = SPACES
                       OR RMT-REMIT-ADDR = SPACES
                       OR RMT-REMIT-CITY = SPACES
                       OR RMT-REMIT-STATE = SPACES
                       OR RMT-REMIT-ZIP = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - INCOMPLETE REMIT ADDRESS"
                       TO RML-ACTION-O
               WHEN RMT-REMIT-ROUTING NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - BAD ROUTING NUMBER"
                       TO RML-ACTION-O
               WHEN RMT-REMIT-ROUTING = ZERO
                       AND RMT-REMIT-ACCOUNT NOT = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - ACCOUNT WITHOUT ROUTING"
                       TO RML-ACTION-O
               WHEN RMT-REMIT-ROUTING NOT = ZERO
                       AND RMT-REMIT-ACCOUNT = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - MISSING ACCOUNT" TO RML-ACTION-O
               WHEN OTHER
                   PERFORM 150-PEND-EDITED-TRANS THRU 150-EXIT
           END-EVALUATE.

       100-REPORT.
           WRITE MAINT-REPORT-REC FROM WS-MAINT-LINE.

           READ REMIT-TRANS-FILE
               AT END SET END-OF-TRANS TO TRUE.

       100-EXIT.
           EXIT.

       150-PEND-EDITED-TRANS.
      *    THE SUPPLIER MUST BE ON THE MASTER AND ACTIVE, AND ONLY ONE
      *    CHANGE PER SUPPLIER MAY BE WAITING AT A TIME.
           MOVE "150-PEND-EDITED-TRANS" TO PARA-NAME.
           MOVE RMT-SUPPLR-NO TO SUPPLR-KEY.
           READ VSAM-SUPPLR-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - SUPPLIER NOT ON MASTER"
                       TO RML-ACTION-O
                   GO TO 150-EXIT
           END-READ.
           IF SUPPLR-INACTIVE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - SUPPLIER INACTIVE" TO RML-ACTION-O
               GO TO 150-EXIT.

           MOVE RMT-SUPPLR-NO TO WS-KEY-WORK.
           MOVE "N" TO WS-PEND-FOUND-SW.
           MOVE 1 TO WS-FIND-SUB.
           PERFORM 160-FIND-PENDING-KEY THRU 160-EXIT.
           IF WS-PEND-FOUND
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - CHANGE ALREADY PENDING"
                   TO RML-ACTION-O
               GO TO 150-EXIT.

           MOVE SPACES TO PENDING-CHANGE-REC.
           MOVE "RMIT" TO PC-CHANGE-TYPE.
           MOVE RMT-ACTION TO PC-ACTION.
           MOVE RMT-SUPPLR-NO TO PC-SUPPLR-NO.
           MOVE RMT-USER-ID TO PC-REQUEST-USER.
           MOVE WS-TODAY TO PC-REQUEST-DATE.
           MOVE RMT-REMIT-NAME TO PC-RMT-NAME.
           MOVE RMT-REMIT-ADDR TO PC-RMT-ADDR.
           MOVE RMT-REMIT-CITY TO PC-RMT-CITY.
           MOVE RMT-REMIT-STATE TO PC-RMT-STATE.
           MOVE RMT-REMIT-ZIP TO PC-RMT-ZIP.
           MOVE RMT-REMIT-ROUTING TO PC-RMT-ROUTING-NO.
           MOVE RMT-REMIT-ACCOUNT TO PC-RMT-ACCOUNT-NO.
           WRITE PENDING-REC-OUT FROM PENDING-CHANGE-REC.
           ADD 1 TO WS-PENDED-COUNT.
           PERFORM 170-NOTE-PENDING-KEY THRU 170-EXIT.
           MOVE "PENDED - AWAITING SECOND APPROVAL" TO RML-ACTION-O.
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
      *    THE MASTER IS RE-READ AT POSTING.  EACH REMIT-TO FIELD THAT
      *    CHANGES GOES TO MNTAUDIT UNDER THE REQUESTING OPERATOR,
      *    BEFORE IMAGE FROM THE MASTER AS IT STOOD.
           MOVE "200-APPLY-APPROVED-CHANGE" TO PARA-NAME.
           MOVE PC-SUPPLR-NO TO SUPPLR-KEY.
           READ VSAM-SUPPLR-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "APPROVED BUT NOT ON MASTER" TO RML-ACTION-O
                   GO TO 200-EXIT
           END-READ.
           MOVE SPACES TO AUD-RECORD-KEY.
           MOVE PC-SUPPLR-NO TO AUD-RECORD-KEY.
           MOVE PC-REQUEST-USER TO AUD-USER.
           IF PC-RMT-NAME NOT = SUPPLR-REMIT-NAME
               MOVE "REMIT-NAME" TO AUD-FIELD-NAME
               MOVE SUPPLR-REMIT-NAME TO AUD-BEFORE-IMAGE
               MOVE PC-RMT-NAME TO AUD-AFTER-IMAGE
               PERFORM 250-WRITE-AUDIT-TRAIL THRU 250-EXIT
           END-IF.
           IF PC-RMT-ADDR NOT = SUPPLR-REMIT-ADDR
               MOVE "REMIT-ADDR" TO AUD-FIELD-NAME
               MOVE SUPPLR-REMIT-ADDR TO AUD-BEFORE-IMAGE
               MOVE PC-RMT-ADDR TO AUD-AFTER-IMAGE
               PERFORM 250-WRITE-AUDIT-TRAIL THRU 250-EXIT
           END-IF.
           IF PC-RMT-CITY NOT = SUPPLR-REMIT-CITY
               MOVE "REMIT-CITY" TO AUD-FIELD-NAME
               MOVE SUPPLR-REMIT-CITY TO AUD-BEFORE-IMAGE
               MOVE PC-RMT-CITY TO AUD-AFTER-IMAGE
               PERFORM 250-WRITE-AUDIT-TRAIL THRU 250-EXIT
           END-IF.
           IF PC-RMT-STATE NOT = SUPPLR-REMIT-STATE
               MOVE "REMIT-STATE" TO AUD-FIELD-NAME
               MOVE SUPPLR-REMIT-STATE TO AUD-BEFORE-IMAGE
               MOVE PC-RMT-STATE TO AUD-AFTER-IMAGE
               PERFORM 250-WRITE-AUDIT-TRAIL THRU 250-EXIT
           END-IF.
           IF PC-RMT-ZIP NOT = SUPPLR-REMIT-ZIP
               MOVE "REMIT-ZIP" TO AUD-FIELD-NAME
               MOVE SUPPLR-REMIT-ZIP TO AUD-BEFORE-IMAGE
               MOVE PC-RMT-ZIP TO AUD-AFTER-IMAGE
               PERFORM 250-WRITE-AUDIT-TRAIL THRU 250-EXIT
           END-IF.
           IF SUPPLR-REMIT-ROUTING NOT NUMERIC
               MOVE ZERO TO SUPPLR-REMIT-ROUTING
           END-IF.
           IF PC-RMT-ROUTING-NO NOT = SUPPLR-REMIT-ROUTING
               MOVE "REMIT-ROUTING" TO AUD-FIELD-NAME
               MOVE SUPPLR-REMIT-ROUTING TO AUD-BEFORE-IMAGE
               MOVE PC-RMT-ROUTING-NO TO AUD-AFTER-IMAGE
               PERFORM 250-WRITE-AUDIT-TRAIL THRU 250-EXIT
           END-IF.
           IF PC-RMT-ACCOUNT-NO NOT = SUPPLR-REMIT-ACCOUNT
               MOVE "REMIT-ACCOUNT" TO AUD-FIELD-NAME
               MOVE SUPPLR-REMIT-ACCOUNT TO AUD-BEFORE-IMAGE
               MOVE PC-RMT-ACCOUNT-NO TO AUD-AFTER-IMAGE
               PERFORM 250-WRITE-AUDIT-TRAIL THRU 250-EXIT
           END-IF.
           MOVE PC-RMT-NAME TO SUPPLR-REMIT-NAME.
           MOVE PC-RMT-ADDR TO SUPPLR-REMIT-ADDR.
           MOVE PC-RMT-CITY TO SUPPLR-REMIT-CITY.
           MOVE PC-RMT-STATE TO SUPPLR-REMIT-STATE.
           MOVE PC-RMT-ZIP TO SUPPLR-REMIT-ZIP.
           MOVE PC-RMT-ROUTING-NO TO SUPPLR-REMIT-ROUTING.
           MOVE PC-RMT-ACCOUNT-NO TO SUPPLR-REMIT-ACCOUNT.
           MOVE WS-TODAY TO SUPPLR-REMIT-CHG-DATE.
           REWRITE VSAM-SUPPLR-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "APPROVED BUT REWRITE FAILED" TO RML-ACTION-O
                   GO TO 200-EXIT
           END-REWRITE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "APPROVED - POSTED TO MASTER" TO RML-ACTION-O.
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
           MOVE PC-SUPPLR-NO TO AUD-RECORD-KEY.
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
           MOVE PC-SUPPLR-NO TO RML-SUPPLR-O.
           MOVE PC-RMT-NAME TO RML-REMIT-NAME-O.
           MOVE PC-RMT-CITY TO RML-CITY-O.
           MOVE PC-REQUEST-USER TO RML-OPERATOR-O.
           MOVE SPACES TO RML-ACTION-O.

           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(PC-REQUEST-DATE).
           IF WS-AGE-DAYS > WS-EXPIRE-DAYS
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE "EXPIRED - NOT APPROVED IN TIME" TO RML-ACTION-O
               WRITE MAINT-REPORT-REC FROM WS-MAINT-LINE
               GO TO 310-NEXT.

           MOVE PC-SUPPLR-NO TO WS-KEY-WORK.
           MOVE "N" TO WS-APPR-MATCH-SW.
           MOVE 1 TO WS-FIND-SUB.
           PERFORM 320-FIND-APPROVAL THRU 320-EXIT.
           IF NOT WS-APPR-MATCHED
               GO TO 310-CARRY.

           MOVE "Y" TO APR-USED-SW (WS-FIND-SUB).
           MOVE APR-OPERATOR-ID (WS-FIND-SUB) TO WS-APPROVER-ID.
           MOVE WS-APPROVER-ID TO RML-OPERATOR-O.
           PERFORM 330-CHECK-APPROVER THRU 330-EXIT.
           IF WS-APPROVER-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
               WRITE MAINT-REPORT-REC FROM WS-MAINT-LINE
               GO TO 310-CARRY.

           IF APR-APPROVED (WS-FIND-SUB)
               PERFORM 200-APPLY-APPROVED-CHANGE THRU 200-EXIT
           ELSE
               ADD 1 TO WS-DECLINED-COUNT
               MOVE "REJECTED BY APPROVER - NOT APPLIED"
                   TO RML-ACTION-O
               MOVE "REJECTED" TO WS-DECISION
               PERFORM 260-WRITE-DUAL-CONTROL THRU 260-EXIT
           END-IF.
           WRITE MAINT-REPORT-REC FROM WS-MAINT-LINE.
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
           IF APR-SUPPLR-NO (WS-FIND-SUB) = WS-KEY-WORK
                   AND NOT APR-USED (WS-FIND-SUB)
               MOVE "Y" TO WS-APPR-MATCH-SW
               GO TO 320-EXIT.
           ADD 1 TO WS-FIND-SUB.
           GO TO 320-FIND-APPROVAL.
       320-EXIT.
           EXIT.

       330-CHECK-APPROVER.
      *    THE SECOND OPERATOR MUST BE SOMEONE OTHER THAN THE
      *    REQUESTER AND MUST HOLD SUPRMIT AUTHORITY.  A REFUSED
      *    APPROVAL LEAVES THE CHANGE PENDING.
           MOVE "330-CHECK-APPROVER" TO PARA-NAME.
           MOVE "N" TO WS-REFUSED-SW.
           IF WS-APPROVER-ID = PC-REQUEST-USER
               MOVE "Y" TO WS-REFUSED-SW
               MOVE "REFUSED - APPROVER IS THE REQUESTER"
                   TO RML-ACTION-O
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
                   MOVE "REFUSED - APPROVER UNKNOWN" TO RML-ACTION-O
               WHEN 8
                   MOVE "REFUSED - APPROVER INACTIVE" TO RML-ACTION-O
               WHEN 12
                   MOVE "REFUSED - APPROVER NOT AUTHORIZED"
                       TO RML-ACTION-O
               WHEN OTHER
                   MOVE "REFUSED - NO APPROVER ID" TO RML-ACTION-O
           END-EVALUATE.
       330-EXIT.
           EXIT.

       350-LIST-UNMATCHED-APPROVALS.
      *    AN APPROVE OR REJECT WITH NO CHANGE PENDING FOR ITS
      *    SUPPLIER.
           MOVE "350-LIST-UNMATCHED-APPROVALS" TO PARA-NAME.
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-APPR-COUNT
               IF NOT APR-USED (WS-FIND-SUB)
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE APR-SUPPLR-NO (WS-FIND-SUB) TO RML-SUPPLR-O
                   MOVE SPACES TO RML-REMIT-NAME-O RML-CITY-O
                   MOVE APR-OPERATOR-ID (WS-FIND-SUB)
                       TO RML-OPERATOR-O
                   MOVE "REJECTED - NO CHANGE PENDING"
                       TO RML-ACTION-O
                   WRITE MAINT-REPORT-REC FROM WS-MAINT-LINE
               END-IF
           END-PERFORM.
       350-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS, REMIT-TRANS-FILE.
      *    THE APPROVAL FILE AND THE PRIOR PENDING GENERATION ARE
      *    ABSENT ON THE FIRST RUN - TREAT THEM AS EMPTY.
           OPEN INPUT REMIT-APPR-FILE, PENDING-FILE-IN.
           OPEN OUTPUT PENDING-FILE-OUT, MAINT-REPORT.
           OPEN I-O VSAM-SUPPLR-FILE.
           DISPLAY "RMTMAINT OPEN FILES".
           DISPLAY TRANS-STATUS.
           DISPLAY APPR-STATUS.
           DISPLAY PNDI-STATUS.
           DISPLAY VS-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, REMIT-TRANS-FILE, REMIT-APPR-FILE,
                 PENDING-FILE-IN, PENDING-FILE-OUT,
                 VSAM-SUPPLR-FILE, MAINT-REPORT.
           DISPLAY "RMTMAINT FILES CLOSED".
       900-EXIT.
           EXIT.
