       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  CHGPNDRP.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  DAILY PENDING-APPROVALS LIST
      *                FOR THE SUPERVISORS.  RUNS AFTER BNKMAINT AND
      *                RMTMAINT AND LISTS EVERY CLMBANK ROW CHANGE AND
      *                SUPPLIER REMIT-TO CHANGE STILL WAITING FOR ITS
      *                SECOND OPERATOR - WHO ASKED, WHEN, WHAT THE NEW
      *                VALUES ARE, HOW OLD IT IS AND HOW MANY DAYS ARE
      *                LEFT BEFORE IT EXPIRES (SAME PARM CARD AS THE
      *                MAINTAINERS, DEFAULT 10).  RETURN CODE 4 WHEN
      *                ANY CHANGE IS ON ITS LAST DAY.
      * 2026  D.ELLIS  THE MAINTAINERS EXPIRE A CHANGE BEFORE READING
      *                ITS APPROVAL, SO ONE DAY LEFT TODAY IS THE LAST
      *                CHANCE - FLAGGED FROM ONE DAY LEFT, NOT ZERO.
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

           SELECT BANK-PENDING-FILE
           ASSIGN TO UT-S-BNKPNDG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BNKP-STATUS.

           SELECT REMIT-PENDING-FILE
           ASSIGN TO UT-S-RMTPNDG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RMTP-STATUS.

           SELECT PENDING-REPORT
           ASSIGN TO UT-S-CHGPNDRP
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

       FD  BANK-PENDING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BANK-PENDING-REC.
       01  BANK-PENDING-REC                PIC X(150).

       FD  REMIT-PENDING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMIT-PENDING-REC.
       01  REMIT-PENDING-REC               PIC X(150).

       FD  PENDING-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDING-REPORT-REC.
       01  PENDING-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRM-STATUS              PIC X(2).
               88 END-OF-PRM      VALUE "10".
           05  BNKP-STATUS             PIC X(2).
               88 BNKP-OPENED     VALUE "00".
               88 END-OF-BNKP     VALUE "10".
           05  RMTP-STATUS             PIC X(2).
               88 RMTP-OPENED     VALUE "00".
               88 END-OF-RMTP     VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-TODAY-INT                PIC 9(08) VALUE ZERO.
           05  WS-EXPIRE-DAYS              PIC 9(03) VALUE 10.
           05  WS-AGE-DAYS                 PIC S9(5) VALUE ZERO.
           05  WS-DAYS-LEFT                PIC S9(5) VALUE ZERO.
           05  WS-OLDEST-DAYS              PIC S9(5) VALUE ZERO.
           05  WS-BANK-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-REMIT-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-LAST-DAY-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-BANK-KEY-O.
               10  WK-CONTRACT-NO          PIC 9(07).
               10  FILLER                  PIC X(01) VALUE "-".
               10  WK-SEQ-NO               PIC 9(02).

       COPY CHGPEND.

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(46)
                 VALUE "DUAL-CONTROL CHANGES AWAITING SECOND APPROVAL".
           05  FILLER     PIC X(10) VALUE "   RUN ON ".
           05  HD-RUN-DATE                 PIC 9(08).
           05  FILLER     PIC X(16) VALUE "   EXPIRE AFTER ".
           05  HD-EXPIRE-DAYS              PIC ZZ9.
           05  FILLER     PIC X(05) VALUE " DAYS".
           05  FILLER     PIC X(45) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER     PIC X(12) VALUE "  FILE".
           05  FILLER     PIC X(12) VALUE "KEY".
           05  FILLER     PIC X(08) VALUE "ACTION".
           05  FILLER     PIC X(10) VALUE "REQUESTER".
           05  FILLER     PIC X(10) VALUE "REQUESTED".
           05  FILLER     PIC X(06) VALUE "  AGE".
           05  FILLER     PIC X(06) VALUE " LEFT".
           05  FILLER     PIC X(42) VALUE "NEW VALUES".
           05  FILLER     PIC X(27) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-FILE                     PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-KEY                      PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-ACTION                   PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-REQUESTER                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-REQ-DATE                 PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-AGE                      PIC ZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-DAYS-LEFT                PIC ZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-NEW-VALUES               PIC X(40).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-NOTE                     PIC X(20).
           05  FILLER                      PIC X(07) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(18)
                 VALUE "CLMBANK PENDING: ".
           05  TOT-BANK                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(21)
                 VALUE "   REMIT-TO PENDING: ".
           05  TOT-REMIT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(17)
                 VALUE "   ON LAST DAY: ".
           05  TOT-LAST-DAY            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(18)
                 VALUE "   OLDEST (DAYS): ".
           05  TOT-OLDEST              PIC ZZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-NOTHING-LINE.
           05  FILLER                      PIC X(40)
                 VALUE "NO CHANGES AWAITING APPROVAL".
           05  FILLER                      PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * LIST THE PENDING CLMBANK CHANGES, THEN THE PENDING REMIT-TO
      * CHANGES, WITH THEIR AGE AND DAYS LEFT, AND A COUNT LINE.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-READ-PARM-CARD THRU 050-EXIT.

           MOVE WS-TODAY TO HD-RUN-DATE.
           MOVE WS-EXPIRE-DAYS TO HD-EXPIRE-DAYS.
           WRITE PENDING-REPORT-REC FROM WS-HEADING-LINE.
           MOVE SPACES TO PENDING-REPORT-REC.
           WRITE PENDING-REPORT-REC.
           WRITE PENDING-REPORT-REC FROM WS-COLUMN-LINE.
           MOVE SPACES TO PENDING-REPORT-REC.
           WRITE PENDING-REPORT-REC.

           IF BNKP-OPENED
               READ BANK-PENDING-FILE INTO PENDING-CHANGE-REC
                   AT END SET END-OF-BNKP TO TRUE
               END-READ
               PERFORM 100-LIST-ONE-BANK THRU 100-EXIT
                   UNTIL END-OF-BNKP
           END-IF.

           IF RMTP-OPENED
               READ REMIT-PENDING-FILE INTO PENDING-CHANGE-REC
                   AT END SET END-OF-RMTP TO TRUE
               END-READ
               PERFORM 200-LIST-ONE-REMIT THRU 200-EXIT
                   UNTIL END-OF-RMTP
           END-IF.

           IF WS-BANK-COUNT = ZERO AND WS-REMIT-COUNT = ZERO
               WRITE PENDING-REPORT-REC FROM WS-NOTHING-LINE
           END-IF.
           MOVE SPACES TO PENDING-REPORT-REC.
           WRITE PENDING-REPORT-REC.
           MOVE WS-BANK-COUNT TO TOT-BANK.
           MOVE WS-REMIT-COUNT TO TOT-REMIT.
           MOVE WS-LAST-DAY-COUNT TO TOT-LAST-DAY.
           MOVE WS-OLDEST-DAYS TO TOT-OLDEST.
           WRITE PENDING-REPORT-REC FROM WS-TOTALS-LINE.

           IF WS-LAST-DAY-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       050-READ-PARM-CARD.
      *    THE EXPIRY DAYS THE MAINTAINERS RAN WITH - DEFAULT 10.
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

       100-LIST-ONE-BANK.
           MOVE "100-LIST-ONE-BANK" TO PARA-NAME.
           ADD 1 TO WS-BANK-COUNT.
           MOVE "CLMBANK" TO DL-FILE.
           MOVE PC-BANK-CONTRACT-NO TO WK-CONTRACT-NO.
           MOVE PC-BANK-SEQ-NO TO WK-SEQ-NO.
           MOVE WS-BANK-KEY-O TO DL-KEY.
           MOVE SPACES TO DL-NEW-VALUES.
           STRING "RTG " PC-BANK-ROUTING-NO
                  " ACCT " PC-BANK-ACCOUNT-NO
               DELIMITED BY SIZE INTO DL-NEW-VALUES.
           PERFORM 300-AGE-AND-PRINT THRU 300-EXIT.
           READ BANK-PENDING-FILE INTO PENDING-CHANGE-REC
               AT END SET END-OF-BNKP TO TRUE.
       100-EXIT.
           EXIT.

       200-LIST-ONE-REMIT.
           MOVE "200-LIST-ONE-REMIT" TO PARA-NAME.
           ADD 1 TO WS-REMIT-COUNT.
           MOVE "REMIT-TO" TO DL-FILE.
           MOVE PC-SUPPLR-NO TO DL-KEY.
           MOVE SPACES TO DL-NEW-VALUES.
           IF PC-RMT-ROUTING-NO = ZERO
               STRING PC-RMT-NAME DELIMITED BY "  "
                      ", " PC-RMT-CITY DELIMITED BY "  "
                      " " PC-RMT-STATE DELIMITED BY SIZE
                   INTO DL-NEW-VALUES
           ELSE
               STRING PC-RMT-NAME DELIMITED BY "  "
                      " EFT RTG " PC-RMT-ROUTING-NO
                      DELIMITED BY SIZE
                   INTO DL-NEW-VALUES
           END-IF.
           PERFORM 300-AGE-AND-PRINT THRU 300-EXIT.
           READ REMIT-PENDING-FILE INTO PENDING-CHANGE-REC
               AT END SET END-OF-RMTP TO TRUE.
       200-EXIT.
           EXIT.

       300-AGE-AND-PRINT.
      *    THE MAINTAINERS EXPIRE A CHANGE ONCE ITS AGE PASSES THE
      *    EXPIRY DAYS, BEFORE ANY APPROVAL IS READ.  ONE WITH A DAY
      *    LEFT MUST BE APPROVED ON THE NEXT RUN; ONE WITH NONE LEFT
      *    EXPIRES ON THE NEXT RUN WHATEVER IS ON FILE.
           MOVE "300-AGE-AND-PRINT" TO PARA-NAME.
           EVALUATE TRUE
               WHEN PC-ADD     MOVE "ADD" TO DL-ACTION
               WHEN PC-DELETE  MOVE "DELETE" TO DL-ACTION
               WHEN OTHER      MOVE "CHANGE" TO DL-ACTION
           END-EVALUATE.
           MOVE PC-REQUEST-USER TO DL-REQUESTER.
           MOVE PC-REQUEST-DATE TO DL-REQ-DATE.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(PC-REQUEST-DATE).
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS.
           COMPUTE WS-DAYS-LEFT = WS-EXPIRE-DAYS - WS-AGE-DAYS.
           IF WS-DAYS-LEFT < ZERO
               MOVE ZERO TO WS-DAYS-LEFT.
           IF WS-AGE-DAYS > WS-OLDEST-DAYS
               MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS.
           MOVE WS-AGE-DAYS TO DL-AGE.
           MOVE WS-DAYS-LEFT TO DL-DAYS-LEFT.
           MOVE SPACES TO DL-NOTE.
           IF WS-DAYS-LEFT NOT > 1
               ADD 1 TO WS-LAST-DAY-COUNT
               IF WS-DAYS-LEFT = 1
                   MOVE "LAST DAY TO APPROVE" TO DL-NOTE
               ELSE
                   MOVE "EXPIRES NEXT RUN" TO DL-NOTE
               END-IF
           END-IF.
           WRITE PENDING-REPORT-REC FROM WS-DETAIL-LINE.
       300-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PARM-CARDS.
      *    A MAINTAINER THAT HAS NEVER PENDED ANYTHING HAS NO FILE
      *    YET - THAT SECTION OF THE LIST IS SIMPLY EMPTY.
           OPEN INPUT BANK-PENDING-FILE, REMIT-PENDING-FILE.
           OPEN OUTPUT PENDING-REPORT.
           DISPLAY "CHGPNDRP OPEN FILES".
           DISPLAY BNKP-STATUS.
           DISPLAY RMTP-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE PARM-CARDS, BANK-PENDING-FILE, REMIT-PENDING-FILE,
                 PENDING-REPORT.
           DISPLAY "CHGPNDRP FILES CLOSED".
       900-EXIT.
           EXIT.
