      *                   ITEMS KEEP THEIR RESERVE UNTIL PAID.  THE
      *                   RSVRPT RESERVE AGING REPORT READS THE
      *                   RESULT.
      *    2026  D.ELLIS  DENIAL LETTERS ARE NOW ROUTED THROUGH DLVDOC
      *                   BY THE CONTRACT'S DELIVERY PREFERENCE -
      *                   PRINTED ON CLMLTRS ONLY FOR THOSE WHO WANT
      *                   PAPER, AND PASSED TO THE ELECTRONIC DOCUMENT
      *                   FILE FOR THOSE WHO CHOSE ELECTRONIC OR BOTH.
      *                   THE LETTER REGISTER SHOWS HOW EACH WENT.
      *    2026  D.ELLIS  SUBROGATION - ACTION 'S' FLAGS AN APPROVED
      *                   CLAIM ON A CONTRACT WITH AN ACCIDENTAL-DEATH
      *                   RIDER FOR RECOVERY FROM A LIABLE THIRD PARTY,
      *                   OPENING A CASE ON SUBRCASE WITH THE THIRD
      *                   PARTY, CARRIER, AMOUNT PAID AND AMOUNT
      *                   SOUGHT.  SUBRPOST WORKS THE CASE FROM THERE.
      *    2026  D.ELLIS  THE RIDER FILE IS OPTIONAL - WHEN IT CANNOT
      *                   BE OPENED A SUBROGATION FLAG IS REJECTED
      *                   (NO RIDER CAN BE CONFIRMED) AND IT IS NOT
      *                   CLOSED AT END OF RUN.
000004
000005 ENVIRONMENT DIVISION.
000006 INPUT-OUTPUT SECTION.
           SELECT LETTER-REGISTER-FILE
             ASSIGN TO CLMLREG
               ORGANIZATION IS SEQUENTIAL.
           SELECT RIDER-FILE
             ASSIGN TO RIDRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RD-CONTRACT-NO
               FILE STATUS IS WS-RIDR-STATUS.
           SELECT SUBRO-CASE-FILE
             ASSIGN TO SUBRCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-CONTRACT-NO
               FILE STATUS IS WS-SUBR-STATUS.
000012
000013 DATA DIVISION.
000014 FILE SECTION.
               88  DT-APPROVE               VALUE 'A'.
               88  DT-DENY                  VALUE 'D'.
               88  DT-HOLD                  VALUE 'H'.
               88  DT-SUBROGATE             VALUE 'S'.
           05  DT-EXAMINER               PIC X(8).
           05  DT-REASON                 PIC X(40).
      **** A SUBROGATION FLAG NAMES THE THIRD PARTY AND CARRIER IN
      **** PLACE OF A REASON, AND CARRIES THE AMOUNTS.
           05  DT-SUBRO-PARTIES REDEFINES DT-REASON.
               10  DT-THIRD-PARTY        PIC X(25).
               10  DT-CARRIER            PIC X(15).
           05  DT-AMOUNT-PAID            PIC 9(7)V99.
           05  DT-AMOUNT-SOUGHT          PIC 9(7)V99.
           05  FILLER                    PIC X(6).

       FD  REVIEW-STATUS-FILE
           RECORD CONTAINS 120 CHARACTERS.
           RECORD CONTAINS 132 CHARACTERS.
       01  LETTER-REGISTER-LINE          PIC X(132).

       FD  RIDER-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY CLMRIDER.

       FD  SUBRO-CASE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY SUBRCASE.

000023 WORKING-STORAGE SECTION.
000024 01  FILLER                        PIC X(60)
000025         VALUE 'WORKING STORAGE DUMP LABEL'.
               88  WS-RVST-FOUND            VALUE '00'.
           05  WS-BROWSE-DONE-SW         PIC X   VALUE 'N'.
               88  WS-BROWSE-DONE           VALUE 'Y'.
           05  WS-RIDR-STATUS            PIC XX  VALUE SPACES.
               88  WS-RIDR-FOUND            VALUE '00'.
           05  WS-RIDR-FILE-SW           PIC X   VALUE 'N'.
               88  WS-RIDR-FILE-OPEN        VALUE 'Y'.
           05  WS-SUBR-STATUS            PIC XX  VALUE SPACES.
               88  WS-SUBR-FOUND            VALUE '00'.

       01  WORK-FIELDS.
           05  WS-TODAY-DATE             PIC 9(8)  VALUE ZEROES.
           05  WS-APPLIED-COUNT          PIC 9(5)  VALUE ZEROES.
           05  WS-REJECT-COUNT           PIC 9(5)  VALUE ZEROES.
           05  WS-OPEN-COUNT             PIC 9(5)  VALUE ZEROES.
           05  WS-SUBRO-COUNT            PIC 9(5)  VALUE ZEROES.

       01  DISP-DETAIL-LINE.
           05  DDL-CONTRACT-NO           PIC 9(7).
       01  LETTER-WORK-FIELDS.
           05  WS-LETTER-COUNT           PIC 9(5)  VALUE ZEROES.
           05  WS-LETTER-TEXT            PIC X(80) VALUE SPACES.
           05  WS-LETTER-ELEC-COUNT      PIC 9(5)  VALUE ZEROES.

       01  LETTER-DATE-LINE.
           05  FILLER                    PIC X(6)  VALUE 'DATE: '.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LRG-NAME                  PIC X(25).
           05  FILLER                    PIC X(10)
                 VALUE '  SENT:   '.
           05  LRG-DATE                  PIC 9(8).
           05  FILLER                    PIC X(10)
                 VALUE '  REASON: '.
           05  LRG-REASON                PIC X(40).
           05  FILLER                    PIC X(6)  VALUE '  VIA '.
           05  LRG-CHANNEL               PIC X(10).
           05  FILLER                    PIC X(4)  VALUE SPACES.

       01  LETTER-REGISTER-TOTAL.
           05  FILLER                    PIC X(22)
           05  FILLER                    PIC X(14)
                 VALUE '  Still Open: '.
           05  DTL-OPEN                  PIC ZZ,ZZ9.
           05  FILLER                    PIC X(15)
                 VALUE '  Subrogation: '.
           05  DTL-SUBRO                 PIC ZZ,ZZ9.
           05  FILLER                    PIC X(58) VALUE SPACES.

       COPY DLVPARM.

000204 PROCEDURE DIVISION.
       000-APPLY-DISPOSITIONS.
                OUTPUT DISP-REPORT-FILE.
           OPEN OUTPUT LETTER-FILE
                       LETTER-REGISTER-FILE.
           OPEN INPUT RIDER-FILE.
           IF WS-RIDR-FOUND
              MOVE 'Y' TO WS-RIDR-FILE-SW
           END-IF.
           OPEN I-O SUBRO-CASE-FILE.
           IF WS-SUBR-STATUS = '35'
              CLOSE SUBRO-CASE-FILE
              OPEN OUTPUT SUBRO-CASE-FILE
              CLOSE SUBRO-CASE-FILE
              OPEN I-O SUBRO-CASE-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           MOVE WS-APPLIED-COUNT TO DTL-APPLIED.
           MOVE WS-REJECT-COUNT TO DTL-REJECTS.
           MOVE WS-OPEN-COUNT TO DTL-OPEN.
           MOVE WS-SUBRO-COUNT TO DTL-SUBRO.
           WRITE DISP-REPORT-LINE FROM DISP-TOTALS-LINE.
           MOVE WS-LETTER-COUNT TO LRT-COUNT.
           WRITE LETTER-REGISTER-LINE FROM LETTER-REGISTER-TOTAL.
           DISPLAY 'CLAIMDISP DENIAL LETTERS ' WS-LETTER-COUNT
               ' ELECTRONIC ' WS-LETTER-ELEC-COUNT.
           CLOSE DISP-TRANS-FILE
                 REVIEW-STATUS-FILE
                 DISP-REPORT-FILE
                 LETTER-FILE
                 LETTER-REGISTER-FILE
                 SUBRO-CASE-FILE.
           IF WS-RIDR-FILE-OPEN
              CLOSE RIDER-FILE
           END-IF.
           STOP RUN.

       200-APPLY-ONE.
               WHEN DT-APPROVE MOVE 'APPROVE' TO DDL-ACTION
               WHEN DT-DENY    MOVE 'DENY'    TO DDL-ACTION
               WHEN DT-HOLD    MOVE 'HOLD'    TO DDL-ACTION
               WHEN DT-SUBROGATE MOVE 'SUBROGATE' TO DDL-ACTION
               WHEN OTHER      MOVE 'INVALID' TO DDL-ACTION
           END-EVALUATE.
           IF NOT DT-APPROVE AND NOT DT-DENY AND NOT DT-HOLD
                             AND NOT DT-SUBROGATE
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - BAD ACTION CODE' TO DDL-RESULT
               WRITE DISP-REPORT-LINE FROM DISP-DETAIL-LINE
               MOVE 'REJECTED - NOT ON REVIEW FILE' TO DDL-RESULT
               WRITE DISP-REPORT-LINE FROM DISP-DETAIL-LINE
               GO TO 200-EXIT.
      **** A SUBROGATION FLAG OPENS A RECOVERY CASE AND LEAVES THE
      **** REVIEW DISPOSITION AS IT STANDS.
           IF DT-SUBROGATE
               PERFORM 300-OPEN-SUBROGATION THRU 300-EXIT
               GO TO 200-EXIT.
           MOVE DT-ACTION TO RS-STATUS.
           MOVE WS-TODAY-DATE TO RS-DISP-DATE.
           MOVE DT-EXAMINER TO RS-EXAMINER.
       200-EXIT.
           EXIT.

      **** ONLY AN APPROVED CLAIM ON A CONTRACT CARRYING THE
      **** ACCIDENTAL-DEATH RIDER CAN BE FLAGGED, THE AMOUNT SOUGHT
      **** CANNOT EXCEED WHAT WE PAID, AND A CONTRACT HAS ONE CASE.
       300-OPEN-SUBROGATION.
           IF NOT RS-APPROVED
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - CLAIM NOT APPROVED' TO DDL-RESULT
               WRITE DISP-REPORT-LINE FROM DISP-DETAIL-LINE
               GO TO 300-EXIT.
           IF NOT WS-RIDR-FILE-OPEN
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - RIDER FILE NOT OPEN' TO DDL-RESULT
               WRITE DISP-REPORT-LINE FROM DISP-DETAIL-LINE
               GO TO 300-EXIT.
           MOVE DT-CONTRACT-NO TO RD-CONTRACT-NO.
           READ RIDER-FILE.
           IF NOT WS-RIDR-FOUND OR NOT RD-ACCIDENTAL-DEATH
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - NO ACC DEATH RIDER' TO DDL-RESULT
               WRITE DISP-REPORT-LINE FROM DISP-DETAIL-LINE
               GO TO 300-EXIT.
           IF DT-THIRD-PARTY = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - NO THIRD PARTY' TO DDL-RESULT
               WRITE DISP-REPORT-LINE FROM DISP-DETAIL-LINE
               GO TO 300-EXIT.
           IF DT-AMOUNT-PAID NOT NUMERIC OR DT-AMOUNT-PAID = ZERO
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - BAD AMOUNT PAID' TO DDL-RESULT
               WRITE DISP-REPORT-LINE FROM DISP-DETAIL-LINE
               GO TO 300-EXIT.
           IF DT-AMOUNT-SOUGHT NOT NUMERIC OR DT-AMOUNT-SOUGHT = ZERO
                   OR DT-AMOUNT-SOUGHT > DT-AMOUNT-PAID
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - BAD AMOUNT SOUGHT' TO DDL-RESULT
               WRITE DISP-REPORT-LINE FROM DISP-DETAIL-LINE
               GO TO 300-EXIT.
           MOVE DT-CONTRACT-NO TO SB-CONTRACT-NO.
           READ SUBRO-CASE-FILE.
           IF WS-SUBR-FOUND
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - CASE ALREADY OPEN' TO DDL-RESULT
               WRITE DISP-REPORT-LINE FROM DISP-DETAIL-LINE
               GO TO 300-EXIT.
           MOVE SPACES TO SUBROGATION-CASE-REC.
           MOVE DT-CONTRACT-NO TO SB-CONTRACT-NO.
           MOVE 'O' TO SB-STATUS.
           MOVE WS-TODAY-DATE TO SB-OPEN-DATE SB-STATUS-DATE.
           MOVE DT-EXAMINER TO SB-EXAMINER.
           MOVE DT-THIRD-PARTY TO SB-THIRD-PARTY.
           MOVE DT-CARRIER TO SB-CARRIER.
           MOVE DT-AMOUNT-PAID TO SB-AMOUNT-PAID.
           MOVE DT-AMOUNT-SOUGHT TO SB-AMOUNT-SOUGHT.
           MOVE ZERO TO SB-SETTLED-AMT SB-RECOVERED-AMT
                        SB-LAST-RECV-DATE.
           WRITE SUBROGATION-CASE-REC.
           ADD 1 TO WS-APPLIED-COUNT.
           ADD 1 TO WS-SUBRO-COUNT.
           MOVE 'SUBROGATION CASE OPENED' TO DDL-RESULT.
           WRITE DISP-REPORT-LINE FROM DISP-DETAIL-LINE.
       300-EXIT.
           EXIT.

      **** THE REQUIRED DENIAL NOTICE, GENERATED IN THE DISPOSITION
      **** RUN INSTEAD OF TYPED BY HAND - INSURED NAME FROM THE
      **** REVIEW-STATUS RECORD, REASON FROM THE EXAMINER, AND A
      **** REGISTER LINE PROVING THE NOTICE WENT OUT TODAY.
       400-WRITE-DENIAL-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           PERFORM 410-BEGIN-DELIVERY THRU 410-EXIT.
           MOVE LETTER-SEPARATOR-LINE TO DLV-LINE.
           PERFORM 420-PUT-LETTER-LINE THRU 420-EXIT.
           MOVE WS-TODAY-DATE TO LTR-DATE.
           MOVE LETTER-DATE-LINE TO DLV-LINE.
           PERFORM 420-PUT-LETTER-LINE THRU 420-EXIT.
           MOVE RS-CONTRACT-NO TO LTR-CONTRACT-NO.
           MOVE LETTER-CONTRACT-LINE TO DLV-LINE.
           PERFORM 420-PUT-LETTER-LINE THRU 420-EXIT.
           MOVE SPACES TO WS-LETTER-TEXT.
           STRING 'DEAR ' RS-INSURED-NAME
               DELIMITED BY SIZE INTO WS-LETTER-TEXT.
           MOVE WS-LETTER-TEXT TO DLV-LINE.
           PERFORM 420-PUT-LETTER-LINE THRU 420-EXIT.
           MOVE 'AFTER REVIEW, THE CLAIM SUBMITTED UNDER THE ABOVE'
               TO WS-LETTER-TEXT.
           MOVE WS-LETTER-TEXT TO DLV-LINE.
           PERFORM 420-PUT-LETTER-LINE THRU 420-EXIT.
           MOVE 'CONTRACT HAS BEEN DENIED.' TO WS-LETTER-TEXT.
           MOVE WS-LETTER-TEXT TO DLV-LINE.
           PERFORM 420-PUT-LETTER-LINE THRU 420-EXIT.
           MOVE RS-REASON TO LTR-REASON.
           MOVE LETTER-REASON-LINE TO DLV-LINE.
           PERFORM 420-PUT-LETTER-LINE THRU 420-EXIT.
           MOVE 'IF YOU BELIEVE THIS DECISION IS IN ERROR, CONTACT'
               TO WS-LETTER-TEXT.
           MOVE WS-LETTER-TEXT TO DLV-LINE.
           PERFORM 420-PUT-LETTER-LINE THRU 420-EXIT.
           MOVE 'THE CLAIMS OFFICE WITHIN 60 DAYS OF THIS NOTICE.'
               TO WS-LETTER-TEXT.
           MOVE WS-LETTER-TEXT TO DLV-LINE.
           PERFORM 420-PUT-LETTER-LINE THRU 420-EXIT.
           MOVE 'CLAIMS DEPARTMENT' TO WS-LETTER-TEXT.
           MOVE WS-LETTER-TEXT TO DLV-LINE.
           PERFORM 420-PUT-LETTER-LINE THRU 420-EXIT.
           PERFORM 430-END-DELIVERY THRU 430-EXIT.
           MOVE RS-CONTRACT-NO TO LRG-CONTRACT-NO.
           MOVE RS-INSURED-NAME TO LRG-NAME.
           MOVE WS-TODAY-DATE TO LRG-DATE.
           MOVE RS-REASON TO LRG-REASON.
           EVALUATE TRUE
               WHEN DLV-ELECTRONIC MOVE 'ELECTRONIC' TO LRG-CHANNEL
               WHEN DLV-BOTH       MOVE 'MAIL+ELEC'  TO LRG-CHANNEL
               WHEN OTHER          MOVE 'MAIL'       TO LRG-CHANNEL
           END-EVALUATE.
           WRITE LETTER-REGISTER-LINE FROM LETTER-REGISTER-DETAIL.
       400-EXIT.
           EXIT.

      **** THE LETTER GOES TO THE CONTRACT HOLDER BY THE CONTRACT'S
      **** DELIVERY PREFERENCE - DLVDOC SAYS PRINT WHEN THERE IS NONE.
       410-BEGIN-DELIVERY.
           MOVE SPACES TO DLV-PARMS.
           MOVE 'B' TO DLV-FUNCTION.
           MOVE 'CLAIMDSP' TO DLV-PROGRAM.
           MOVE 'DENL' TO DLV-DOC-TYPE.
           MOVE 'C' TO DLV-RECIP-TYPE.
           MOVE RS-CONTRACT-NO TO DLV-RECIP-ID.
           MOVE WS-TODAY-DATE TO DLV-DOC-DATE.
           MOVE ZERO TO DLV-PAGE-COUNT.
           CALL 'DLVDOC' USING DLV-PARMS.
           IF DLV-WANTS-ELEC
               ADD 1 TO WS-LETTER-ELEC-COUNT
           END-IF.
       410-EXIT.
           EXIT.

       420-PUT-LETTER-LINE.
           IF DLV-WANTS-PRINT
               WRITE LETTER-LINE FROM DLV-LINE
           END-IF.
           IF DLV-WANTS-ELEC
               MOVE 'L' TO DLV-FUNCTION
               CALL 'DLVDOC' USING DLV-PARMS
           END-IF.
       420-EXIT.
           EXIT.

       430-END-DELIVERY.
           MOVE 'E' TO DLV-FUNCTION.
           MOVE ZERO TO DLV-PAGE-COUNT.
           CALL 'DLVDOC' USING DLV-PARMS.
       430-EXIT.
           EXIT.

      **** LIST EVERY REVIEW ITEM STILL OPEN OR ON HOLD, OLDEST
      **** FIRST IS NOT GUARANTEED (KEY ORDER), BUT EACH LINE SHOWS
      **** ITS AGE IN DAYS SO NOTHING GOES STALE UNNOTICED.
